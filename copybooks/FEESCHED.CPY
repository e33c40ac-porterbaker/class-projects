      ******************************************************************
      * FEESCHED.CPY
      * Record layout for the month-end fee schedule read by
      * FEE_ASSESS.  One record per product type and compounding
      * frequency; a space frequency covers every frequency of the
      * product not given an entry of its own.  An account whose
      * month-end current-position balance is below
      * FSC-MINIMUM-BALANCE is charged FSC-MAINTENANCE-FEE, and an
      * account with more withdrawals in the month than
      * FSC-WITHDRAWAL-LIMIT is charged FSC-EXCESS-WD-FEE for each
      * withdrawal over the limit.  A zero amount charges nothing,
      * and a product with no entry is not charged.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FSC-PRODUCT-TYPE        PIC X(01).
           05  FSC-COMPOUND-FREQ       PIC X(01).
           05  FSC-MINIMUM-BALANCE     PIC S9(09)V9(02) COMP-3.
           05  FSC-MAINTENANCE-FEE     PIC S9(05)V9(02) COMP-3.
           05  FSC-WITHDRAWAL-LIMIT    PIC 9(03).
           05  FSC-EXCESS-WD-FEE       PIC S9(05)V9(02) COMP-3.
           05  FILLER                  PIC X(10).
