      ******************************************************************
      * MISHIST.CPY
      * Record layout for the month-end portfolio history file kept
      * by PORT_MIS for the ALCO trend report.  One record per
      * product line (product type and compounding frequency) per
      * month-end: the accounts, balance, balance-weighted average
      * rate, interest expense for the month, annualized cost of
      * funds, and the dormant and escheat-flagged balances.  In
      * ascending MSH-MONTH-END-DATE order, the product lines of a
      * month together.  PORT_MIS reads the file, drops the oldest
      * month-end once thirteen are held (this one included) and
      * any records for the month being reported, and writes it
      * back with the month-end just run added.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  MIS-HISTORY-RECORD.
           05  MSH-MONTH-END-DATE      PIC 9(08).
           05  MSH-MONTH-END-SPLIT REDEFINES MSH-MONTH-END-DATE.
               10  MSH-MONTH-END-CCYYMM PIC 9(06).
               10  MSH-MONTH-END-DD    PIC 9(02).
           05  MSH-PRODUCT-TYPE        PIC X(01).
               88  MSH-PROD-SAVINGS            VALUE "S".
               88  MSH-PROD-CD                 VALUE "C".
           05  MSH-COMPOUND-FREQ       PIC X(01).
           05  MSH-ACCOUNT-COUNT       PIC 9(07).
           05  MSH-BALANCE             PIC S9(11)V9(02) COMP-3.
           05  MSH-WEIGHTED-RATE       PIC S9(03)V9(04) COMP-3.
           05  MSH-INTEREST-EXPENSE    PIC S9(11)V9(02) COMP-3.
           05  MSH-COST-OF-FUNDS       PIC S9(03)V9(04) COMP-3.
           05  MSH-DORMANT-COUNT       PIC 9(07).
           05  MSH-DORMANT-BALANCE     PIC S9(11)V9(02) COMP-3.
           05  MSH-ESCHEAT-COUNT       PIC 9(07).
           05  MSH-ESCHEAT-BALANCE     PIC S9(11)V9(02) COMP-3.
           05  FILLER                  PIC X(10).
