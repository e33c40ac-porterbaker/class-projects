      ******************************************************************
      * RTNOTICE.CPY
      * Record layout for the electronic rate-change notice extract
      * written by RATE_NOTICE for the portal vendor.  One record per
      * notice owed to a customer who elected electronic delivery
      * (CUST-DELIVERY-CODE "E" on the address file), in ascending
      * account order - the vendor renders the notice, so the
      * extract carries the raw figures, not print lines.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  RATE-NOTICE-RECORD.
           05  RNX-ACCT-NUMBER         PIC 9(07).
           05  RNX-CUST-NAME           PIC X(30).
           05  RNX-PRODUCT-CODE        PIC X(01).
           05  RNX-TIER-FLOOR          PIC S9(09)V9(02) SIGN TRAILING.
           05  RNX-TIER-CEILING        PIC S9(09)V9(02) SIGN TRAILING.
           05  RNX-CURRENT-BALANCE     PIC S9(09)V9(02) SIGN TRAILING.
           05  RNX-OLD-RATE            PIC S9(03)V9(02) SIGN TRAILING.
           05  RNX-NEW-RATE            PIC S9(03)V9(02) SIGN TRAILING.
           05  RNX-EFFECTIVE-DATE      PIC 9(08).
           05  RNX-NOTICE-DATE         PIC 9(08).
           05  FILLER                  PIC X(10).
