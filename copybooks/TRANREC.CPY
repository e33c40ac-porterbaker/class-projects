      * TRAN-ACCOUNT-NUMBER, TRAN-MONTH-NUMBER order to match the
      * accounts master file.
      *
      * TRAN-MONTH-NUMBER is the period the transaction posts in.
      * TRAN-EFFECTIVE-DATE (CCYYMMDD) is the date the money actually
      * moved, when that is earlier than the night it posts; spaces or
      * zero mean it is effective the night it posts.  A transaction
      * effective in a month already accrued is back-valued: the
      * accrual run reprices the months it missed and posts the
      * difference as a separate interest adjustment.
      *
      * TRAN-CASH-INDICATOR marks a deposit or withdrawal made in
      * currency.  CASH_CTR totals the night's cash by taxpayer for
      * currency transaction reporting.  A space indicator is not
      * cash, so existing records read unchanged.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 08/19/24   JWB   Original layout.
      * 10/15/26   JWB   Carved TRAN-EFFECTIVE-DATE out of the trailing
      *                  filler for back-valued transactions.
      * 10/15/26   JWB   Carved TRAN-CASH-INDICATOR out of the
      *                  trailing filler for currency transaction
      *                  reporting.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-ACCOUNT-NUMBER     PIC 9(07).
           05  TRAN-MONTH-NUMBER       PIC 9(03).
           05  TRAN-AMOUNT             PIC S9(09)V9(02) COMP-3.
           05  TRAN-EFFECTIVE-DATE     PIC 9(08).
           05  TRAN-EFFECTIVE-DATE-SPLIT
                   REDEFINES TRAN-EFFECTIVE-DATE.
               10  TRAN-EFFECTIVE-CCYY PIC 9(04).
               10  TRAN-EFFECTIVE-MM   PIC 9(02).
               10  TRAN-EFFECTIVE-DD   PIC 9(02).
           05  TRAN-CASH-INDICATOR     PIC X(01).
               88  TRAN-CASH                   VALUE "Y".
               88  TRAN-NOT-CASH               VALUES "N", " ".
           05  FILLER                  PIC X(01).
