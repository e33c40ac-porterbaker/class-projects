      ******************************************************************
      * CLOSEHST.CPY
      * Record layout for the indexed closed-accounts history file
      * built by ACCT_CLOSE and read by CLOSE_INQ.  Keyed on account
      * number and close date, so every closing of an account -
      * a number can be reused - can be fetched directly years
      * after the account left the master.  Each record carries the
      * close reason, the accrual night that paid the account off,
      * the closing-statement figures from the CLOSEPAY extract, and
      * the full accounts-master record exactly as it stood when the
      * account was retired.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  CLOSED-HISTORY-RECORD.
           05  CLH-KEY.
               10  CLH-ACCT-NUMBER     PIC 9(07).
               10  CLH-CLOSE-DATE      PIC 9(08).
           05  CLH-CLOSE-REASON        PIC X(02).
           05  CLH-PAYOFF-RUN-DATE     PIC 9(08).
           05  CLH-RETIRED-DATE        PIC 9(08).
           05  CLH-PERIOD-NUMBER       PIC 9(04).
           05  CLH-PRIOR-BALANCE       PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-ACTIVITY            PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-FINAL-INTEREST      PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-PENALTY             PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-BACKUP-WITHHELD     PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-CLOSING-BALANCE     PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-DISBURSEMENT        PIC S9(09)V9(02) SIGN TRAILING.
           05  CLH-PAYEE-NAME          PIC X(30).
           05  CLH-MASTER-IMAGE        PIC X(88).
           05  FILLER                  PIC X(20).
