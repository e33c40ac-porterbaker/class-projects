      ******************************************************************
      * CLOSEPAY.CPY
      * Record layout for the close-out payoff extract written by
      * SAVINGS_BAKER on accrual nights and read by ACCT_CLOSE.  One
      * record per account paid off because ACCT_MAINT marked it
      * closed.  The record is the account's closing statement: the
      * balance carried into the night, the night's activity, the
      * gross final interest accrued to the close date, any CD
      * early-withdrawal penalty charged against the balance, the
      * backup withholding taken from the interest, and the amount
      * to be disbursed to the customer.  The balance carried in
      * plus the activity and final interest, less the penalty and
      * the withholding, is the closing balance; a closing balance
      * at or below zero disburses nothing.  The extract total of
      * CLP-DISBURSEMENT must equal CTL-CLOSE-DISBURSED on the
      * night's RUNCTL record.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  CLOSE-PAYOFF-RECORD.
           05  CLP-ACCT-NUMBER         PIC 9(07).
           05  CLP-CLOSE-DATE          PIC 9(08).
           05  CLP-CLOSE-REASON        PIC X(02).
           05  CLP-RUN-DATE            PIC 9(08).
           05  CLP-PERIOD-NUMBER       PIC 9(04).
           05  CLP-PRIOR-BALANCE       PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-ACTIVITY            PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-FINAL-INTEREST      PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-PENALTY             PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-BACKUP-WITHHELD     PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-CLOSING-BALANCE     PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-DISBURSEMENT        PIC S9(09)V9(02) SIGN TRAILING.
           05  CLP-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(10).
