      *                  active account; DORM_SCAN baselines a
      *                  space/zero last-activity date to its run
      *                  date the first time it sees the account.
      * 10/15/26   JWB   Added the interest disposition and the
      *                  payout destination (routing number, DFI
      *                  account and account type) so interest can
      *                  be paid out by ACH instead of compounding,
      *                  and a trailing filler for later additions.
      *                  The record grows from 40 to 88 bytes, so
      *                  the indexed master must be rebuilt through
      *                  ACCT_LOAD.  A space disposition compounds,
      *                  so existing accounts are unchanged.
      * 10/15/26   JWB   Carved ACCT-FEE-WAIVER-CODE out of the
      *                  trailing filler for FEE_ASSESS.  A space
      *                  code is charged the scheduled fees; any
      *                  other code waives them.
      * 10/15/26   JWB   Carved ACCT-CLOSE-DATE and ACCT-CLOSE-REASON
      *                  out of the trailing filler for close-out
      *                  processing.  ACCT_MAINT sets them on a
      *                  close instead of deleting the account;
      *                  SAVINGS_BAKER pays the account off on the
      *                  next accrual night and ACCT_CLOSE moves it
      *                  to the closed-accounts history file.  A
      *                  space reason is an open account.
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-NUMBER             PIC 9(07).
               88  ACCT-DORM-ACTIVE            VALUES "A", " ".
               88  ACCT-DORM-DORMANT           VALUE "D".
               88  ACCT-DORM-ESCHEAT           VALUE "E".
           05  ACCT-INTEREST-DISPOSITION PIC X(01).
               88  ACCT-DISP-COMPOUND          VALUES "C", " ".
               88  ACCT-DISP-PAYOUT            VALUE "P".
           05  ACCT-PAYOUT-ROUTING     PIC 9(09).
           05  ACCT-PAYOUT-ROUTING-SPLIT
                   REDEFINES ACCT-PAYOUT-ROUTING.
               10  ACCT-PAYOUT-DFI-ID  PIC 9(08).
               10  ACCT-PAYOUT-CHECK-DIGIT PIC 9(01).
           05  ACCT-PAYOUT-ACCOUNT     PIC X(17).
           05  ACCT-PAYOUT-ACCT-TYPE   PIC X(01).
               88  ACCT-PAYOUT-TO-CHECKING     VALUES "C", " ".
               88  ACCT-PAYOUT-TO-SAVINGS      VALUE "S".
           05  ACCT-FEE-WAIVER-CODE    PIC X(01).
               88  ACCT-FEES-CHARGED           VALUE " ".
               88  ACCT-WAIVE-EMPLOYEE         VALUE "E".
               88  ACCT-WAIVE-OFFICER          VALUE "O".
               88  ACCT-WAIVE-RELATIONSHIP     VALUE "R".
               88  ACCT-WAIVE-SENIOR-STUDENT   VALUE "S".
           05  ACCT-CLOSE-DATE         PIC 9(08).
           05  ACCT-CLOSE-DATE-SPLIT REDEFINES ACCT-CLOSE-DATE.
               10  ACCT-CLOSE-CCYY     PIC 9(04).
               10  ACCT-CLOSE-MM       PIC 9(02).
               10  ACCT-CLOSE-DD       PIC 9(02).
           05  ACCT-CLOSE-REASON       PIC X(02).
               88  ACCT-OPEN                   VALUE SPACES.
               88  ACCT-CLOSE-CUSTOMER         VALUE "CR".
               88  ACCT-CLOSE-MATURED          VALUE "MT".
               88  ACCT-CLOSE-DECEASED         VALUE "DE".
               88  ACCT-CLOSE-ESCHEATED        VALUE "ES".
               88  ACCT-CLOSE-BANK             VALUE "BI".
               88  ACCT-CLOSE-REASON-VALID     VALUES "CR", "MT",
                                               "DE", "ES", "BI".
           05  FILLER                  PIC X(09).
