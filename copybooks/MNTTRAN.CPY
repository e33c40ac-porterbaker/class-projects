      * applied to the accounts master by ACCT_MAINT ahead of the
      * nightly SAVINGS_BAKER run.  One record per action, in
      * ascending MNT-ACCT-NUMBER order.  MNT-ACTION-ADD supplies a
      * complete new account; MNT-ACTION-CHANGE replaces the
      * maintainable fields; MNT-ACTION-CLOSE marks the account for
      * close-out as of MNT-CLOSE-DATE for MNT-CLOSE-REASON.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 08/19/26   JWB   Carved MNT-PRODUCT-TYPE and
      *                  MNT-MATURITY-DATE out of the trailing
      *                  filler, mirroring the master record.
      * 10/15/26   JWB   Added the interest disposition and payout
      *                  destination fields, mirroring the master
      *                  record.  The record grows from 32 to 60
      *                  bytes.
      * 10/15/26   JWB   Added MNT-FEE-WAIVER-CODE, mirroring the
      *                  master record.  The record grows from 60
      *                  to 61 bytes.
      * 10/15/26   JWB   Added MNT-CLOSE-DATE and MNT-CLOSE-REASON
      *                  for close-out, mirroring the master record.
      *                  A zero or space close date closes as of
      *                  the run date.  The record grows from 61 to
      *                  71 bytes.
      ******************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  MNT-ACTION-CODE         PIC X(01).
           05  MNT-COMPOUND-FREQ       PIC X(01).
           05  MNT-PRODUCT-TYPE        PIC X(01).
           05  MNT-MATURITY-DATE       PIC 9(08).
           05  MNT-INTEREST-DISPOSITION PIC X(01).
           05  MNT-PAYOUT-ROUTING      PIC X(09).
           05  MNT-PAYOUT-ACCOUNT      PIC X(17).
           05  MNT-PAYOUT-ACCT-TYPE    PIC X(01).
           05  MNT-FEE-WAIVER-CODE     PIC X(01).
           05  MNT-CLOSE-DATE          PIC 9(08).
           05  MNT-CLOSE-DATE-SPLIT REDEFINES MNT-CLOSE-DATE.
               10  MNT-CLOSE-CCYY      PIC 9(04).
               10  MNT-CLOSE-MM        PIC 9(02).
               10  MNT-CLOSE-DD        PIC 9(02).
           05  MNT-CLOSE-REASON        PIC X(02).
