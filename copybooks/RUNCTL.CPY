      *                  calendar, so month-end-only downstream
      *                  outputs can key off the run-control record
      *                  instead of guessing from the date.
      * 10/15/26   JWB   Added CTL-BACKUP-WITHHELD, the backup
      *                  withholding written to GLEXTRCT, so
      *                  GL_VOUCHER can prove its withholding-
      *                  payable entry.  The record grows from 105
      *                  to 118 bytes.
      * 10/15/26   JWB   Added CTL-INTEREST-PAID-OUT, the interest
      *                  paid out by ACH and written to both
      *                  GLEXTRCT and the PAYOUT extract, so
      *                  GL_VOUCHER and ACH_ORIG can prove their
      *                  totals.  The record grows from 118 to 131
      *                  bytes.
      * 10/15/26   JWB   Added CTL-FEES-ASSESSED, the month-end fees
      *                  FEE_ASSESS appended to GLEXTRCT.  Written
      *                  as zero by SAVINGS_BAKER and PART_MERGE and
      *                  rewritten in place by FEE_ASSESS, so
      *                  GL_VOUCHER can prove its fee-income
      *                  entries.  The record grows from 131 to 144
      *                  bytes.
      * 10/15/26   JWB   Added CTL-CLOSED-COUNT and CTL-CLOSE-
      *                  DISBURSED, the accounts paid off at close-
      *                  out and the total written to the CLOSEPAY
      *                  payoff extract, so ACCT_CLOSE can prove the
      *                  extract before it retires the accounts.
      *                  The record grows from 144 to 164 bytes.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  CTL-RUN-DATE            PIC 9(08).
           05  CTL-RANGE-HIGH          PIC 9(07).
           05  CTL-MONTH-END-FLAG      PIC X(01).
               88  CTL-MONTH-END-RUN           VALUE "Y".
           05  CTL-BACKUP-WITHHELD     PIC S9(11)V9(02) SIGN TRAILING.
           05  CTL-INTEREST-PAID-OUT   PIC S9(11)V9(02) SIGN TRAILING.
           05  CTL-FEES-ASSESSED       PIC S9(11)V9(02) SIGN TRAILING.
           05  CTL-CLOSED-COUNT        PIC 9(07).
           05  CTL-CLOSE-DISBURSED     PIC S9(11)V9(02) SIGN TRAILING.
