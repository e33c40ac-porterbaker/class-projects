      * GLEXTRCT.CPY
      * Fixed-width extract layout picked up by the general-ledger
      * interest-posting job.  One record per period, per account.
      * GLX-BACKUP-WITHHELD is the federal backup withholding taken
      * from that period's interest, posted by GL_VOUCHER to the
      * withholding-payable account; zero when none was withheld.
      * GLX-INTEREST-PAID-OUT is the net interest paid out by ACH for
      * an account whose disposition is payout, posted by GL_VOUCHER
      * to the ACH settlement account; zero when the interest was
      * compounded.  GLX-FEE-ASSESSED is a month-end service fee
      * debited from the account by FEE_ASSESS, which appends its own
      * record (no interest) per account charged, posted by GL_VOUCHER
      * to the product's fee-income account; zero on every record
      * SAVINGS_BAKER writes.
      *
      * GLX-RECORD-TYPE tells the records apart: a space is a
      * period's interest (or a FEE_ASSESS fee record), and "A" is a
      * back-value interest adjustment SAVINGS_BAKER writes for a
      * transaction effective in a month already accrued.  An
      * adjustment record carries the signed adjustment in
      * GLX-INTEREST-EARNED, posted by GL_VOUCHER to the product's
      * adjustment entry, any backup withholding taken from it and,
      * for a payout account, the net adjustment paid out by ACH.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 08/05/24   JWB   Original layout.
      * 10/15/26   JWB   Added GLX-BACKUP-WITHHELD and a trailing
      *                  filler for later additions.  The record
      *                  grows from 33 to 54 bytes.
      * 10/15/26   JWB   Added GLX-INTEREST-PAID-OUT for the interest
      *                  payout option.  The record grows from 54 to
      *                  65 bytes.
      * 10/15/26   JWB   Added GLX-FEE-ASSESSED for the month-end
      *                  fee records.  The record grows from 65 to
      *                  76 bytes.
      * 10/15/26   JWB   Carved GLX-RECORD-TYPE out of the trailing
      *                  filler for back-value interest adjustments.
      * 10/15/26   JWB   Added record type "C" for the final interest
      *                  of an account paid off at close-out.  It
      *                  posts like period interest.
      ******************************************************************
       01  GL-EXTRACT-RECORD.
           05  GLX-ACCOUNT-NUMBER      PIC 9(07).
           05  GLX-PERIOD-NUMBER       PIC 9(04).
           05  GLX-INTEREST-EARNED     PIC S9(09)V9(02) SIGN TRAILING.
           05  GLX-ENDING-BALANCE      PIC S9(09)V9(02) SIGN TRAILING.
           05  GLX-BACKUP-WITHHELD     PIC S9(09)V9(02) SIGN TRAILING.
           05  GLX-INTEREST-PAID-OUT   PIC S9(09)V9(02) SIGN TRAILING.
           05  GLX-FEE-ASSESSED        PIC S9(09)V9(02) SIGN TRAILING.
           05  GLX-RECORD-TYPE         PIC X(01).
               88  GLX-PERIOD-INTEREST         VALUE " ".
               88  GLX-BACK-VALUE-ADJUSTMENT   VALUE "A".
               88  GLX-CLOSE-OUT-INTEREST      VALUE "C".
           05  FILLER                  PIC X(09).
