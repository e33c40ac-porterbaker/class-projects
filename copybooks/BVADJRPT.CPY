      ******************************************************************
      * BVADJRPT.CPY
      * Print line layout for the back-value interest adjustment
      * report produced by SAVINGS_BAKER's accrual run.  One line per
      * transaction effective in a month already accrued: the months
      * it missed are repriced at the rates then in force, and the
      * line shows the interest originally accrued over those months,
      * the interest corrected for the transaction, and the
      * adjustment posted.  The deposit operations supervisor signs
      * the report off.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  BACK-VALUE-REPORT-LINE.
           05  BVR-ACCT-NUMBER         PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-PERIOD-NUMBER       PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-MONTHS-REPRICED     PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-TRAN-AMOUNT         PIC -(8)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-ORIGINAL-INTEREST   PIC -(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-CORRECTED-INTEREST  PIC -(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BVR-ADJUSTMENT          PIC -(6)9.99.
