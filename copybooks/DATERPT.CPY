      ******************************************************************
      * DATERPT.CPY
      * Print line layouts for the date-control audit report
      * produced by DATE_MAINT.  Each transaction prints an action
      * line showing the control dates before and after (unchanged
      * when rejected) and the result, followed by a line carrying
      * the operator's stated reason and, for a reject, a line
      * carrying why it was turned away.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  DATE-AUDIT-LINE.
           05  DAL-ACTION-NAME         PIC X(10).
           05  DAL-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-OLD-LAST-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-OLD-NEXT-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-NEW-LAST-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-NEW-NEXT-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-RESULT              PIC X(20).
       01  DATE-AUDIT-TEXT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DAT-TEXT-TAG            PIC X(10).
           05  DAT-TEXT                PIC X(40).
