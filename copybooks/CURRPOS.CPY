      * writes the new file (CURRNEW).  An account with no prior
      * record starts at period zero with a zero balance; an account
      * already at the end of its term is carried forward unchanged.
      * CUR-LAST-FEE-DATE is the run date of the last month-end on
      * which FEE_ASSESS charged the account; FEE_ASSESS skips a record
      * already charged for the run date, so a rerun cannot charge
      * twice.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/03/26   JWB   Original layout.
      * 10/15/26   JWB   Carved CUR-LAST-FEE-DATE out of the trailing
      *                  filler.
      ******************************************************************
       01  CURRENT-POSITION-RECORD.
           05  CUR-ACCT-NUMBER         PIC 9(07).
           05  CUR-PERIOD-NUMBER       PIC 9(04).
           05  CUR-BALANCE             PIC S9(09)V9(02) COMP-3.
           05  CUR-LAST-FEE-DATE       PIC 9(08).
           05  FILLER                  PIC X(02).
