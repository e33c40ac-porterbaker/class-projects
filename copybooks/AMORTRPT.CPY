      *                  RPT-INTEREST-EARNED to match the 9-digit
      *                  source fields (same width as
      *                  RPT-RUNNING-BALANCE).
      * 10/15/26   JWB   Added the period's day count, average daily
      *                  balance and annual rate in effect, for the
      *                  Truth-in-Savings figures on the statement.
      ******************************************************************
       01  AMORT-REPORT-LINE.
           05  RPT-ACCOUNT-NUMBER      PIC 9(07).
           05  RPT-INTEREST-EARNED     PIC -(9)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-RUNNING-BALANCE     PIC -(9)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-DAYS-IN-PERIOD      PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-AVG-DAILY-BALANCE   PIC -(9)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-ANNUAL-RATE         PIC ZZ9.99.
