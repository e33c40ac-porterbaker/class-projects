      * delivery (CUST-DELIVERY-CODE "E" on the address file), in
      * ascending account/period order - the vendor renders the
      * statement, so the extract carries the raw figures, not
      * print lines.  Each account's period records are followed by
      * one Truth-in-Savings summary record (EST-PERIOD-NUMBER 9999)
      * carrying the statement totals, days in the statement
      * period, average daily balance, closing rate and the annual
      * percentage yield earned; each period record carries the
      * same figures for its own period.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/03/26   JWB   Original layout.
      * 10/15/26   JWB   Added the record type, the period day count,
      *                  average daily balance, annual rate and APY
      *                  earned, and the statement summary record.
      ******************************************************************
       01  E-STATEMENT-RECORD.
           05  EST-ACCT-NUMBER         PIC 9(07).
           05  EST-PERIOD-NUMBER       PIC 9(04).
           05  EST-RECORD-TYPE         PIC X(01).
               88  EST-PERIOD-DETAIL           VALUE "P".
               88  EST-STATEMENT-SUMMARY       VALUE "S".
           05  EST-CONTRIBUTION        PIC S9(09)V9(02) SIGN TRAILING.
           05  EST-INTEREST-EARNED     PIC S9(09)V9(02) SIGN TRAILING.
           05  EST-RUNNING-BALANCE     PIC S9(09)V9(02) SIGN TRAILING.
           05  EST-DAYS-IN-PERIOD      PIC 9(05).
           05  EST-AVG-DAILY-BALANCE   PIC S9(09)V9(02) SIGN TRAILING.
           05  EST-ANNUAL-RATE         PIC S9(03)V9(02) SIGN TRAILING.
           05  EST-APY-EARNED          PIC S9(03)V9(02) SIGN TRAILING.
           05  FILLER                  PIC X(10).
