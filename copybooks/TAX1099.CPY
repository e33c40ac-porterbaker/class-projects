      * TAX1099.CPY
      * Fixed-width extract layout written by YEAR_END_1099 for the
      * tax department's 1099-INT filing.  One record per account
      * whose year-to-date interest reached the reportable threshold,
      * or from whose interest federal tax was withheld.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 08/14/26   JWB   Original layout.
      * 10/15/26   JWB   Added TAX-FED-TAX-WITHHELD (1099-INT box 4).
      *                  The record grows from 32 to 43 bytes.
      ******************************************************************
       01  TAX-1099-RECORD.
           05  TAX-ACCT-NUMBER         PIC 9(07).
           05  TAX-YEAR                PIC 9(04).
           05  TAX-INTEREST-EARNED     PIC S9(09)V9(02) SIGN TRAILING.
           05  TAX-FED-TAX-WITHHELD    PIC S9(09)V9(02) SIGN TRAILING.
           05  FILLER                  PIC X(10).
