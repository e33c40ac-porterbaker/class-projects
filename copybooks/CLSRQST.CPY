      ******************************************************************
      * CLSRQST.CPY
      * Record layout for the closed-account inquiry request file
      * read by CLOSE_INQ.  One record per customer or auditor
      * request: the account number whose closed-account history is
      * wanted.  Every closing on file for the account is listed.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  CLOSE-REQUEST-RECORD.
           05  CQR-ACCT-NUMBER         PIC 9(07).
           05  FILLER                  PIC X(13).
