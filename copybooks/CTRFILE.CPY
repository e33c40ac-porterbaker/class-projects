      ******************************************************************
      * CTRFILE.CPY
      * Record layouts for the currency transaction report filing
      * extract written by CASH_CTR.  For each person whose cash in
      * or cash out for the business day exceeds the reporting
      * threshold: one P (person) record with the day's totals,
      * followed by one A (account) record per account that
      * carried cash that day.  A person is a taxpayer (subject
      * type T, keyed on TIN); cash in an account with no usable
      * taxpayer record is reported as its own unidentified subject
      * (subject type U, TIN zero) for the BSA officer to complete.
      * Fixed 80-byte records, record type in byte one.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      * 10/15/26   JWB   A day reweighed for back-valued cash is
      *                  filed under its own business date: the P
      *                  record carries the day's full totals, the
      *                  A records only the cash posted that night.
      ******************************************************************
       01  CTR-PERSON-RECORD.
           05  CTP-RECORD-TYPE         PIC X(01).
               88  CTP-PERSON-RECORD           VALUE "P".
           05  CTP-SUBJECT-TYPE        PIC X(01).
               88  CTP-SUBJECT-TAXPAYER        VALUE "T".
               88  CTP-SUBJECT-UNIDENTIFIED    VALUE "U".
           05  CTP-TIN                 PIC 9(09).
           05  CTP-BUSINESS-DATE       PIC 9(08).
           05  CTP-PAYEE-NAME          PIC X(30).
           05  CTP-TOTAL-CASH-IN       PIC S9(11)V9(02) COMP-3.
           05  CTP-TOTAL-CASH-OUT      PIC S9(11)V9(02) COMP-3.
           05  CTP-ACCOUNT-COUNT       PIC 9(03).
           05  FILLER                  PIC X(14).
       01  CTR-ACCOUNT-RECORD.
           05  CTA-RECORD-TYPE         PIC X(01).
               88  CTA-ACCOUNT-RECORD          VALUE "A".
           05  CTA-SUBJECT-TYPE        PIC X(01).
           05  CTA-TIN                 PIC 9(09).
           05  CTA-BUSINESS-DATE       PIC 9(08).
           05  CTA-ACCT-NUMBER         PIC 9(07).
           05  CTA-CASH-IN             PIC S9(11)V9(02) COMP-3.
           05  CTA-CASH-OUT            PIC S9(11)V9(02) COMP-3.
           05  FILLER                  PIC X(40).
