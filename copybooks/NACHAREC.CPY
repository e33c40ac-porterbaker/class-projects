      ******************************************************************
      * NACHAREC.CPY
      * Record layouts for the NACHA ACH origination file written by
      * ACH_ORIG.  Fixed 94-byte records, record type in byte one:
      * one 1 (file header), one 5 (batch header) per batch, one 6
      * (entry detail) per credit, one 8 (batch control) per batch
      * and one 9 (file control), padded with all-nines records to a
      * whole block of ten.  Amounts are unsigned, in cents; the
      * entry hash is the sum of the eight-digit RDFI routing
      * numbers, truncated to its low-order ten digits.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  ACH-FILE-HEADER.
           05  AFH-RECORD-TYPE         PIC X(01).
           05  AFH-PRIORITY-CODE       PIC X(02).
           05  AFH-IMMEDIATE-DEST      PIC X(10).
           05  AFH-IMMEDIATE-ORIGIN    PIC X(10).
           05  AFH-CREATION-DATE       PIC 9(06).
           05  AFH-CREATION-TIME       PIC 9(04).
           05  AFH-FILE-ID-MODIFIER    PIC X(01).
           05  AFH-RECORD-SIZE         PIC X(03).
           05  AFH-BLOCKING-FACTOR     PIC X(02).
           05  AFH-FORMAT-CODE         PIC X(01).
           05  AFH-DEST-NAME           PIC X(23).
           05  AFH-ORIGIN-NAME         PIC X(23).
           05  AFH-REFERENCE-CODE      PIC X(08).
       01  ACH-BATCH-HEADER.
           05  ABH-RECORD-TYPE         PIC X(01).
           05  ABH-SERVICE-CLASS       PIC X(03).
           05  ABH-COMPANY-NAME        PIC X(16).
           05  ABH-DISCRETIONARY-DATA  PIC X(20).
           05  ABH-COMPANY-ID          PIC X(10).
           05  ABH-SEC-CODE            PIC X(03).
           05  ABH-ENTRY-DESCRIPTION   PIC X(10).
           05  ABH-DESCRIPTIVE-DATE    PIC X(06).
           05  ABH-EFFECTIVE-DATE      PIC 9(06).
           05  ABH-SETTLEMENT-DATE     PIC X(03).
           05  ABH-ORIGINATOR-STATUS   PIC X(01).
           05  ABH-ODFI-ID             PIC 9(08).
           05  ABH-BATCH-NUMBER        PIC 9(07).
       01  ACH-ENTRY-DETAIL.
           05  AED-RECORD-TYPE         PIC X(01).
           05  AED-TRANSACTION-CODE    PIC X(02).
               88  AED-CHECKING-CREDIT         VALUE "22".
               88  AED-SAVINGS-CREDIT          VALUE "32".
           05  AED-RDFI-ID             PIC 9(08).
           05  AED-CHECK-DIGIT         PIC 9(01).
           05  AED-DFI-ACCOUNT         PIC X(17).
           05  AED-AMOUNT              PIC 9(08)V9(02).
           05  AED-INDIVIDUAL-ID       PIC X(15).
           05  AED-INDIVIDUAL-NAME     PIC X(22).
           05  AED-DISCRETIONARY-DATA  PIC X(02).
           05  AED-ADDENDA-INDICATOR   PIC X(01).
           05  AED-TRACE-NUMBER.
               10  AED-TRACE-ODFI-ID   PIC 9(08).
               10  AED-TRACE-SEQUENCE  PIC 9(07).
       01  ACH-BATCH-CONTROL.
           05  ABC-RECORD-TYPE         PIC X(01).
           05  ABC-SERVICE-CLASS       PIC X(03).
           05  ABC-ENTRY-COUNT         PIC 9(06).
           05  ABC-ENTRY-HASH          PIC 9(10).
           05  ABC-DEBIT-TOTAL         PIC 9(10)V9(02).
           05  ABC-CREDIT-TOTAL        PIC 9(10)V9(02).
           05  ABC-COMPANY-ID          PIC X(10).
           05  ABC-AUTHENTICATION      PIC X(19).
           05  ABC-RESERVED            PIC X(06).
           05  ABC-ODFI-ID             PIC 9(08).
           05  ABC-BATCH-NUMBER        PIC 9(07).
       01  ACH-FILE-CONTROL.
           05  AFC-RECORD-TYPE         PIC X(01).
           05  AFC-BATCH-COUNT         PIC 9(06).
           05  AFC-BLOCK-COUNT         PIC 9(06).
           05  AFC-ENTRY-COUNT         PIC 9(08).
           05  AFC-ENTRY-HASH          PIC 9(10).
           05  AFC-DEBIT-TOTAL         PIC 9(10)V9(02).
           05  AFC-CREDIT-TOTAL        PIC 9(10)V9(02).
           05  AFC-RESERVED            PIC X(39).
       01  ACH-BLOCK-FILLER            PIC X(94).
