      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/03/26   JWB   Original layout.
      * 10/15/26   JWB   Carved the federal income tax withheld
      *                  (1099-INT box 4) out of the B record filler
      *                  and its total out of the C record filler.
      ******************************************************************
       01  IRS-TRANSMITTER-RECORD.
           05  IRT-RECORD-TYPE         PIC X(01).
           05  IRB-PAYEE-NAME          PIC X(40).
           05  IRB-INTEREST-AMOUNT     PIC 9(10)V9(02).
           05  IRB-ACCOUNT-COUNT       PIC 9(03).
           05  IRB-FED-TAX-WITHHELD    PIC 9(10)V9(02).
           05  FILLER                  PIC X(35).
       01  IRS-END-PAYER-RECORD.
           05  IRC-RECORD-TYPE         PIC X(01).
           05  IRC-PAYEE-COUNT         PIC 9(08).
           05  IRC-INTEREST-TOTAL      PIC 9(12)V9(02).
           05  IRC-WITHHELD-TOTAL      PIC 9(12)V9(02).
           05  FILLER                  PIC X(83).
       01  IRS-END-TRANSMISSION-RECORD.
           05  IRF-RECORD-TYPE         PIC X(01).
           05  IRF-PAYER-COUNT         PIC 9(08).
