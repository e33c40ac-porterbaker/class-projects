      ******************************************************************
      * ACHPARM.CPY
      * Record layout for the ACH_ORIG origination-parameter file.
      * One record naming the bank as originator of the interest-
      * payout credits: the immediate destination and origin routed
      * on the file header, the company name and identification on
      * the batch header, the ODFI routing number that prefixes every
      * trace number, and the entry description the receiver sees.
      * A space entry description defaults to INTEREST.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  ACH-PARAMETER-RECORD.
           05  ACP-IMMEDIATE-DEST      PIC X(10).
           05  ACP-IMMEDIATE-ORIGIN    PIC X(10).
           05  ACP-DEST-NAME           PIC X(23).
           05  ACP-ORIGIN-NAME         PIC X(23).
           05  ACP-COMPANY-NAME        PIC X(16).
           05  ACP-COMPANY-ID          PIC X(10).
           05  ACP-ODFI-ID             PIC 9(08).
           05  ACP-ENTRY-DESCRIPTION   PIC X(10).
           05  ACP-FILE-ID-MODIFIER    PIC X(01).
           05  FILLER                  PIC X(09).
