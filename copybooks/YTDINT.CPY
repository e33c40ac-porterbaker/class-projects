      * YTD-ACCT-NUMBER order.  SAVINGS_BAKER rolls each run's
      * computed interest into the file (reading YTDINT, writing
      * YTDNEW); YEAR_END_1099 turns the file into the 1099-INT
      * reporting extract each January.  YTD-BACKUP-WITHHELD carries
      * the federal backup withholding taken from the same interest;
      * it is zero (or, on a record written before it existed,
      * spaces, which readers treat as zero) for an account not
      * subject to withholding.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 08/14/26   JWB   Original layout.
      * 10/15/26   JWB   Carved YTD-BACKUP-WITHHELD out of the
      *                  trailing filler.  The record stays 27 bytes.
      ******************************************************************
       01  YTD-INTEREST-RECORD.
           05  YTD-ACCT-NUMBER         PIC 9(07).
           05  YTD-TAX-YEAR            PIC 9(04).
           05  YTD-INTEREST-EARNED     PIC S9(09)V9(02) COMP-3.
           05  YTD-BACKUP-WITHHELD     PIC S9(09)V9(02) COMP-3.
           05  FILLER                  PIC X(04).
