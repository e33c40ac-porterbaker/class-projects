      ******************************************************************
      * CUSTTAX.CPY
      * Record layout for the customer tax file read by YEAR_END_1099
      * and, on accrual nights, by SAVINGS_BAKER.
      * One record per account, in ascending CTX-ACCT-NUMBER order,
      * the same account sequence as the accounts master.  Ties each
      * account to the taxpayer identification number, IRS name
      * the same taxpayer and are summed before the reportable
      * threshold is applied.
      *
      * SAVINGS_BAKER withholds the backup-withholding rate from the
      * interest it credits to an account whose record is flagged
      * for backup withholding (an IRS B-notice or other order), or
      * whose TIN is uncertified or missing.  A space flag and a
      * space certification status read as not withheld and
      * certified, so existing records read unchanged.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/03/26   JWB   Original layout.
      * 10/15/26   JWB   Carved CTX-BACKUP-WH-FLAG and
      *                  CTX-TIN-CERT-STATUS out of the trailing
      *                  filler for backup withholding on interest.
      ******************************************************************
       01  CUSTOMER-TAX-RECORD.
           05  CTX-ACCT-NUMBER         PIC 9(07).
           05  CTX-TIN                 PIC 9(09).
           05  CTX-NAME-CONTROL        PIC X(04).
           05  CTX-PAYEE-NAME          PIC X(30).
           05  CTX-BACKUP-WH-FLAG      PIC X(01).
               88  CTX-BACKUP-WH-ORDERED       VALUE "Y".
               88  CTX-BACKUP-WH-NONE          VALUES "N", " ".
           05  CTX-TIN-CERT-STATUS     PIC X(01).
               88  CTX-TIN-CERTIFIED           VALUES "C", " ".
               88  CTX-TIN-UNCERTIFIED         VALUE "U".
               88  CTX-TIN-MISSING             VALUE "M".
           05  FILLER                  PIC X(08).
