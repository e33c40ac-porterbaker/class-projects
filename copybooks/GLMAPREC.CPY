      * product/frequency with no entry cannot be vouchered and
      * fails the run's proof.
      *
      * A record with GLM-ENTRY-TYPE "W" is the single backup-
      * withholding entry: its product type and frequency are not
      * used, and it names the account debited (interest payable)
      * and credited (backup withholding payable) for tax withheld
      * from credited interest.  A space entry type is an interest
      * entry, so existing records read unchanged.
      *
      * A record with GLM-ENTRY-TYPE "P" is the single interest-
      * payout entry: it names the account debited (interest
      * payable) and credited (ACH settlement clearing) for interest
      * paid out by ACH instead of compounding.
      *
      * A record with GLM-ENTRY-TYPE "F" is a fee-income entry, one
      * per product type (the frequency is not used): it names the
      * account debited (savings deposits) and credited (service-fee
      * income) for the month-end fees FEE_ASSESS charges.
      *
      * A record with GLM-ENTRY-TYPE "A" is a back-value adjustment
      * entry, one per product type (the frequency is not used): it
      * names the account debited (interest expense) and credited
      * (interest payable) for the interest adjustments SAVINGS_BAKER
      * posts for back-valued transactions.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/03/26   JWB   Original layout.
      * 10/15/26   JWB   Carved GLM-ENTRY-TYPE out of the trailing
      *                  filler for the backup-withholding entry.
      * 10/15/26   JWB   Added the interest-payout entry type.
      * 10/15/26   JWB   Added the fee-income entry type.
      * 10/15/26   JWB   Added the back-value adjustment entry type.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GLM-PRODUCT-TYPE        PIC X(01).
           05  GLM-COMPOUND-FREQ       PIC X(01).
           05  GLM-DEBIT-ACCOUNT       PIC 9(08).
           05  GLM-CREDIT-ACCOUNT      PIC 9(08).
           05  GLM-ENTRY-TYPE          PIC X(01).
               88  GLM-INTEREST-ENTRY          VALUES "I", " ".
               88  GLM-WITHHOLDING-ENTRY       VALUE "W".
               88  GLM-PAYOUT-ENTRY            VALUE "P".
               88  GLM-FEE-ENTRY               VALUE "F".
               88  GLM-ADJUSTMENT-ENTRY        VALUE "A".
           05  FILLER                  PIC X(09).
