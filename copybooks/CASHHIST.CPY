      ******************************************************************
      * CASHHIST.CPY
      * Record layout for the cash-activity history file kept by
      * CASH_CTR for structuring review.  One record per taxpayer
      * per business day with cash activity: the day's total cash
      * in and cash out across all of the taxpayer's accounts.  In
      * ascending CSH-TIN, CSH-BUSINESS-DATE order.  CASH_CTR reads
      * the prior file (CASHHIST) and writes the new one (CASHNEW)
      * with the processing date added, keeping only the business
      * days inside the structuring review window.  Back-valued
      * cash is folded into the record for its effective date.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      * 10/15/26   JWB   Back-valued cash is added to the record for
      *                  its effective date; CSH-ACCOUNT-COUNT then
      *                  adds that night's accounts to the count.
      ******************************************************************
       01  CASH-HISTORY-RECORD.
           05  CSH-TIN                 PIC 9(09).
           05  CSH-BUSINESS-DATE       PIC 9(08).
           05  CSH-CASH-IN             PIC S9(11)V9(02) COMP-3.
           05  CSH-CASH-OUT            PIC S9(11)V9(02) COMP-3.
           05  CSH-ACCOUNT-COUNT       PIC 9(03).
           05  FILLER                  PIC X(06).
