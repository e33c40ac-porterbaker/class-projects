      * Print line layout for the before/after effects report produced
      * by ACCT_MAINT.  A change writes a BEFORE line and an AFTER
      * line; an add writes an AFTER line only; a close writes a
      * BEFORE line and an AFTER line carrying the close date and
      * reason.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 08/10/26   JWB   Original layout.
      * 08/19/26   JWB   Added the product-type and maturity-date
      *                  columns.
      * 10/15/26   JWB   Added the interest-disposition and payout
      *                  routing-number columns.
      * 10/15/26   JWB   Added the fee-waiver-code column.
      * 10/15/26   JWB   Added the close-date and close-reason
      *                  columns.
      ******************************************************************
       01  MAINT-REPORT-LINE.
           05  MRP-ACCT-NUMBER         PIC 9(07).
           05  MRP-PRODUCT-TYPE        PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MRP-MATURITY-DATE       PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MRP-INTEREST-DISPOSITION PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MRP-PAYOUT-ROUTING      PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MRP-FEE-WAIVER-CODE     PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MRP-CLOSE-DATE          PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MRP-CLOSE-REASON        PIC X(02).
