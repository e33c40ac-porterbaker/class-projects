      * entry, and RTM-ACTION-EXPIRE removes the entry.  An add that
      * duplicates an existing combination, or any action that would
      * leave a product's tiers not reaching down to a zero floor,
      * is rejected rather than applied.  An add or replace that
      * lowers the rate in force for its band must take effect at
      * least the notice period after the maintenance date, unless
      * RTM-NOTICE-OVERRIDE is "Y".
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/03/26   JWB   Original layout.
      * 10/15/26   JWB   Carved RTM-NOTICE-OVERRIDE out of the
      *                  trailing filler.  A space is no override, so
      *                  existing transactions read unchanged.
      ******************************************************************
       01  RATE-MAINT-TRANSACTION.
           05  RTM-ACTION-CODE         PIC X(01).
           05  RTM-TIER-FLOOR          PIC S9(09)V9(02) COMP-3.
           05  RTM-EFFECTIVE-DATE      PIC 9(08).
           05  RTM-ANNUAL-RATE         PIC S9(09)V9(02) COMP-3.
           05  RTM-NOTICE-OVERRIDE     PIC X(01).
               88  RTM-OVERRIDE-NOTICE         VALUE "Y".
           05  FILLER                  PIC X(09).
