      ******************************************************************
      * RATECHG.CPY
      * Record layout for the applied rate-change file written by
      * RATE_MAINT and read by RATE_NOTICE.  One record per add or
      * replace actually applied to the rate table, giving the
      * product and the balance band the entry covers (from
      * RCH-TIER-FLOOR up to, not including, RCH-TIER-CEILING - a
      * zero ceiling means no higher tier), the effective date, and
      * the rate in force for that band before the action beside
      * the new one.  An add for a band with no earlier entry has
      * no prior rate.  RCH-NOTICE-OVERRIDE carries the override
      * code a decrease inside the notice period was applied under.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  RATE-CHANGE-RECORD.
           05  RCH-PRODUCT-CODE        PIC X(01).
           05  RCH-ACTION-CODE         PIC X(01).
           05  RCH-TIER-FLOOR          PIC S9(09)V9(02) COMP-3.
           05  RCH-TIER-CEILING        PIC S9(09)V9(02) COMP-3.
           05  RCH-EFFECTIVE-DATE      PIC 9(08).
           05  RCH-PRIOR-RATE-FLAG     PIC X(01).
               88  RCH-PRIOR-RATE-KNOWN        VALUE "Y".
               88  RCH-NO-PRIOR-RATE           VALUE "N".
           05  RCH-OLD-RATE            PIC S9(09)V9(02) COMP-3.
           05  RCH-NEW-RATE            PIC S9(09)V9(02) COMP-3.
           05  RCH-CHANGE-TYPE         PIC X(01).
               88  RCH-RATE-DECREASE           VALUE "D".
               88  RCH-RATE-INCREASE           VALUE "I".
               88  RCH-RATE-UNCHANGED          VALUE "U".
               88  RCH-RATE-NEW-BAND           VALUE "N".
           05  RCH-NOTICE-OVERRIDE     PIC X(01).
           05  RCH-MAINT-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).
