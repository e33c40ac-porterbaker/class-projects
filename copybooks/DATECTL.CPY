      ******************************************************************
      * DATECTL.CPY
      * Record layout for the system date-control file, a single
      * record naming the last business date the night stream
      * completed and the next date it is to process.  Every night-
      * stream program reads it at start of run and refuses to run
      * (return code 8) unless its run date is the next processing
      * date, so a resubmitted night or a night run after a skipped
      * one stops before it posts anything.  NIGHT_STATUS advances
      * the record to the next business day on the bank calendar
      * only when the whole night ends clean; DATE_MAINT applies
      * operations' controlled overrides.  The last update stamp
      * names the program that last wrote the record and how.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  DATE-CONTROL-RECORD.
           05  DTC-LAST-COMPLETED-DATE PIC 9(08).
           05  DTC-NEXT-PROCESS-DATE   PIC 9(08).
           05  DTC-UPDATED-BY          PIC X(16).
           05  DTC-UPDATED-DATE        PIC 9(08).
           05  DTC-UPDATED-TIME        PIC 9(08).
           05  DTC-UPDATE-TYPE         PIC X(01).
               88  DTC-NIGHT-ADVANCED          VALUE "A".
               88  DTC-NIGHT-COMPLETED         VALUE "C".
               88  DTC-DATE-INITIALIZED        VALUE "I".
               88  DTC-DATE-OVERRIDDEN         VALUE "O".
           05  FILLER                  PIC X(11).
