      ******************************************************************
      * DATETRAN.CPY
      * Record layout for the date-control maintenance transactions
      * applied by DATE_MAINT.  Every transaction must name the
      * operator and the reason, both of which go on the audit
      * report.
      *   I  initialize - sets both the last completed date and the
      *      next processing date, for a new installation or a
      *      damaged control record.
      *   O  override - sets the next processing date, leaving the
      *      last completed date alone: back to a completed date
      *      for a deliberate rerun, or ahead past a night that is
      *      not to be run.
      *   C  complete - marks the next processing date completed and
      *      moves to the business day after it, for a night that
      *      ended with warnings and has been reviewed.  The
      *      transaction's process date must match the one on file.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      ******************************************************************
       01  DATE-MAINT-TRANSACTION.
           05  DTT-ACTION-CODE         PIC X(01).
               88  DTT-ACTION-INITIALIZE       VALUE "I".
               88  DTT-ACTION-OVERRIDE         VALUE "O".
               88  DTT-ACTION-COMPLETE         VALUE "C".
           05  DTT-LAST-COMPLETED-DATE PIC 9(08).
           05  DTT-PROCESS-DATE        PIC 9(08).
           05  DTT-OPERATOR-ID         PIC X(08).
           05  DTT-REASON              PIC X(40).
           05  FILLER                  PIC X(15).
