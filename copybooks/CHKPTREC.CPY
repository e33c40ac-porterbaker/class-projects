      *                  the partial YTDNEW/EXCPNEW files past the
      *                  accounts already merged and restore the
      *                  totals RUNCTL and CTLRPT report.
      * 10/15/26   JWB   Added the backup-withholding totals.
      * 10/15/26   JWB   Added the interest payout totals.
      * 10/15/26   JWB   Added the back-value adjustment totals.
      * 10/15/26   JWB   Added the close-out payoff totals.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CHKPT-LAST-SEQUENCE-NUMBER  PIC 9(07).
                                           SIGN TRAILING.
           05  CHKPT-GL-INTEREST-WRITTEN   PIC S9(11)V9(02)
                                           SIGN TRAILING.
           05  CHKPT-BACKUP-WITHHELD       PIC S9(11)V9(02)
                                           SIGN TRAILING.
           05  CHKPT-GL-WITHHELD-WRITTEN   PIC S9(11)V9(02)
                                           SIGN TRAILING.
           05  CHKPT-INTEREST-PAID-OUT     PIC S9(11)V9(02)
                                           SIGN TRAILING.
           05  CHKPT-GL-PAID-OUT-WRITTEN   PIC S9(11)V9(02)
                                           SIGN TRAILING.
           05  CHKPT-BACK-VALUE-COUNT      PIC 9(07).
           05  CHKPT-BACK-VALUE-ADJUSTED   PIC S9(11)V9(02)
                                           SIGN TRAILING.
           05  CHKPT-CLOSED-COUNT          PIC 9(07).
           05  CHKPT-CLOSE-DISBURSED       PIC S9(11)V9(02)
                                           SIGN TRAILING.
