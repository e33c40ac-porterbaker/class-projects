      ******************************************************************
      * PAYOUTREC.CPY
      * Record layout for the interest-payout extract written by
      * SAVINGS_BAKER on accrual nights and read by ACH_ORIG.  One
      * record per period, per account whose interest disposition is
      * payout, carrying the net interest (interest earned less any
      * backup withholding) and the external routing number and DFI
      * account it is to be credited to.  A positive back-value
      * interest adjustment of such an account is paid out on a
      * record of its own for the same period.  The extract total
      * must equal CTL-INTEREST-PAID-OUT on the night's RUNCTL
      * record.
      *
      * Modification History
      * ---------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   JWB   Original layout.
      * 10/15/26   JWB   A back-value adjustment paid out is written
      *                  as a second record for the period.
      ******************************************************************
       01  PAYOUT-RECORD.
           05  PAY-ACCT-NUMBER         PIC 9(07).
           05  PAY-PERIOD-NUMBER       PIC 9(04).
           05  PAY-RUN-DATE            PIC 9(08).
           05  PAY-ROUTING             PIC 9(09).
           05  PAY-ROUTING-SPLIT REDEFINES PAY-ROUTING.
               10  PAY-DFI-ID          PIC 9(08).
               10  PAY-CHECK-DIGIT     PIC 9(01).
           05  PAY-DFI-ACCOUNT         PIC X(17).
           05  PAY-ACCT-TYPE           PIC X(01).
               88  PAY-TO-CHECKING             VALUES "C", " ".
               88  PAY-TO-SAVINGS              VALUE "S".
           05  PAY-PAYEE-NAME          PIC X(22).
           05  PAY-AMOUNT              PIC S9(09)V9(02) SIGN TRAILING.
           05  FILLER                  PIC X(10).
