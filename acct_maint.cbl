000180* number) to the savings accounts master ahead of the nightly
000190* SAVINGS_BAKER run.  Each action is applied in place against
000200* the indexed master: an add writes a new account, a change
000210* replaces the maintainable fields, and a close marks the
000220* account for close-out with its close date and reason (the
000230* next accrual night pays it off and ACCT_CLOSE retires it
000240* to the closed-accounts history).  Every applied action is
000250* shown before-and-after on the effects report, and any
000260* transaction that does not match an existing account
000270* (change/close) or would duplicate one (add) goes to the
000280* reject listing instead of the master.
000290*
000300* Modification History
000310* ----------------------------------------------------------------
000320* DATE       INIT  DESCRIPTION
000330* 08/10/26   JWB   Original version - balanced sequential update
000340*                  writing a new master file.
000350* 08/18/26   JWB   Reworked for the indexed accounts master:
000360*                  actions now apply in place with random
000370*                  WRITE/REWRITE/DELETE, and the old-master/
000380*                  new-master pass is gone.
000390* 08/19/26   JWB   Adds and changes now carry the product
000400*                  type and maturity date for certificate-
000410*                  of-deposit accounts.
000420* 08/21/26   JWB   Effects report now opens with a dated,
000430*                  timed heading so the report evidences when
000440*                  each maintenance action was applied.
000450* 09/03/26   JWB   Appends the step-status record to the
000460*                  shared job-stream status file and sets a
000470*                  return code that reflects the run: 8 on a
000480*                  failure, 4 when actions were rejected.
000490* 10/15/26   JWB   Adds and changes now carry the interest
000500*                  disposition and the payout routing number,
000510*                  DFI account and account type.  A payout
000520*                  instruction with a bad routing number
000530*                  (non-numeric, zero or failing the ABA check
000540*                  digit), no DFI account or a bad account
000550*                  type is rejected, as is a disposition other
000560*                  than compound or payout.
000570* 10/15/26   JWB   Adds and changes now carry the fee waiver
000580*                  code FEE_ASSESS honors; a code other than
000590*                  space, E, O, R or S is rejected.
000600* 10/15/26   JWB   A close no longer deletes the account: it
000610*                  sets the close date (the run date when none
000620*                  is given) and reason on the master for
000630*                  SAVINGS_BAKER to figure the final interest
000640*                  and payoff and ACCT_CLOSE to retire it.  A
000650*                  bad reason, a close date that is invalid,
000660*                  in the future or outside the current month,
000670*                  or an account already closing is rejected,
000680*                  as is a change to an account that is
000690*                  closing.
000700* 10/15/26   JWB   Refuses to run (return code 8) unless the
000710*                  run date is the next processing date on
000720*                  the date-control record (DATECTL).
000730*****************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID. acct_maint.
000760 AUTHOR. J BAKER.
000770 INSTALLATION. CONSUMER BANKING SYSTEMS.
000780 DATE-WRITTEN. 08/10/26.
000790 DATE-COMPILED.
000800*****************************************************************
000810* ENVIRONMENT DIVISION
000820*****************************************************************
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000860 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS ACCT-NUMBER
000930         FILE STATUS IS ACCTMAST-STATUS.
000940     SELECT MAINT-TRANSACTION-FILE ASSIGN TO "MAINTTRX"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS MAINTTRX-STATUS.
000980     SELECT MAINT-REPORT-FILE ASSIGN TO "MAINTRPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS MAINTRPT-STATUS.
001010     SELECT MAINT-REJECT-FILE ASSIGN TO "MAINTREJ"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS MAINTREJ-STATUS.
001040     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS DATECTL-STATUS.
001080     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
001090         ORGANIZATION IS SEQUENTIAL
001100         ACCESS MODE IS SEQUENTIAL
001110         FILE STATUS IS JOBSTAT-STATUS.
001120*****************************************************************
001130* DATA DIVISION
001140*****************************************************************
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  ACCOUNT-MASTER-FILE.
001180     COPY ACCTMAST.
001190 FD  MAINT-TRANSACTION-FILE
001200     RECORDING MODE IS F.
001210     COPY MNTTRAN.
001220 FD  MAINT-REPORT-FILE.
001230     COPY MNTRPT.
001240 FD  MAINT-REJECT-FILE.
001250     COPY MNTREJ.
001260 FD  DATE-CONTROL-FILE
001270     RECORDING MODE IS F.
001280     COPY DATECTL.
001290 FD  JOB-STATUS-FILE
001300     RECORDING MODE IS F.
001310     COPY JOBSTAT.
001320 WORKING-STORAGE SECTION.
001330*> ----------------------------------------------------------
001340*> File status and end-of-file switches
001350*> ----------------------------------------------------------
001360 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001370     88  ACCTMAST-OK                   VALUE "00".
001380 01  MAINTTRX-STATUS         PIC X(02) VALUE "00".
001390     88  MAINTTRX-OK                   VALUE "00".
001400     88  MAINTTRX-EOF                  VALUE "10".
001410 01  MAINTRPT-STATUS         PIC X(02) VALUE "00".
001420     88  MAINTRPT-OK                   VALUE "00".
001430 01  MAINTREJ-STATUS         PIC X(02) VALUE "00".
001440     88  MAINTREJ-OK                   VALUE "00".
001450 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001460     88  DATECTL-OK                    VALUE "00".
001470 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001480     88  JOBSTAT-OK                    VALUE "00".
001490 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001500 01  ACTIONS-APPLIED-COUNT   PIC 9(07) VALUE 0.
001510 01  PROGRAM-SWITCHES.
001520     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001530         88  RUN-ERROR                 VALUE "Y".
001540     05  MAINTTRX-EOF-SWITCH  PIC X(01) VALUE "N".
001550         88  MAINTTRX-EXHAUSTED        VALUE "Y".
001560     05  PAYOUT-EDIT-SWITCH   PIC X(01) VALUE "Y".
001570         88  PAYOUT-FIELDS-VALID       VALUE "Y".
001580         88  PAYOUT-FIELDS-INVALID     VALUE "N".
001590     05  CLOSE-EDIT-SWITCH    PIC X(01) VALUE "Y".
001600         88  CLOSE-FIELDS-VALID        VALUE "Y".
001610         88  CLOSE-FIELDS-INVALID      VALUE "N".
001620*> ----------------------------------------------------------
001630*> Close-out edit work area.  The close date a close takes
001640*> effect on, and the length of its month for the day edit.
001650*> ----------------------------------------------------------
001660 01  CLOSE-EFFECTIVE-DATE    PIC 9(08) VALUE 0.
001670 01  CLOSE-MONTH-LENGTH      PIC 9(02) VALUE 0.
001680 01  CLOSE-LEAP-QUOTIENT     PIC 9(04) COMP VALUE 0.
001690 01  CLOSE-LEAP-REMAINDER    PIC 9(04) COMP VALUE 0.
001700*> ----------------------------------------------------------
001710*> ABA routing-number check-digit work area.  The weighted
001720*> sum 3-7-1 over the nine digits must be a multiple of ten.
001730*> ----------------------------------------------------------
001740 01  ROUTING-CHECK-NUMBER    PIC 9(09) VALUE 0.
001750 01  ROUTING-CHECK-DIGITS REDEFINES ROUTING-CHECK-NUMBER.
001760     05  ROUTING-DIGIT       PIC 9(01) OCCURS 9 TIMES.
001770 01  ROUTING-CHECK-SUM       PIC 9(04) COMP VALUE 0.
001780 01  ROUTING-CHECK-QUOTIENT  PIC 9(04) COMP VALUE 0.
001790 01  ROUTING-CHECK-REMAINDER PIC 9(04) COMP VALUE 0.
001800*> ----------------------------------------------------------
001810*> Run stamp and effects-report heading, so the report
001820*> evidences when each maintenance action was applied.
001830*> ----------------------------------------------------------
001840 01  MAINT-RUN-DATE          PIC 9(08) VALUE 0.
001850 01  MAINT-RUN-DATE-SPLIT REDEFINES MAINT-RUN-DATE.
001860     05  MAINT-RUN-CCYY      PIC 9(04).
001870     05  MAINT-RUN-MM        PIC 9(02).
001880     05  MAINT-RUN-DD        PIC 9(02).
001890 01  MAINT-RUN-TIME          PIC 9(08) VALUE 0.
001900 01  MAINT-HEADING-LINE.
001910     05  FILLER              PIC X(34)
001920         VALUE "ACCOUNT MAINTENANCE EFFECTS       ".
001930     05  FILLER              PIC X(09) VALUE "RUN DATE ".
001940     05  MHL-RUN-DATE        PIC 9(08).
001950     05  FILLER              PIC X(06) VALUE " TIME ".
001960     05  MHL-RUN-TIME        PIC 9(08).
001970*> ----------------------------------------------------------
001980*> Run counters
001990*> ----------------------------------------------------------
002000 77  ACCOUNTS-ADDED-COUNT    PIC 9(07) VALUE 0.
002010 77  ACCOUNTS-CHANGED-COUNT  PIC 9(07) VALUE 0.
002020 77  ACCOUNTS-CLOSED-COUNT   PIC 9(07) VALUE 0.
002030 77  MAINT-REJECT-COUNT      PIC 9(07) VALUE 0.
002040 PROCEDURE DIVISION.
002050*****************************************************************
002060* 0000-MAINLINE
002070*   Top level driver - opens the files, applies one maintenance
002080*   transaction per pass, and closes up when the transaction
002090*   file is exhausted.
002100*****************************************************************
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002130     IF NOT RUN-ERROR
002140        PERFORM 2000-APPLY-MAINT-TRAN THRU 2000-EXIT
002150            UNTIL MAINTTRX-EXHAUSTED
002160     END-IF
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT
002180     STOP RUN.
002190*****************************************************************
002200* 1000-INITIALIZE
002210*   Opens every file and primes the transaction read-ahead
002220*   buffer.
002230*   A run whose date is not the next processing date on the
002240*   date-control record is refused before any file is opened.
002250*****************************************************************
002260 1000-INITIALIZE.
002270     ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD
002280     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002290     IF RUN-ERROR
002300        GO TO 1000-EXIT
002310     END-IF
002320     OPEN I-O ACCOUNT-MASTER-FILE
002330     IF NOT ACCTMAST-OK
002340        DISPLAY "ACCT_MAINT: UNABLE TO OPEN ACCTMAST, STATUS "
002350           ACCTMAST-STATUS
002360        MOVE "Y" TO RUN-ERROR-SWITCH
002370     END-IF
002380     OPEN INPUT MAINT-TRANSACTION-FILE
002390     IF NOT MAINTTRX-OK
002400        DISPLAY "ACCT_MAINT: UNABLE TO OPEN MAINTTRX, STATUS "
002410           MAINTTRX-STATUS
002420        MOVE "Y" TO RUN-ERROR-SWITCH
002430     END-IF
002440     OPEN OUTPUT MAINT-REPORT-FILE
002450     IF NOT MAINTRPT-OK
002460        DISPLAY "ACCT_MAINT: UNABLE TO OPEN MAINTRPT, STATUS "
002470           MAINTRPT-STATUS
002480        MOVE "Y" TO RUN-ERROR-SWITCH
002490     END-IF
002500     ACCEPT MAINT-RUN-TIME FROM TIME
002510     IF MAINTRPT-OK
002520        MOVE MAINT-RUN-DATE TO MHL-RUN-DATE
002530        MOVE MAINT-RUN-TIME TO MHL-RUN-TIME
002540        WRITE MAINT-REPORT-LINE FROM MAINT-HEADING-LINE
002550     END-IF
002560     OPEN OUTPUT MAINT-REJECT-FILE
002570     IF NOT MAINTREJ-OK
002580        DISPLAY "ACCT_MAINT: UNABLE TO OPEN MAINTREJ, STATUS "
002590           MAINTREJ-STATUS
002600        MOVE "Y" TO RUN-ERROR-SWITCH
002610     END-IF
002620     PERFORM 1200-READ-MAINT-TRAN THRU 1200-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650*****************************************************************
002660* 1010-CHECK-PROCESSING-DATE
002670*   Reads the date-control record and refuses the run unless
002680*   the run date is the next processing date on it, so a
002690*   resubmitted night, or one run after a skipped night, stops
002700*   here before anything is posted.
002710*****************************************************************
002720 1010-CHECK-PROCESSING-DATE.
002730     OPEN INPUT DATE-CONTROL-FILE
002740     IF NOT DATECTL-OK
002750        DISPLAY "ACCT_MAINT: UNABLE TO OPEN DATECTL, STATUS "
002760           DATECTL-STATUS
002770        MOVE "Y" TO RUN-ERROR-SWITCH
002780        GO TO 1010-EXIT
002790     END-IF
002800     READ DATE-CONTROL-FILE
002810         AT END
002820             DISPLAY "ACCT_MAINT: DATECTL IS EMPTY - NO "
002830                "PROCESSING DATE ON FILE"
002840             MOVE "Y" TO RUN-ERROR-SWITCH
002850     END-READ
002860     CLOSE DATE-CONTROL-FILE
002870     IF RUN-ERROR
002880        GO TO 1010-EXIT
002890     END-IF
002900     IF MAINT-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
002910        DISPLAY "ACCT_MAINT: RUN DATE " MAINT-RUN-DATE
002920           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
002930        DISPLAY "ACCT_MAINT: LAST COMPLETED DATE "
002940           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
002950        MOVE "Y" TO RUN-ERROR-SWITCH
002960     END-IF.
002970 1010-EXIT.
002980     EXIT.
002990*****************************************************************
003000* 1200-READ-MAINT-TRAN
003010*   Reads the next maintenance transaction into the read-ahead
003020*   buffer.
003030*****************************************************************
003040 1200-READ-MAINT-TRAN.
003050     READ MAINT-TRANSACTION-FILE
003060        AT END MOVE "Y" TO MAINTTRX-EOF-SWITCH
003070     END-READ.
003080 1200-EXIT.
003090     EXIT.
003100*****************************************************************
003110* 2000-APPLY-MAINT-TRAN
003120*   Routes one maintenance transaction to its action paragraph.
003130*   An action code the program does not recognize is rejected.
003140*****************************************************************
003150 2000-APPLY-MAINT-TRAN.
003160     EVALUATE TRUE
003170        WHEN MNT-ACTION-ADD
003180           PERFORM 2110-ADD-ACCOUNT THRU 2110-EXIT
003190        WHEN MNT-ACTION-CHANGE
003200           PERFORM 2120-CHANGE-ACCOUNT THRU 2120-EXIT
003210        WHEN MNT-ACTION-CLOSE
003220           PERFORM 2130-CLOSE-ACCOUNT THRU 2130-EXIT
003230        WHEN OTHER
003240           MOVE "INVALID ACTION CODE"
003250              TO MRJ-REJECT-REASON
003260           PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003270     END-EVALUATE
003280     PERFORM 1200-READ-MAINT-TRAN THRU 1200-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310*****************************************************************
003320* 2110-ADD-ACCOUNT
003330*   Builds a brand-new account from the maintenance transaction
003340*   and writes it to the master.  A key already on the master
003350*   or a bad payout instruction rejects the add.
003360*****************************************************************
003370 2110-ADD-ACCOUNT.
003380     PERFORM 2200-EDIT-PAYOUT-FIELDS THRU 2200-EXIT
003390     IF PAYOUT-FIELDS-INVALID
003400        GO TO 2110-EXIT
003410     END-IF
003420     MOVE SPACES             TO ACCOUNT-MASTER-RECORD
003430     MOVE ZERO               TO ACCT-CLOSE-DATE
003440     MOVE MNT-ACCT-NUMBER    TO ACCT-NUMBER
003450     MOVE MNT-SAVE-AMOUNT    TO ACCT-SAVE-AMOUNT
003460     MOVE MNT-INTEREST-RATE  TO ACCT-INTEREST-RATE
003470     MOVE MNT-NUMBER-MONTHS  TO ACCT-NUMBER-MONTHS
003480     MOVE MNT-COMPOUND-FREQ  TO ACCT-COMPOUND-FREQ
003490     MOVE MNT-PRODUCT-TYPE   TO ACCT-PRODUCT-TYPE
003500     MOVE MNT-MATURITY-DATE  TO ACCT-MATURITY-DATE
003510     MOVE MNT-FEE-WAIVER-CODE TO ACCT-FEE-WAIVER-CODE
003520     PERFORM 2150-MOVE-PAYOUT-FIELDS THRU 2150-EXIT
003530     WRITE ACCOUNT-MASTER-RECORD
003540         INVALID KEY
003550             MOVE "ADD FOR ACCOUNT ALREADY ON MASTER"
003560                TO MRJ-REJECT-REASON
003570             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003580         NOT INVALID KEY
003590             ADD 1 TO ACCOUNTS-ADDED-COUNT
003600             MOVE "AFTER"  TO MRP-IMAGE-TAG
003610             PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
003620     END-WRITE.
003630 2110-EXIT.
003640     EXIT.
003650*****************************************************************
003660* 2120-CHANGE-ACCOUNT
003670*   Fetches the account, reports it as it stands, replaces the
003680*   maintainable fields from the transaction, rewrites it,
003690*   and reports the result.  A key not on the master, an
003700*   account already marked for close-out, or a bad payout
003710*   instruction rejects the change.
003720*****************************************************************
003730 2120-CHANGE-ACCOUNT.
003740     PERFORM 2200-EDIT-PAYOUT-FIELDS THRU 2200-EXIT
003750     IF PAYOUT-FIELDS-INVALID
003760        GO TO 2120-EXIT
003770     END-IF
003780     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER
003790     READ ACCOUNT-MASTER-FILE
003800         INVALID KEY
003810             MOVE "NO MATCHING ACCOUNT ON MASTER"
003820                TO MRJ-REJECT-REASON
003830             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003840             GO TO 2120-EXIT
003850     END-READ
003860     IF NOT ACCT-OPEN
003870        MOVE "ACCOUNT IS CLOSING" TO MRJ-REJECT-REASON
003880        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003890        GO TO 2120-EXIT
003900     END-IF
003910     MOVE "BEFORE" TO MRP-IMAGE-TAG
003920     PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
003930     MOVE MNT-SAVE-AMOUNT    TO ACCT-SAVE-AMOUNT
003940     MOVE MNT-INTEREST-RATE  TO ACCT-INTEREST-RATE
003950     MOVE MNT-NUMBER-MONTHS  TO ACCT-NUMBER-MONTHS
003960     MOVE MNT-COMPOUND-FREQ  TO ACCT-COMPOUND-FREQ
003970     MOVE MNT-PRODUCT-TYPE   TO ACCT-PRODUCT-TYPE
003980     MOVE MNT-MATURITY-DATE  TO ACCT-MATURITY-DATE
003990     MOVE MNT-FEE-WAIVER-CODE TO ACCT-FEE-WAIVER-CODE
004000     PERFORM 2150-MOVE-PAYOUT-FIELDS THRU 2150-EXIT
004010     REWRITE ACCOUNT-MASTER-RECORD
004020         INVALID KEY
004030             DISPLAY "ACCT_MAINT: REWRITE FAILED FOR ACCOUNT "
004040                ACCT-NUMBER ", STATUS " ACCTMAST-STATUS
004050         NOT INVALID KEY
004060             ADD 1 TO ACCOUNTS-CHANGED-COUNT
004070             MOVE "AFTER"  TO MRP-IMAGE-TAG
004080             PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
004090     END-REWRITE.
004100 2120-EXIT.
004110     EXIT.
004120*****************************************************************
004130* 2130-CLOSE-ACCOUNT
004140*   Fetches the account, reports it as it stands, marks it for
004150*   close-out with the close date and reason, rewrites it, and
004160*   reports the result.  The account stays on the master until
004170*   the accrual night has figured its final interest and
004180*   payoff and ACCT_CLOSE has moved it to the closed-accounts
004190*   history.  A bad close date or reason, a key not on the
004200*   master, or an account already closing rejects the close.
004210*****************************************************************
004220 2130-CLOSE-ACCOUNT.
004230     PERFORM 2250-EDIT-CLOSE-FIELDS THRU 2250-EXIT
004240     IF CLOSE-FIELDS-INVALID
004250        GO TO 2130-EXIT
004260     END-IF
004270     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER
004280     READ ACCOUNT-MASTER-FILE
004290         INVALID KEY
004300             MOVE "NO MATCHING ACCOUNT ON MASTER"
004310                TO MRJ-REJECT-REASON
004320             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004330             GO TO 2130-EXIT
004340     END-READ
004350     IF NOT ACCT-OPEN
004360        MOVE "ACCOUNT ALREADY CLOSING" TO MRJ-REJECT-REASON
004370        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004380        GO TO 2130-EXIT
004390     END-IF
004400     MOVE "BEFORE" TO MRP-IMAGE-TAG
004410     PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
004420     MOVE CLOSE-EFFECTIVE-DATE TO ACCT-CLOSE-DATE
004430     MOVE MNT-CLOSE-REASON     TO ACCT-CLOSE-REASON
004440     REWRITE ACCOUNT-MASTER-RECORD
004450         INVALID KEY
004460             DISPLAY "ACCT_MAINT: REWRITE FAILED FOR ACCOUNT "
004470                ACCT-NUMBER ", STATUS " ACCTMAST-STATUS
004480         NOT INVALID KEY
004490             ADD 1 TO ACCOUNTS-CLOSED-COUNT
004500             MOVE "AFTER"  TO MRP-IMAGE-TAG
004510             PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
004520     END-REWRITE.
004530 2130-EXIT.
004540     EXIT.
004550*****************************************************************
004560* 2150-MOVE-PAYOUT-FIELDS
004570*   Moves the interest disposition to the master record, with
004580*   the payout destination for a payout account.  A compounding
004590*   account carries no payout destination.
004600*****************************************************************
004610 2150-MOVE-PAYOUT-FIELDS.
004620     MOVE MNT-INTEREST-DISPOSITION TO ACCT-INTEREST-DISPOSITION
004630     IF ACCT-DISP-PAYOUT
004640        MOVE MNT-PAYOUT-ROUTING   TO ACCT-PAYOUT-ROUTING
004650        MOVE MNT-PAYOUT-ACCOUNT   TO ACCT-PAYOUT-ACCOUNT
004660        MOVE MNT-PAYOUT-ACCT-TYPE TO ACCT-PAYOUT-ACCT-TYPE
004670     ELSE
004680        MOVE ZERO   TO ACCT-PAYOUT-ROUTING
004690        MOVE SPACES TO ACCT-PAYOUT-ACCOUNT
004700        MOVE SPACES TO ACCT-PAYOUT-ACCT-TYPE
004710     END-IF.
004720 2150-EXIT.
004730     EXIT.
004740*****************************************************************
004750* 2200-EDIT-PAYOUT-FIELDS
004760*   Edits the fee waiver code, the interest disposition and,
004770*   for a payout account, the payout destination on an add
004780*   or change.  The first failing edit rejects the
004790*   transaction and leaves the switch set invalid for the
004800*   caller.
004810*****************************************************************
004820 2200-EDIT-PAYOUT-FIELDS.
004830     MOVE "Y" TO PAYOUT-EDIT-SWITCH
004840     IF MNT-FEE-WAIVER-CODE NOT = SPACE AND
004850        MNT-FEE-WAIVER-CODE NOT = "E" AND
004860        MNT-FEE-WAIVER-CODE NOT = "O" AND
004870        MNT-FEE-WAIVER-CODE NOT = "R" AND
004880        MNT-FEE-WAIVER-CODE NOT = "S"
004890        MOVE "INVALID FEE WAIVER CODE"
004900           TO MRJ-REJECT-REASON
004910        GO TO 2200-REJECT
004920     END-IF
004930     IF MNT-INTEREST-DISPOSITION NOT = "C" AND
004940        MNT-INTEREST-DISPOSITION NOT = "P" AND
004950        MNT-INTEREST-DISPOSITION NOT = SPACE
004960        MOVE "INVALID INTEREST DISPOSITION"
004970           TO MRJ-REJECT-REASON
004980        GO TO 2200-REJECT
004990     END-IF
005000     IF MNT-INTEREST-DISPOSITION NOT = "P"
005010        GO TO 2200-EXIT
005020     END-IF
005030     IF MNT-PAYOUT-ROUTING NOT NUMERIC OR
005040        MNT-PAYOUT-ROUTING = "000000000"
005050        MOVE "INVALID PAYOUT ROUTING NUMBER"
005060           TO MRJ-REJECT-REASON
005070        GO TO 2200-REJECT
005080     END-IF
005090     PERFORM 2210-CHECK-ROUTING-DIGIT THRU 2210-EXIT
005100     IF ROUTING-CHECK-REMAINDER NOT = ZERO
005110        MOVE "PAYOUT ROUTING NUMBER FAILS CHECK DIGIT"
005120           TO MRJ-REJECT-REASON
005130        GO TO 2200-REJECT
005140     END-IF
005150     IF MNT-PAYOUT-ACCOUNT = SPACES
005160        MOVE "PAYOUT DFI ACCOUNT MISSING"
005170           TO MRJ-REJECT-REASON
005180        GO TO 2200-REJECT
005190     END-IF
005200     IF MNT-PAYOUT-ACCT-TYPE NOT = "C" AND
005210        MNT-PAYOUT-ACCT-TYPE NOT = "S" AND
005220        MNT-PAYOUT-ACCT-TYPE NOT = SPACE
005230        MOVE "INVALID PAYOUT ACCOUNT TYPE"
005240           TO MRJ-REJECT-REASON
005250        GO TO 2200-REJECT
005260     END-IF
005270     GO TO 2200-EXIT.
005280 2200-REJECT.
005290     MOVE "N" TO PAYOUT-EDIT-SWITCH
005300     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT.
005310 2200-EXIT.
005320     EXIT.
005330*****************************************************************
005340* 2210-CHECK-ROUTING-DIGIT
005350*   Weights the nine routing digits 3-7-1 and leaves the
005360*   remainder of the sum over ten; zero is a valid number.
005370*****************************************************************
005380 2210-CHECK-ROUTING-DIGIT.
005390     MOVE MNT-PAYOUT-ROUTING TO ROUTING-CHECK-NUMBER
005400     COMPUTE ROUTING-CHECK-SUM =
005410        3 * (ROUTING-DIGIT (1) + ROUTING-DIGIT (4)
005420               + ROUTING-DIGIT (7))
005430      + 7 * (ROUTING-DIGIT (2) + ROUTING-DIGIT (5)
005440               + ROUTING-DIGIT (8))
005450      +     (ROUTING-DIGIT (3) + ROUTING-DIGIT (6)
005460               + ROUTING-DIGIT (9))
005470     DIVIDE ROUTING-CHECK-SUM BY 10
005480        GIVING ROUTING-CHECK-QUOTIENT
005490        REMAINDER ROUTING-CHECK-REMAINDER.
005500 2210-EXIT.
005510     EXIT.
005520*****************************************************************
005530* 2250-EDIT-CLOSE-FIELDS
005540*   Edits the close reason and close date on a close and sets
005550*   the date the close takes effect on: the run date when the
005560*   transaction gives none.  A given date must be a real
005570*   calendar date, not after the run date and in the run's
005580*   month, since the accrual night figures the final interest
005590*   as a stub of the current period.  The first failing edit
005600*   rejects the transaction and leaves the switch set invalid
005610*   for the caller.
005620*****************************************************************
005630 2250-EDIT-CLOSE-FIELDS.
005640     MOVE "Y" TO CLOSE-EDIT-SWITCH
005650     IF MNT-CLOSE-REASON NOT = "CR" AND
005660        MNT-CLOSE-REASON NOT = "MT" AND
005670        MNT-CLOSE-REASON NOT = "DE" AND
005680        MNT-CLOSE-REASON NOT = "ES" AND
005690        MNT-CLOSE-REASON NOT = "BI"
005700        MOVE "INVALID CLOSE REASON"
005710           TO MRJ-REJECT-REASON
005720        GO TO 2250-REJECT
005730     END-IF
005740     IF MNT-CLOSE-DATE-SPLIT = SPACES
005750        MOVE MAINT-RUN-DATE TO CLOSE-EFFECTIVE-DATE
005760        GO TO 2250-EXIT
005770     END-IF
005780     IF MNT-CLOSE-DATE IS NUMERIC
005790           AND MNT-CLOSE-DATE = ZERO
005800        MOVE MAINT-RUN-DATE TO CLOSE-EFFECTIVE-DATE
005810        GO TO 2250-EXIT
005820     END-IF
005830     IF MNT-CLOSE-DATE IS NOT NUMERIC
005840           OR MNT-CLOSE-MM < 1
005850           OR MNT-CLOSE-MM > 12
005860           OR MNT-CLOSE-DD < 1
005870        MOVE "INVALID CLOSE DATE"
005880           TO MRJ-REJECT-REASON
005890        GO TO 2250-REJECT
005900     END-IF
005910     EVALUATE MNT-CLOSE-MM
005920        WHEN 4
005930        WHEN 6
005940        WHEN 9
005950        WHEN 11
005960           MOVE 30 TO CLOSE-MONTH-LENGTH
005970        WHEN 2
005980           MOVE 28 TO CLOSE-MONTH-LENGTH
005990           DIVIDE MNT-CLOSE-CCYY BY 4
006000              GIVING CLOSE-LEAP-QUOTIENT
006010              REMAINDER CLOSE-LEAP-REMAINDER
006020           IF CLOSE-LEAP-REMAINDER = ZERO
006030              MOVE 29 TO CLOSE-MONTH-LENGTH
006040              DIVIDE MNT-CLOSE-CCYY BY 100
006050                 GIVING CLOSE-LEAP-QUOTIENT
006060                 REMAINDER CLOSE-LEAP-REMAINDER
006070              IF CLOSE-LEAP-REMAINDER = ZERO
006080                 MOVE 28 TO CLOSE-MONTH-LENGTH
006090                 DIVIDE MNT-CLOSE-CCYY BY 400
006100                    GIVING CLOSE-LEAP-QUOTIENT
006110                    REMAINDER CLOSE-LEAP-REMAINDER
006120                 IF CLOSE-LEAP-REMAINDER = ZERO
006130                    MOVE 29 TO CLOSE-MONTH-LENGTH
006140                 END-IF
006150              END-IF
006160           END-IF
006170        WHEN OTHER
006180           MOVE 31 TO CLOSE-MONTH-LENGTH
006190     END-EVALUATE
006200     IF MNT-CLOSE-DD > CLOSE-MONTH-LENGTH
006210        MOVE "INVALID CLOSE DATE"
006220           TO MRJ-REJECT-REASON
006230        GO TO 2250-REJECT
006240     END-IF
006250     IF MNT-CLOSE-DATE > MAINT-RUN-DATE
006260        MOVE "CLOSE DATE IN THE FUTURE"
006270           TO MRJ-REJECT-REASON
006280        GO TO 2250-REJECT
006290     END-IF
006300     IF MNT-CLOSE-CCYY NOT = MAINT-RUN-CCYY
006310           OR MNT-CLOSE-MM NOT = MAINT-RUN-MM
006320        MOVE "CLOSE DATE NOT IN CURRENT MONTH"
006330           TO MRJ-REJECT-REASON
006340        GO TO 2250-REJECT
006350     END-IF
006360     MOVE MNT-CLOSE-DATE TO CLOSE-EFFECTIVE-DATE
006370     GO TO 2250-EXIT.
006380 2250-REJECT.
006390     MOVE "N" TO CLOSE-EDIT-SWITCH
006400     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT.
006410 2250-EXIT.
006420     EXIT.
006430*****************************************************************
006440* 2300-WRITE-EFFECTS-LINE
006450*   Formats and writes one before/after line of the effects
006460*   report from the master record area.
006470*****************************************************************
006480 2300-WRITE-EFFECTS-LINE.
006490     MOVE ACCT-NUMBER         TO MRP-ACCT-NUMBER
006500     MOVE MNT-ACTION-CODE     TO MRP-ACTION-CODE
006510     MOVE ACCT-SAVE-AMOUNT    TO MRP-SAVE-AMOUNT
006520     MOVE ACCT-INTEREST-RATE  TO MRP-INTEREST-RATE
006530     MOVE ACCT-NUMBER-MONTHS  TO MRP-NUMBER-MONTHS
006540     MOVE ACCT-COMPOUND-FREQ  TO MRP-COMPOUND-FREQ
006550     MOVE ACCT-PRODUCT-TYPE   TO MRP-PRODUCT-TYPE
006560     MOVE ACCT-MATURITY-DATE  TO MRP-MATURITY-DATE
006570     MOVE ACCT-INTEREST-DISPOSITION TO MRP-INTEREST-DISPOSITION
006580     MOVE ACCT-PAYOUT-ROUTING TO MRP-PAYOUT-ROUTING
006590     MOVE ACCT-FEE-WAIVER-CODE TO MRP-FEE-WAIVER-CODE
006600     IF ACCT-CLOSE-DATE IS NUMERIC
006610        MOVE ACCT-CLOSE-DATE TO MRP-CLOSE-DATE
006620     ELSE
006630        MOVE ZERO TO MRP-CLOSE-DATE
006640     END-IF
006650     MOVE ACCT-CLOSE-REASON   TO MRP-CLOSE-REASON
006660     WRITE MAINT-REPORT-LINE.
006670 2300-EXIT.
006680     EXIT.
006690*****************************************************************
006700* 2400-WRITE-REJECT
006710*   Formats and writes one line of the reject listing.  The
006720*   reason is placed by the caller before the perform.
006730*****************************************************************
006740 2400-WRITE-REJECT.
006750     MOVE MNT-ACCT-NUMBER TO MRJ-ACCT-NUMBER
006760     MOVE MNT-ACTION-CODE TO MRJ-ACTION-CODE
006770     WRITE MAINT-REJECT-LINE
006780     ADD 1 TO MAINT-REJECT-COUNT.
006790 2400-EXIT.
006800     EXIT.
006810*****************************************************************
006820* 9000-TERMINATE
006830*   Displays the run totals, closes every file, appends the
006840*   step-status record, and sets the return code: 8 when the
006850*   run failed to start, 4 when any action was rejected, 0
006860*   when every action applied.
006870*****************************************************************
006880 9000-TERMINATE.
006890     DISPLAY "ACCT_MAINT: " ACCOUNTS-ADDED-COUNT
006900        " ACCOUNT(S) ADDED"
006910     DISPLAY "ACCT_MAINT: " ACCOUNTS-CHANGED-COUNT
006920        " ACCOUNT(S) CHANGED"
006930     DISPLAY "ACCT_MAINT: " ACCOUNTS-CLOSED-COUNT
006940        " ACCOUNT(S) MARKED FOR CLOSE-OUT"
006950     DISPLAY "ACCT_MAINT: " MAINT-REJECT-COUNT
006960        " MAINTENANCE ACTION(S) REJECTED"
006970     CLOSE ACCOUNT-MASTER-FILE
006980           MAINT-TRANSACTION-FILE
006990           MAINT-REPORT-FILE
007000           MAINT-REJECT-FILE
007010     COMPUTE ACTIONS-APPLIED-COUNT =
007020        ACCOUNTS-ADDED-COUNT + ACCOUNTS-CHANGED-COUNT
007030           + ACCOUNTS-CLOSED-COUNT
007040     EVALUATE TRUE
007050        WHEN RUN-ERROR
007060           MOVE 8 TO STEP-CONDITION-CODE
007070        WHEN MAINT-REJECT-COUNT > ZERO
007080           MOVE 4 TO STEP-CONDITION-CODE
007090        WHEN OTHER
007100           MOVE 0 TO STEP-CONDITION-CODE
007110     END-EVALUATE
007120     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
007130     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
007140 9000-EXIT.
007150     EXIT.
007160*****************************************************************
007170* 9500-WRITE-JOB-STATUS
007180*   Appends this step's machine-readable status record to the
007190*   shared job-stream status file for NIGHT_STATUS to
007200*   summarize.  The condition code is placed by the caller
007210*   before the perform.
007220*****************************************************************
007230 9500-WRITE-JOB-STATUS.
007240     OPEN EXTEND JOB-STATUS-FILE
007250     IF NOT JOBSTAT-OK
007260        DISPLAY "ACCT_MAINT: UNABLE TO OPEN JOBSTAT, STATUS "
007270           JOBSTAT-STATUS
007280        GO TO 9500-EXIT
007290     END-IF
007300     MOVE SPACES TO JOB-STATUS-RECORD
007310     MOVE "ACCT_MAINT" TO JS-PROGRAM-NAME
007320     MOVE MAINT-RUN-DATE TO JS-RUN-DATE
007330     MOVE MAINT-RUN-TIME TO JS-RUN-TIME
007340     COMPUTE JS-RECORDS-READ =
007350        ACTIONS-APPLIED-COUNT + MAINT-REJECT-COUNT
007360     MOVE ACTIONS-APPLIED-COUNT TO JS-RECORDS-WRITTEN
007370     MOVE MAINT-REJECT-COUNT TO JS-ERROR-COUNT
007380     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
007390     WRITE JOB-STATUS-RECORD
007400     CLOSE JOB-STATUS-FILE.
007410 9500-EXIT.
007420     EXIT.
007430 END PROGRAM acct_maint.
