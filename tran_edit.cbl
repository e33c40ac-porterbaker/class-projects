000180* on month number within account number, matched against the
000190* accounts master, and checked that each month number falls
000200* inside the account's term; the ledger file is sequence-checked
000210* on account number.  A transaction's effective date, when
000220* given, must be a real calendar date not after the run date.
000230* The cash indicator must be Y, N or space.
000240* Failing transactions go to the reject file, every error is
000250* listed on the edit report with closing counts, and the job
000260* ends with return code 8 so the scheduler holds the main run
000270* back from a feed that did not pass.
000280*
000290* Modification History
000300* ----------------------------------------------------------------
000310* DATE       INIT  DESCRIPTION
000320* 08/17/26   JWB   Original version.
000330* 08/18/26   JWB   Master read switched to the indexed
000340*                  accounts master (read sequentially through
000350*                  the index).
000360* 09/03/26   JWB   Appends the step-status record to the
000370*                  shared job-stream status file and sets the
000380*                  return code from the same condition code.
000390* 10/15/26   JWB   Edits the new transaction effective date:
000400*                  when present it must be a valid calendar
000410*                  date and may not be later than the run
000420*                  date.  A back-valued date is accepted for
000430*                  SAVINGS_BAKER to adjust.
000440* 10/15/26   JWB   Edits the new transaction cash indicator:
000450*                  Y for currency, N or space for anything
000460*                  else.
000470* 10/15/26   JWB   Refuses to run (return code 8) unless the
000480*                  run date is the next processing date on
000490*                  the date-control record (DATECTL).
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. tran_edit.
000530 AUTHOR. J BAKER.
000540 INSTALLATION. CONSUMER BANKING SYSTEMS.
000550 DATE-WRITTEN. 08/17/26.
000560 DATE-COMPILED.
000570*****************************************************************
000580* ENVIRONMENT DIVISION
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000630 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS ACCT-NUMBER
000700         FILE STATUS IS ACCTMAST-STATUS.
000710     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS TRANFILE-STATUS.
000750     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS LEDGER-STATUS.
000790     SELECT EDIT-REJECT-FILE ASSIGN TO "TRANREJ"
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS TRANREJ-STATUS.
000830     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS EDITRPT-STATUS.
000860     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS DATECTL-STATUS.
000900     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS JOBSTAT-STATUS.
000940*****************************************************************
000950* DATA DIVISION
000960*****************************************************************
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  ACCOUNT-MASTER-FILE
001000     RECORDING MODE IS F.
001010     COPY ACCTMAST.
001020 FD  TRANSACTION-FILE
001030     RECORDING MODE IS F.
001040     COPY TRANREC.
001050 FD  LEDGER-FILE
001060     RECORDING MODE IS F.
001070     COPY LEDGREC.
001080 FD  EDIT-REJECT-FILE
001090     RECORDING MODE IS F.
001100     COPY EDITREJ.
001110 FD  EDIT-REPORT-FILE.
001120 01  EDIT-REPORT-LINE            PIC X(80).
001130 FD  DATE-CONTROL-FILE
001140     RECORDING MODE IS F.
001150     COPY DATECTL.
001160 FD  JOB-STATUS-FILE
001170     RECORDING MODE IS F.
001180     COPY JOBSTAT.
001190 WORKING-STORAGE SECTION.
001200*> ----------------------------------------------------------
001210*> File status and end-of-file switches
001220*> ----------------------------------------------------------
001230 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001240     88  ACCTMAST-OK                   VALUE "00".
001250     88  ACCTMAST-EOF                  VALUE "10".
001260 01  TRANFILE-STATUS         PIC X(02) VALUE "00".
001270     88  TRANFILE-OK                   VALUE "00".
001280     88  TRANFILE-EOF                  VALUE "10".
001290 01  LEDGER-STATUS           PIC X(02) VALUE "00".
001300     88  LEDGER-OK                     VALUE "00".
001310     88  LEDGER-EOF                    VALUE "10".
001320 01  TRANREJ-STATUS          PIC X(02) VALUE "00".
001330     88  TRANREJ-OK                    VALUE "00".
001340 01  EDITRPT-STATUS          PIC X(02) VALUE "00".
001350     88  EDITRPT-OK                    VALUE "00".
001360 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001370     88  DATECTL-OK                    VALUE "00".
001380 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001390     88  JOBSTAT-OK                    VALUE "00".
001400 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001410 01  PROGRAM-SWITCHES.
001420     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001430         88  RUN-ERROR                 VALUE "Y".
001440     05  ACCTMAST-EOF-SWITCH  PIC X(01) VALUE "N".
001450         88  ACCTMAST-EXHAUSTED        VALUE "Y".
001460     05  TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
001470         88  TRAN-EXHAUSTED            VALUE "Y".
001480     05  LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
001490         88  LEDGER-EXHAUSTED          VALUE "Y".
001500     05  TRAN-VALID-SWITCH    PIC X(01) VALUE "Y".
001510         88  TRAN-VALID                VALUE "Y".
001520*> ----------------------------------------------------------
001530*> Sequence-check keys.  A record is in sequence when its key
001540*> is not below the highest key accepted so far.
001550*> ----------------------------------------------------------
001560 01  PRIOR-TRAN-KEY.
001570     05  PRIOR-TRAN-ACCOUNT  PIC 9(07) VALUE 0.
001580     05  PRIOR-TRAN-MONTH    PIC 9(03) VALUE 0.
001590 01  CURRENT-TRAN-KEY.
001600     05  CURRENT-TRAN-ACCOUNT PIC 9(07) VALUE 0.
001610     05  CURRENT-TRAN-MONTH  PIC 9(03) VALUE 0.
001620 01  PRIOR-LEDGER-ACCOUNT    PIC 9(07) VALUE 0.
001630*> ----------------------------------------------------------
001640*> Effective-date edit fields.  A date is edited against the
001650*> run date and the length of its own month.
001660*> ----------------------------------------------------------
001670 01  EDIT-RUN-DATE           PIC 9(08) VALUE 0.
001680 01  EDIT-MONTH-LENGTH       PIC 9(02) VALUE 0.
001690 01  EDIT-LEAP-QUOTIENT      PIC 9(04) COMP VALUE 0.
001700 01  EDIT-LEAP-REMAINDER     PIC 9(04) COMP VALUE 0.
001710*> ----------------------------------------------------------
001720*> Run counters
001730*> ----------------------------------------------------------
001740 77  TRAN-READ-COUNT         PIC 9(07) VALUE 0.
001750 77  TRAN-ERROR-COUNT        PIC 9(07) VALUE 0.
001760 77  TRAN-SEQUENCE-COUNT     PIC 9(07) VALUE 0.
001770 77  LEDGER-READ-COUNT       PIC 9(07) VALUE 0.
001780 77  LEDGER-SEQUENCE-COUNT   PIC 9(07) VALUE 0.
001790 77  MASTER-READ-COUNT       PIC 9(07) VALUE 0.
001800*> ----------------------------------------------------------
001810*> Edit report print lines
001820*> ----------------------------------------------------------
001830 01  EDIT-DETAIL-LINE.
001840     05  EDL-FILE-TAG        PIC X(08).
001850     05  FILLER              PIC X(02) VALUE SPACES.
001860     05  EDL-ACCT-NUMBER     PIC 9(07).
001870     05  FILLER              PIC X(02) VALUE SPACES.
001880     05  EDL-MONTH-NUMBER    PIC 9(03).
001890     05  FILLER              PIC X(02) VALUE SPACES.
001900     05  EDL-REASON          PIC X(30).
001910 01  EDIT-COUNT-LINE.
001920     05  ECL-LABEL           PIC X(32).
001930     05  FILLER              PIC X(01) VALUE SPACE.
001940     05  ECL-COUNT           PIC Z(06)9.
001950 PROCEDURE DIVISION.
001960*****************************************************************
001970* 0000-MAINLINE
001980*   Top level driver - edits the transactions feed, then the
001990*   ledger feed, writes the closing counts, and sets the return
002000*   code the scheduler gates the main run on.
002010*****************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     IF NOT RUN-ERROR
002050        PERFORM 2000-EDIT-TRANSACTION THRU 2000-EXIT
002060            UNTIL TRAN-EXHAUSTED
002070        PERFORM 3000-EDIT-LEDGER THRU 3000-EXIT
002080            UNTIL LEDGER-EXHAUSTED
002090        PERFORM 8000-WRITE-EDIT-SUMMARY THRU 8000-EXIT
002100     END-IF
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT
002120     STOP RUN.
002130*****************************************************************
002140* 1000-INITIALIZE
002150*   Opens every file and primes the input read-ahead buffers.
002160*   A run whose date is not the next processing date on the
002170*   date-control record is refused before any file is opened.
002180*****************************************************************
002190 1000-INITIALIZE.
002200     ACCEPT EDIT-RUN-DATE FROM DATE YYYYMMDD
002210     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002220     IF RUN-ERROR
002230        GO TO 1000-EXIT
002240     END-IF
002250     OPEN INPUT ACCOUNT-MASTER-FILE
002260     IF NOT ACCTMAST-OK
002270        DISPLAY "TRAN_EDIT: UNABLE TO OPEN ACCTMAST, STATUS "
002280           ACCTMAST-STATUS
002290        MOVE "Y" TO RUN-ERROR-SWITCH
002300     END-IF
002310     OPEN INPUT TRANSACTION-FILE
002320     IF NOT TRANFILE-OK
002330        DISPLAY "TRAN_EDIT: UNABLE TO OPEN TRANFILE, STATUS "
002340           TRANFILE-STATUS
002350        MOVE "Y" TO RUN-ERROR-SWITCH
002360     END-IF
002370     OPEN INPUT LEDGER-FILE
002380     IF NOT LEDGER-OK
002390        DISPLAY "TRAN_EDIT: UNABLE TO OPEN LEDGER, STATUS "
002400           LEDGER-STATUS
002410        MOVE "Y" TO RUN-ERROR-SWITCH
002420     END-IF
002430     OPEN OUTPUT EDIT-REJECT-FILE
002440     IF NOT TRANREJ-OK
002450        DISPLAY "TRAN_EDIT: UNABLE TO OPEN TRANREJ, STATUS "
002460           TRANREJ-STATUS
002470        MOVE "Y" TO RUN-ERROR-SWITCH
002480     END-IF
002490     OPEN OUTPUT EDIT-REPORT-FILE
002500     IF NOT EDITRPT-OK
002510        DISPLAY "TRAN_EDIT: UNABLE TO OPEN EDITRPT, STATUS "
002520           EDITRPT-STATUS
002530        MOVE "Y" TO RUN-ERROR-SWITCH
002540     END-IF
002550     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT
002560     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
002570     PERFORM 1300-READ-LEDGER THRU 1300-EXIT.
002580 1000-EXIT.
002590     EXIT.
002600*****************************************************************
002610* 1010-CHECK-PROCESSING-DATE
002620*   Reads the date-control record and refuses the run unless
002630*   the run date is the next processing date on it, so a
002640*   resubmitted night, or one run after a skipped night, stops
002650*   here before anything is posted.
002660*****************************************************************
002670 1010-CHECK-PROCESSING-DATE.
002680     OPEN INPUT DATE-CONTROL-FILE
002690     IF NOT DATECTL-OK
002700        DISPLAY "TRAN_EDIT: UNABLE TO OPEN DATECTL, STATUS "
002710           DATECTL-STATUS
002720        MOVE "Y" TO RUN-ERROR-SWITCH
002730        GO TO 1010-EXIT
002740     END-IF
002750     READ DATE-CONTROL-FILE
002760         AT END
002770             DISPLAY "TRAN_EDIT: DATECTL IS EMPTY - NO "
002780                "PROCESSING DATE ON FILE"
002790             MOVE "Y" TO RUN-ERROR-SWITCH
002800     END-READ
002810     CLOSE DATE-CONTROL-FILE
002820     IF RUN-ERROR
002830        GO TO 1010-EXIT
002840     END-IF
002850     IF EDIT-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
002860        DISPLAY "TRAN_EDIT: RUN DATE " EDIT-RUN-DATE
002870           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
002880        DISPLAY "TRAN_EDIT: LAST COMPLETED DATE "
002890           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
002900        MOVE "Y" TO RUN-ERROR-SWITCH
002910     END-IF.
002920 1010-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 1100-READ-ACCOUNT-MASTER
002960*   Reads the next master record into the read-ahead buffer.
002970*****************************************************************
002980 1100-READ-ACCOUNT-MASTER.
002990     READ ACCOUNT-MASTER-FILE
003000        AT END MOVE "Y" TO ACCTMAST-EOF-SWITCH
003010        NOT AT END ADD 1 TO MASTER-READ-COUNT
003020     END-READ.
003030 1100-EXIT.
003040     EXIT.
003050*****************************************************************
003060* 1200-READ-TRANSACTION
003070*   Reads the next transaction record into the read-ahead
003080*   buffer.
003090*****************************************************************
003100 1200-READ-TRANSACTION.
003110     READ TRANSACTION-FILE
003120        AT END MOVE "Y" TO TRAN-EOF-SWITCH
003130        NOT AT END ADD 1 TO TRAN-READ-COUNT
003140     END-READ.
003150 1200-EXIT.
003160     EXIT.
003170*****************************************************************
003180* 1300-READ-LEDGER
003190*   Reads the next ledger record into the read-ahead buffer.
003200*****************************************************************
003210 1300-READ-LEDGER.
003220     READ LEDGER-FILE
003230        AT END MOVE "Y" TO LEDGER-EOF-SWITCH
003240        NOT AT END ADD 1 TO LEDGER-READ-COUNT
003250     END-READ.
003260 1300-EXIT.
003270     EXIT.
003280*****************************************************************
003290* 2000-EDIT-TRANSACTION
003300*   Edits one transaction record: sequence within the feed,
003310*   a matching master account, a month number inside the
003320*   account's term, a valid effective date when one is
003330*   given, and a valid cash indicator.  The first failure
003340*   rejects the record; a record that passes every check
003350*   raises the sequence high-water mark for the records
003360*   that follow.
003370*****************************************************************
003380 2000-EDIT-TRANSACTION.
003390     MOVE "Y" TO TRAN-VALID-SWITCH
003400     MOVE TRAN-ACCOUNT-NUMBER TO CURRENT-TRAN-ACCOUNT
003410     MOVE TRAN-MONTH-NUMBER   TO CURRENT-TRAN-MONTH
003420     IF CURRENT-TRAN-KEY < PRIOR-TRAN-KEY
003430        ADD 1 TO TRAN-SEQUENCE-COUNT
003440        MOVE "OUT OF SEQUENCE" TO EDL-REASON
003450        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
003460     ELSE
003470        PERFORM 2100-MATCH-MASTER THRU 2100-EXIT
003480        IF TRAN-VALID
003490           MOVE CURRENT-TRAN-KEY TO PRIOR-TRAN-KEY
003500        END-IF
003510     END-IF
003520     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
003530 2000-EXIT.
003540     EXIT.
003550*****************************************************************
003560* 2100-MATCH-MASTER
003570*   Advances the master read-ahead buffer (both files ascend on
003580*   account number) to the transaction's account and applies the
003590*   master-dependent checks.
003600*****************************************************************
003610 2100-MATCH-MASTER.
003620     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT
003630        UNTIL ACCTMAST-EXHAUSTED
003640           OR ACCT-NUMBER >= TRAN-ACCOUNT-NUMBER
003650     IF ACCTMAST-EXHAUSTED
003660           OR ACCT-NUMBER NOT = TRAN-ACCOUNT-NUMBER
003670        MOVE "NO MATCHING MASTER ACCOUNT" TO EDL-REASON
003680        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
003690        GO TO 2100-EXIT
003700     END-IF
003710     IF TRAN-MONTH-NUMBER NOT > ZERO
003720        MOVE "INVALID MONTH NUMBER" TO EDL-REASON
003730        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
003740        GO TO 2100-EXIT
003750     END-IF
003760     IF TRAN-MONTH-NUMBER > ACCT-NUMBER-MONTHS
003770        MOVE "MONTH BEYOND ACCOUNT TERM" TO EDL-REASON
003780        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
003790        GO TO 2100-EXIT
003800     END-IF
003810     IF NOT TRAN-CASH
003820           AND NOT TRAN-NOT-CASH
003830        MOVE "INVALID CASH INDICATOR" TO EDL-REASON
003840        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
003850        GO TO 2100-EXIT
003860     END-IF
003870     PERFORM 2150-EDIT-EFFECTIVE-DATE THRU 2150-EXIT.
003880 2100-EXIT.
003890     EXIT.
003900*****************************************************************
003910* 2150-EDIT-EFFECTIVE-DATE
003920*   Edits the transaction's effective date.  Spaces or zero
003930*   mean the transaction is effective the night it posts.
003940*   Otherwise the date must be numeric, with a month of 1-12
003950*   and a day inside that month (February by the Gregorian
003960*   leap-year rule), and may not be later than the run date.
003970*****************************************************************
003980 2150-EDIT-EFFECTIVE-DATE.
003990     IF TRAN-EFFECTIVE-DATE-SPLIT = SPACES
004000        GO TO 2150-EXIT
004010     END-IF
004020     IF TRAN-EFFECTIVE-DATE IS NUMERIC
004030           AND TRAN-EFFECTIVE-DATE = ZERO
004040        GO TO 2150-EXIT
004050     END-IF
004060     IF TRAN-EFFECTIVE-DATE IS NOT NUMERIC
004070           OR TRAN-EFFECTIVE-MM < 1
004080           OR TRAN-EFFECTIVE-MM > 12
004090           OR TRAN-EFFECTIVE-DD < 1
004100        MOVE "INVALID EFFECTIVE DATE" TO EDL-REASON
004110        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
004120        GO TO 2150-EXIT
004130     END-IF
004140     EVALUATE TRAN-EFFECTIVE-MM
004150        WHEN 4
004160        WHEN 6
004170        WHEN 9
004180        WHEN 11
004190           MOVE 30 TO EDIT-MONTH-LENGTH
004200        WHEN 2
004210           MOVE 28 TO EDIT-MONTH-LENGTH
004220           DIVIDE TRAN-EFFECTIVE-CCYY BY 4
004230              GIVING EDIT-LEAP-QUOTIENT
004240              REMAINDER EDIT-LEAP-REMAINDER
004250           IF EDIT-LEAP-REMAINDER = ZERO
004260              MOVE 29 TO EDIT-MONTH-LENGTH
004270              DIVIDE TRAN-EFFECTIVE-CCYY BY 100
004280                 GIVING EDIT-LEAP-QUOTIENT
004290                 REMAINDER EDIT-LEAP-REMAINDER
004300              IF EDIT-LEAP-REMAINDER = ZERO
004310                 MOVE 28 TO EDIT-MONTH-LENGTH
004320                 DIVIDE TRAN-EFFECTIVE-CCYY BY 400
004330                    GIVING EDIT-LEAP-QUOTIENT
004340                    REMAINDER EDIT-LEAP-REMAINDER
004350                 IF EDIT-LEAP-REMAINDER = ZERO
004360                    MOVE 29 TO EDIT-MONTH-LENGTH
004370                 END-IF
004380              END-IF
004390           END-IF
004400        WHEN OTHER
004410           MOVE 31 TO EDIT-MONTH-LENGTH
004420     END-EVALUATE
004430     IF TRAN-EFFECTIVE-DD > EDIT-MONTH-LENGTH
004440        MOVE "INVALID EFFECTIVE DATE" TO EDL-REASON
004450        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
004460        GO TO 2150-EXIT
004470     END-IF
004480     IF TRAN-EFFECTIVE-DATE > EDIT-RUN-DATE
004490        MOVE "EFFECTIVE DATE IN THE FUTURE" TO EDL-REASON
004500        PERFORM 2200-REJECT-TRANSACTION THRU 2200-EXIT
004510     END-IF.
004520 2150-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 2200-REJECT-TRANSACTION
004560*   Writes the failing transaction to the reject file and lists
004570*   it on the edit report.  The reason is placed by the caller
004580*   before the perform.
004590*****************************************************************
004600 2200-REJECT-TRANSACTION.
004610     MOVE "N" TO TRAN-VALID-SWITCH
004620     ADD 1 TO TRAN-ERROR-COUNT
004630     MOVE TRAN-ACCOUNT-NUMBER TO REJ-ACCOUNT-NUMBER
004640     MOVE TRAN-MONTH-NUMBER   TO REJ-MONTH-NUMBER
004650     MOVE TRAN-AMOUNT         TO REJ-AMOUNT
004660     MOVE EDL-REASON          TO REJ-REASON
004670     WRITE EDIT-REJECT-RECORD
004680     MOVE "TRANFILE" TO EDL-FILE-TAG
004690     MOVE TRAN-ACCOUNT-NUMBER TO EDL-ACCT-NUMBER
004700     MOVE TRAN-MONTH-NUMBER   TO EDL-MONTH-NUMBER
004710     WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE.
004720 2200-EXIT.
004730     EXIT.
004740*****************************************************************
004750* 3000-EDIT-LEDGER
004760*   Sequence-checks one ledger record and lists any break on the
004770*   edit report.
004780*****************************************************************
004790 3000-EDIT-LEDGER.
004800     IF LEDG-ACCT-NUMBER < PRIOR-LEDGER-ACCOUNT
004810        ADD 1 TO LEDGER-SEQUENCE-COUNT
004820        MOVE "LEDGER  " TO EDL-FILE-TAG
004830        MOVE LEDG-ACCT-NUMBER TO EDL-ACCT-NUMBER
004840        MOVE ZERO TO EDL-MONTH-NUMBER
004850        MOVE "OUT OF SEQUENCE" TO EDL-REASON
004860        WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE
004870     ELSE
004880        MOVE LEDG-ACCT-NUMBER TO PRIOR-LEDGER-ACCOUNT
004890     END-IF
004900     PERFORM 1300-READ-LEDGER THRU 1300-EXIT.
004910 3000-EXIT.
004920     EXIT.
004930*****************************************************************
004940* 8000-WRITE-EDIT-SUMMARY
004950*   Closes the edit report with the feed counts.
004960*****************************************************************
004970 8000-WRITE-EDIT-SUMMARY.
004980     MOVE "TRANSACTIONS READ              :" TO ECL-LABEL
004990     MOVE TRAN-READ-COUNT TO ECL-COUNT
005000     WRITE EDIT-REPORT-LINE FROM EDIT-COUNT-LINE
005010     MOVE "TRANSACTIONS IN ERROR          :" TO ECL-LABEL
005020     MOVE TRAN-ERROR-COUNT TO ECL-COUNT
005030     WRITE EDIT-REPORT-LINE FROM EDIT-COUNT-LINE
005040     MOVE "TRANSACTION SEQUENCE BREAKS    :" TO ECL-LABEL
005050     MOVE TRAN-SEQUENCE-COUNT TO ECL-COUNT
005060     WRITE EDIT-REPORT-LINE FROM EDIT-COUNT-LINE
005070     MOVE "LEDGER RECORDS READ            :" TO ECL-LABEL
005080     MOVE LEDGER-READ-COUNT TO ECL-COUNT
005090     WRITE EDIT-REPORT-LINE FROM EDIT-COUNT-LINE
005100     MOVE "LEDGER SEQUENCE BREAKS         :" TO ECL-LABEL
005110     MOVE LEDGER-SEQUENCE-COUNT TO ECL-COUNT
005120     WRITE EDIT-REPORT-LINE FROM EDIT-COUNT-LINE
005130     MOVE "MASTER ACCOUNTS READ           :" TO ECL-LABEL
005140     MOVE MASTER-READ-COUNT TO ECL-COUNT
005150     WRITE EDIT-REPORT-LINE FROM EDIT-COUNT-LINE.
005160 8000-EXIT.
005170     EXIT.
005180*****************************************************************
005190* 9000-TERMINATE
005200*   Displays the run totals, closes every file, appends the
005210*   step-status record, and sets the return code: 8 when any
005220*   feed failed the edit (the scheduler holds SAVINGS_BAKER
005230*   back), 0 when both feeds passed.
005240*****************************************************************
005250 9000-TERMINATE.
005260     DISPLAY "TRAN_EDIT: " TRAN-READ-COUNT
005270        " TRANSACTION(S) READ, " TRAN-ERROR-COUNT
005280        " IN ERROR"
005290     DISPLAY "TRAN_EDIT: " LEDGER-READ-COUNT
005300        " LEDGER RECORD(S) READ, " LEDGER-SEQUENCE-COUNT
005310        " SEQUENCE BREAK(S)"
005320     CLOSE ACCOUNT-MASTER-FILE
005330           TRANSACTION-FILE
005340           LEDGER-FILE
005350           EDIT-REJECT-FILE
005360           EDIT-REPORT-FILE
005370     IF RUN-ERROR
005380           OR TRAN-ERROR-COUNT > ZERO
005390           OR LEDGER-SEQUENCE-COUNT > ZERO
005400        MOVE 8 TO STEP-CONDITION-CODE
005410     END-IF
005420     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
005430     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
005440 9000-EXIT.
005450     EXIT.
005460*****************************************************************
005470* 9500-WRITE-JOB-STATUS
005480*   Appends this step's machine-readable status record to the
005490*   shared job-stream status file for NIGHT_STATUS to
005500*   summarize.  The condition code is placed by the caller
005510*   before the perform.
005520*****************************************************************
005530 9500-WRITE-JOB-STATUS.
005540     OPEN EXTEND JOB-STATUS-FILE
005550     IF NOT JOBSTAT-OK
005560        DISPLAY "TRAN_EDIT: UNABLE TO OPEN JOBSTAT, STATUS "
005570           JOBSTAT-STATUS
005580        GO TO 9500-EXIT
005590     END-IF
005600     MOVE SPACES TO JOB-STATUS-RECORD
005610     MOVE "TRAN_EDIT" TO JS-PROGRAM-NAME
005620     ACCEPT JS-RUN-DATE FROM DATE YYYYMMDD
005630     ACCEPT JS-RUN-TIME FROM TIME
005640     COMPUTE JS-RECORDS-READ =
005650        TRAN-READ-COUNT + LEDGER-READ-COUNT
005660     MOVE TRAN-ERROR-COUNT TO JS-RECORDS-WRITTEN
005670     COMPUTE JS-ERROR-COUNT =
005680        TRAN-ERROR-COUNT + LEDGER-SEQUENCE-COUNT
005690     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
005700     WRITE JOB-STATUS-RECORD
005710     CLOSE JOB-STATUS-FILE.
005720 9500-EXIT.
005730     EXIT.
005740 END PROGRAM tran_edit.
