000100*****************************************************************
000110* Program: ACCT_CLOSE
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Retires the accounts paid off at close-out.  Reads
000170* the CLOSEPAY payoff extract SAVINGS_BAKER writes on an
000180* accrual night for every account ACCT_MAINT marked closed,
000190* and for each one writes the closed-accounts history record
000200* (CLOSEHST, indexed on account number and close date) with
000210* the close date, the reason, the closing-statement figures
000220* and the master record exactly as it stood, then deletes the
000230* account from the accounts master.  The run-control record is
000240* read first and a run flagged out of balance is refused
000250* outright; the extract is then proved - its record count and
000260* disbursement total against CTL-CLOSED-COUNT and CTL-CLOSE-
000270* DISBURSED - before any account is touched, and a proof that
000280* fails retires nothing and ends the job with return code 8.
000290* A payoff whose master is missing or no longer marked closed,
000300* or whose closing is already in the history file, is listed
000310* on the register and left alone, and ends the job with 4.
000320* Runs after GL_VOUCHER, which still needs the masters of the
000330* accounts closed to map their final interest.
000340*
000350* Modification History
000360* ----------------------------------------------------------------
000370* DATE       INIT  DESCRIPTION
000380* 10/15/26   JWB   Original version.
000390* 10/15/26   JWB   Refuses to run (return code 8) unless the
000400*                  run date is the next processing date on
000410*                  the date-control record (DATECTL).
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. acct_close.
000450 AUTHOR. J BAKER.
000460 INSTALLATION. CONSUMER BANKING SYSTEMS.
000470 DATE-WRITTEN. 10/15/26.
000480 DATE-COMPILED.
000490*****************************************************************
000500* ENVIRONMENT DIVISION
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000550 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS RUNCTL-STATUS.
000620     SELECT OPTIONAL CLOSE-PAYOFF-FILE ASSIGN TO "CLOSEPAY"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS CLOSEPAY-STATUS.
000660     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS ACCT-NUMBER
000700         FILE STATUS IS ACCTMAST-STATUS.
000710     SELECT OPTIONAL CLOSED-HISTORY-FILE ASSIGN TO "CLOSEHST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CLH-KEY
000750         FILE STATUS IS CLOSEHST-STATUS.
000760     SELECT CLOSE-REGISTER-FILE ASSIGN TO "CLOSERPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CLOSERPT-STATUS.
000790     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS DATECTL-STATUS.
000830     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS JOBSTAT-STATUS.
000870*****************************************************************
000880* DATA DIVISION
000890*****************************************************************
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  RUN-CONTROL-FILE
000930     RECORDING MODE IS F.
000940     COPY RUNCTL.
000950 FD  CLOSE-PAYOFF-FILE
000960     RECORDING MODE IS F.
000970     COPY CLOSEPAY.
000980 FD  ACCOUNT-MASTER-FILE.
000990     COPY ACCTMAST.
001000 FD  CLOSED-HISTORY-FILE.
001010     COPY CLOSEHST.
001020 FD  CLOSE-REGISTER-FILE.
001030 01  CLOSE-REGISTER-LINE         PIC X(80).
001040 FD  DATE-CONTROL-FILE
001050     RECORDING MODE IS F.
001060     COPY DATECTL.
001070 FD  JOB-STATUS-FILE
001080     RECORDING MODE IS F.
001090     COPY JOBSTAT.
001100 WORKING-STORAGE SECTION.
001110*> ----------------------------------------------------------
001120*> File status and end-of-file switches
001130*> ----------------------------------------------------------
001140 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
001150     88  RUNCTL-OK                     VALUE "00".
001160 01  CLOSEPAY-STATUS         PIC X(02) VALUE "00".
001170     88  CLOSEPAY-OK                   VALUE "00".
001180 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001190     88  ACCTMAST-OK                   VALUE "00".
001200 01  CLOSEHST-STATUS         PIC X(02) VALUE "00".
001210     88  CLOSEHST-OK                   VALUE "00".
001220     88  CLOSEHST-ABSENT               VALUE "05".
001230     88  CLOSEHST-DUPLICATE            VALUE "22".
001240 01  CLOSERPT-STATUS         PIC X(02) VALUE "00".
001250     88  CLOSERPT-OK                   VALUE "00".
001260 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001270     88  DATECTL-OK                    VALUE "00".
001280 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001290     88  JOBSTAT-OK                    VALUE "00".
001300 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001310 01  PROGRAM-SWITCHES.
001320     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001330         88  RUN-ERROR                 VALUE "Y".
001340     05  CLOSEPAY-EOF-SWITCH  PIC X(01) VALUE "N".
001350         88  CLOSEPAY-EXHAUSTED        VALUE "Y".
001360     05  PROOF-FAILED-SWITCH  PIC X(01) VALUE "N".
001370         88  PROOF-FAILED              VALUE "Y".
001380*> ----------------------------------------------------------
001390*> Run stamp, proof totals and run counters.  The extract
001400*> count and total are taken on a first pass and proved to
001410*> the run-control record before the retiring pass begins.
001420*> ----------------------------------------------------------
001430 01  CLOSE-RUN-DATE          PIC 9(08) VALUE 0.
001440 01  CLOSE-RUN-TIME          PIC 9(08) VALUE 0.
001450 01  PAYOFF-EXTRACT-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
001460 01  RETIRED-TOTAL           PIC S9(11)V9(2) COMP-3 VALUE 0.
001470 01  HELD-TOTAL              PIC S9(11)V9(2) COMP-3 VALUE 0.
001480 77  PAYOFF-PROOF-COUNT      PIC 9(07) VALUE 0.
001490 77  PAYOFF-READ-COUNT       PIC 9(07) VALUE 0.
001500 77  RETIRED-COUNT           PIC 9(07) VALUE 0.
001510 77  HELD-COUNT              PIC 9(07) VALUE 0.
001520*> ----------------------------------------------------------
001530*> Register print lines
001540*> ----------------------------------------------------------
001550 01  REGISTER-HEADING-LINE.
001560     05  FILLER              PIC X(34)
001570         VALUE "ACCOUNT CLOSE-OUT REGISTER        ".
001580     05  FILLER              PIC X(09) VALUE "RUN DATE ".
001590     05  RHL-RUN-DATE        PIC 9(08).
001600     05  FILLER              PIC X(06) VALUE " TIME ".
001610     05  RHL-RUN-TIME        PIC 9(08).
001620 01  REGISTER-COLUMN-LINE.
001630     05  FILLER              PIC X(09) VALUE "ACCOUNT".
001640     05  FILLER              PIC X(10) VALUE "CLOSED".
001650     05  FILLER              PIC X(04) VALUE "RS".
001660     05  FILLER              PIC X(12) VALUE " FINAL INT".
001670     05  FILLER              PIC X(12) VALUE "   PENALTY".
001680     05  FILLER              PIC X(14) VALUE "DISBURSEMENT".
001690     05  FILLER              PIC X(19) VALUE "DISPOSITION".
001700 01  REGISTER-DETAIL-LINE.
001710     05  RDL-ACCT-NUMBER     PIC 9(07).
001720     05  FILLER              PIC X(02) VALUE SPACES.
001730     05  RDL-CLOSE-DATE      PIC 9(08).
001740     05  FILLER              PIC X(02) VALUE SPACES.
001750     05  RDL-CLOSE-REASON    PIC X(02).
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  RDL-FINAL-INTEREST  PIC -(6)9.99.
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  RDL-PENALTY         PIC -(6)9.99.
001800     05  FILLER              PIC X(02) VALUE SPACES.
001810     05  RDL-DISBURSEMENT    PIC -(8)9.99.
001820     05  FILLER              PIC X(02) VALUE SPACES.
001830     05  RDL-DISPOSITION     PIC X(19).
001840 01  REGISTER-COUNT-LINE.
001850     05  RCL-LABEL            PIC X(32).
001860     05  FILLER               PIC X(01) VALUE SPACE.
001870     05  RCL-COUNT            PIC Z(06)9.
001880 01  REGISTER-AMOUNT-LINE.
001890     05  RAL-LABEL            PIC X(32).
001900     05  FILLER               PIC X(01) VALUE SPACE.
001910     05  RAL-AMOUNT           PIC -(13)9.99.
001920 01  REGISTER-FLAG-LINE.
001930     05  RFL-LABEL            PIC X(32).
001940     05  FILLER               PIC X(01) VALUE SPACE.
001950     05  RFL-FLAG             PIC X(14).
001960 PROCEDURE DIVISION.
001970*****************************************************************
001980* 0000-MAINLINE
001990*   Top level driver - proves the run control and the payoff
002000*   extract, retires one paid-off account per payoff record,
002010*   prints the register totals, and sets the return code.
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050     IF NOT RUN-ERROR
002060        PERFORM 2000-PROVE-EXTRACT THRU 2000-EXIT
002070     END-IF
002080     IF NOT RUN-ERROR AND NOT PROOF-FAILED
002090        PERFORM 3000-RETIRE-ACCOUNT THRU 3000-EXIT
002100            UNTIL CLOSEPAY-EXHAUSTED
002110     END-IF
002120     IF CLOSERPT-OK
002130        PERFORM 4000-WRITE-REGISTER-TOTALS THRU 4000-EXIT
002140     END-IF
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT
002160     STOP RUN.
002170*****************************************************************
002180* 1000-INITIALIZE
002190*   Opens every file, stamps the run, writes the register
002200*   heading, and refuses a run-control record flagged out of
002210*   balance.  An absent CLOSEPAY extract is a night with no
002220*   account closed out; an absent history file is started
002230*   fresh.
002240*   A run whose date is not the next processing date on the
002250*   date-control record is refused before any file is opened.
002260*****************************************************************
002270 1000-INITIALIZE.
002280     ACCEPT CLOSE-RUN-DATE FROM DATE YYYYMMDD
002290     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002300     IF RUN-ERROR
002310        GO TO 1000-EXIT
002320     END-IF
002330     OPEN INPUT RUN-CONTROL-FILE
002340     IF NOT RUNCTL-OK
002350        DISPLAY "ACCT_CLOSE: UNABLE TO OPEN RUNCTL, STATUS "
002360           RUNCTL-STATUS
002370        MOVE "Y" TO RUN-ERROR-SWITCH
002380     END-IF
002390     OPEN INPUT CLOSE-PAYOFF-FILE
002400     IF NOT CLOSEPAY-OK
002410        DISPLAY "ACCT_CLOSE: NO CLOSEPAY EXTRACT, STATUS "
002420           CLOSEPAY-STATUS " - NOTHING TO RETIRE"
002430        MOVE "Y" TO CLOSEPAY-EOF-SWITCH
002440     END-IF
002450     OPEN I-O ACCOUNT-MASTER-FILE
002460     IF NOT ACCTMAST-OK
002470        DISPLAY "ACCT_CLOSE: UNABLE TO OPEN ACCTMAST, STATUS "
002480           ACCTMAST-STATUS
002490        MOVE "Y" TO RUN-ERROR-SWITCH
002500     END-IF
002510     OPEN I-O CLOSED-HISTORY-FILE
002520     IF CLOSEHST-ABSENT
002530        DISPLAY "ACCT_CLOSE: NO PRIOR CLOSEHST, STATUS "
002540           CLOSEHST-STATUS
002550           " - HISTORY STARTS FRESH"
002560     ELSE
002570        IF NOT CLOSEHST-OK
002580           DISPLAY "ACCT_CLOSE: UNABLE TO OPEN CLOSEHST, STATUS "
002590              CLOSEHST-STATUS
002600           MOVE "Y" TO RUN-ERROR-SWITCH
002610        END-IF
002620     END-IF
002630     OPEN OUTPUT CLOSE-REGISTER-FILE
002640     IF NOT CLOSERPT-OK
002650        DISPLAY "ACCT_CLOSE: UNABLE TO OPEN CLOSERPT, STATUS "
002660           CLOSERPT-STATUS
002670        MOVE "Y" TO RUN-ERROR-SWITCH
002680     END-IF
002690     ACCEPT CLOSE-RUN-TIME FROM TIME
002700     IF CLOSERPT-OK
002710        MOVE CLOSE-RUN-DATE TO RHL-RUN-DATE
002720        MOVE CLOSE-RUN-TIME TO RHL-RUN-TIME
002730        WRITE CLOSE-REGISTER-LINE FROM REGISTER-HEADING-LINE
002740     END-IF
002750     IF RUN-ERROR
002760        GO TO 1000-EXIT
002770     END-IF
002780     READ RUN-CONTROL-FILE
002790         AT END
002800             DISPLAY "ACCT_CLOSE: RUNCTL IS EMPTY - NO RUN TO "
002810                "CLOSE OUT"
002820             MOVE "Y" TO RUN-ERROR-SWITCH
002830             GO TO 1000-EXIT
002840     END-READ
002850     IF CTL-OUT-OF-BALANCE
002860        DISPLAY "ACCT_CLOSE: RUN CONTROL FLAGS THE EXTRACT OUT "
002870           "OF BALANCE - RUN REFUSED"
002880        MOVE "Y" TO RUN-ERROR-SWITCH
002890        GO TO 1000-EXIT
002900     END-IF
002910     WRITE CLOSE-REGISTER-LINE FROM REGISTER-COLUMN-LINE.
002920 1000-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 1010-CHECK-PROCESSING-DATE
002960*   Reads the date-control record and refuses the run unless
002970*   the run date is the next processing date on it, so a
002980*   resubmitted night, or one run after a skipped night, stops
002990*   here before anything is posted.
003000*****************************************************************
003010 1010-CHECK-PROCESSING-DATE.
003020     OPEN INPUT DATE-CONTROL-FILE
003030     IF NOT DATECTL-OK
003040        DISPLAY "ACCT_CLOSE: UNABLE TO OPEN DATECTL, STATUS "
003050           DATECTL-STATUS
003060        MOVE "Y" TO RUN-ERROR-SWITCH
003070        GO TO 1010-EXIT
003080     END-IF
003090     READ DATE-CONTROL-FILE
003100         AT END
003110             DISPLAY "ACCT_CLOSE: DATECTL IS EMPTY - NO "
003120                "PROCESSING DATE ON FILE"
003130             MOVE "Y" TO RUN-ERROR-SWITCH
003140     END-READ
003150     CLOSE DATE-CONTROL-FILE
003160     IF RUN-ERROR
003170        GO TO 1010-EXIT
003180     END-IF
003190     IF CLOSE-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
003200        DISPLAY "ACCT_CLOSE: RUN DATE " CLOSE-RUN-DATE
003210           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
003220        DISPLAY "ACCT_CLOSE: LAST COMPLETED DATE "
003230           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
003240        MOVE "Y" TO RUN-ERROR-SWITCH
003250     END-IF.
003260 1010-EXIT.
003270     EXIT.
003280*****************************************************************
003290* 1100-READ-PAYOFF
003300*   Reads the next payoff record into the read-ahead buffer.
003310*****************************************************************
003320 1100-READ-PAYOFF.
003330     READ CLOSE-PAYOFF-FILE
003340        AT END MOVE "Y" TO CLOSEPAY-EOF-SWITCH
003350        NOT AT END ADD 1 TO PAYOFF-READ-COUNT
003360     END-READ.
003370 1100-EXIT.
003380     EXIT.
003390*****************************************************************
003400* 2000-PROVE-EXTRACT
003410*   First pass over the payoff extract: counts the records and
003420*   totals the disbursements, proves both to the run-control
003430*   record, then reopens the extract and primes the retiring
003440*   pass.  Nothing is retired from an extract out of proof.
003450*****************************************************************
003460 2000-PROVE-EXTRACT.
003470     IF NOT CLOSEPAY-EXHAUSTED
003480        PERFORM 2100-SUM-ONE-PAYOFF THRU 2100-EXIT
003490           UNTIL CLOSEPAY-EXHAUSTED
003500     END-IF
003510     IF PAYOFF-PROOF-COUNT NOT = CTL-CLOSED-COUNT
003520        MOVE "Y" TO PROOF-FAILED-SWITCH
003530        DISPLAY "ACCT_CLOSE: PAYOFF EXTRACT HOLDS "
003540           PAYOFF-PROOF-COUNT " RECORD(S), RUN CONTROL "
003550           CTL-CLOSED-COUNT
003560     END-IF
003570     IF PAYOFF-EXTRACT-TOTAL NOT = CTL-CLOSE-DISBURSED
003580        MOVE "Y" TO PROOF-FAILED-SWITCH
003590        DISPLAY "ACCT_CLOSE: PAYOFF EXTRACT " PAYOFF-EXTRACT-TOTAL
003600           " DOES NOT PROVE TO RUN CONTROL "
003610           CTL-CLOSE-DISBURSED
003620     END-IF
003630     IF PROOF-FAILED OR PAYOFF-PROOF-COUNT = ZERO
003640        MOVE "Y" TO CLOSEPAY-EOF-SWITCH
003650        GO TO 2000-EXIT
003660     END-IF
003670     CLOSE CLOSE-PAYOFF-FILE
003680     OPEN INPUT CLOSE-PAYOFF-FILE
003690     IF NOT CLOSEPAY-OK
003700        DISPLAY "ACCT_CLOSE: UNABLE TO REOPEN CLOSEPAY, STATUS "
003710           CLOSEPAY-STATUS
003720        MOVE "Y" TO RUN-ERROR-SWITCH
003730        MOVE "Y" TO CLOSEPAY-EOF-SWITCH
003740        GO TO 2000-EXIT
003750     END-IF
003760     MOVE "N" TO CLOSEPAY-EOF-SWITCH
003770     PERFORM 1100-READ-PAYOFF THRU 1100-EXIT.
003780 2000-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 2100-SUM-ONE-PAYOFF
003820*   Counts one payoff record and adds its disbursement to the
003830*   extract total.
003840*****************************************************************
003850 2100-SUM-ONE-PAYOFF.
003860     READ CLOSE-PAYOFF-FILE
003870        AT END MOVE "Y" TO CLOSEPAY-EOF-SWITCH
003880        NOT AT END
003890           ADD 1 TO PAYOFF-PROOF-COUNT
003900           IF CLP-DISBURSEMENT IS NUMERIC
003910              ADD CLP-DISBURSEMENT TO PAYOFF-EXTRACT-TOTAL
003920           END-IF
003930     END-READ.
003940 2100-EXIT.
003950     EXIT.
003960*****************************************************************
003970* 3000-RETIRE-ACCOUNT
003980*   Retires one paid-off account: fetches its master, writes
003990*   the closed-accounts history record carrying the closing
004000*   figures and the master image, and deletes the master.  A
004010*   payoff whose master is missing or no longer marked closed
004020*   for the same date, or whose closing is already in the
004030*   history file, is held on the register and the master is
004040*   left as it stands.
004050*****************************************************************
004060 3000-RETIRE-ACCOUNT.
004070     MOVE CLP-ACCT-NUMBER TO ACCT-NUMBER
004080     READ ACCOUNT-MASTER-FILE
004090         INVALID KEY
004100             MOVE "NO MASTER RECORD" TO RDL-DISPOSITION
004110             GO TO 3000-HOLD
004120     END-READ
004130     IF ACCT-OPEN
004140           OR ACCT-CLOSE-DATE NOT = CLP-CLOSE-DATE
004150        MOVE "MASTER NOT CLOSING" TO RDL-DISPOSITION
004160        GO TO 3000-HOLD
004170     END-IF
004180     MOVE SPACES TO CLOSED-HISTORY-RECORD
004190     MOVE CLP-ACCT-NUMBER       TO CLH-ACCT-NUMBER
004200     MOVE CLP-CLOSE-DATE        TO CLH-CLOSE-DATE
004210     MOVE CLP-CLOSE-REASON      TO CLH-CLOSE-REASON
004220     MOVE CLP-RUN-DATE          TO CLH-PAYOFF-RUN-DATE
004230     MOVE CLOSE-RUN-DATE        TO CLH-RETIRED-DATE
004240     MOVE CLP-PERIOD-NUMBER     TO CLH-PERIOD-NUMBER
004250     MOVE CLP-PRIOR-BALANCE     TO CLH-PRIOR-BALANCE
004260     MOVE CLP-ACTIVITY          TO CLH-ACTIVITY
004270     MOVE CLP-FINAL-INTEREST    TO CLH-FINAL-INTEREST
004280     MOVE CLP-PENALTY           TO CLH-PENALTY
004290     MOVE CLP-BACKUP-WITHHELD   TO CLH-BACKUP-WITHHELD
004300     MOVE CLP-CLOSING-BALANCE   TO CLH-CLOSING-BALANCE
004310     MOVE CLP-DISBURSEMENT      TO CLH-DISBURSEMENT
004320     MOVE CLP-PAYEE-NAME        TO CLH-PAYEE-NAME
004330     MOVE ACCOUNT-MASTER-RECORD TO CLH-MASTER-IMAGE
004340     WRITE CLOSED-HISTORY-RECORD
004350         INVALID KEY
004360             IF CLOSEHST-DUPLICATE
004370                MOVE "ALREADY IN HISTORY" TO RDL-DISPOSITION
004380             ELSE
004390                DISPLAY "ACCT_CLOSE: HISTORY WRITE FAILED FOR "
004400                   "ACCOUNT " CLH-ACCT-NUMBER ", STATUS "
004410                   CLOSEHST-STATUS
004420                MOVE "Y" TO RUN-ERROR-SWITCH
004430                MOVE "HISTORY WRITE FAIL" TO RDL-DISPOSITION
004440             END-IF
004450             GO TO 3000-HOLD
004460     END-WRITE
004470     DELETE ACCOUNT-MASTER-FILE
004480         INVALID KEY
004490             DISPLAY "ACCT_CLOSE: MASTER DELETE FAILED FOR "
004500                "ACCOUNT " ACCT-NUMBER ", STATUS "
004510                ACCTMAST-STATUS
004520             MOVE "Y" TO RUN-ERROR-SWITCH
004530             MOVE "MASTER DELETE FAIL" TO RDL-DISPOSITION
004540             GO TO 3000-HOLD
004550     END-DELETE
004560     MOVE "RETIRED" TO RDL-DISPOSITION
004570     PERFORM 3100-WRITE-REGISTER-LINE THRU 3100-EXIT
004580     ADD 1 TO RETIRED-COUNT
004590     ADD CLP-DISBURSEMENT TO RETIRED-TOTAL
004600     GO TO 3000-NEXT.
004610 3000-HOLD.
004620     PERFORM 3100-WRITE-REGISTER-LINE THRU 3100-EXIT
004630     ADD 1 TO HELD-COUNT
004640     IF CLP-DISBURSEMENT IS NUMERIC
004650        ADD CLP-DISBURSEMENT TO HELD-TOTAL
004660     END-IF.
004670 3000-NEXT.
004680     PERFORM 1100-READ-PAYOFF THRU 1100-EXIT.
004690 3000-EXIT.
004700     EXIT.
004710*****************************************************************
004720* 3100-WRITE-REGISTER-LINE
004730*   Writes one payoff's register line.  The disposition is
004740*   placed before the perform.
004750*****************************************************************
004760 3100-WRITE-REGISTER-LINE.
004770     MOVE CLP-ACCT-NUMBER    TO RDL-ACCT-NUMBER
004780     MOVE CLP-CLOSE-DATE     TO RDL-CLOSE-DATE
004790     MOVE CLP-CLOSE-REASON   TO RDL-CLOSE-REASON
004800     MOVE CLP-FINAL-INTEREST TO RDL-FINAL-INTEREST
004810     MOVE CLP-PENALTY        TO RDL-PENALTY
004820     MOVE CLP-DISBURSEMENT   TO RDL-DISBURSEMENT
004830     WRITE CLOSE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
004840 3100-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 4000-WRITE-REGISTER-TOTALS
004880*   Writes the register's closing totals: the accounts retired
004890*   and held with their disbursements, and the proof of the
004900*   extract against the run-control record.
004910*****************************************************************
004920 4000-WRITE-REGISTER-TOTALS.
004930     MOVE SPACES TO CLOSE-REGISTER-LINE
004940     WRITE CLOSE-REGISTER-LINE
004950     MOVE "PAYOFF RECORDS ON EXTRACT      :" TO RCL-LABEL
004960     MOVE PAYOFF-PROOF-COUNT TO RCL-COUNT
004970     WRITE CLOSE-REGISTER-LINE FROM REGISTER-COUNT-LINE
004980     MOVE "RUN CONTROL ACCOUNTS CLOSED    :" TO RCL-LABEL
004990     MOVE CTL-CLOSED-COUNT TO RCL-COUNT
005000     WRITE CLOSE-REGISTER-LINE FROM REGISTER-COUNT-LINE
005010     MOVE "ACCOUNTS RETIRED               :" TO RCL-LABEL
005020     MOVE RETIRED-COUNT TO RCL-COUNT
005030     WRITE CLOSE-REGISTER-LINE FROM REGISTER-COUNT-LINE
005040     MOVE "ACCOUNTS HELD                  :" TO RCL-LABEL
005050     MOVE HELD-COUNT TO RCL-COUNT
005060     WRITE CLOSE-REGISTER-LINE FROM REGISTER-COUNT-LINE
005070     MOVE "PAYOFF EXTRACT DISBURSEMENTS   :" TO RAL-LABEL
005080     MOVE PAYOFF-EXTRACT-TOTAL TO RAL-AMOUNT
005090     WRITE CLOSE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005100     MOVE "RUN CONTROL DISBURSEMENTS      :" TO RAL-LABEL
005110     MOVE CTL-CLOSE-DISBURSED TO RAL-AMOUNT
005120     WRITE CLOSE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005130     MOVE "DISBURSED ON ACCOUNTS RETIRED  :" TO RAL-LABEL
005140     MOVE RETIRED-TOTAL TO RAL-AMOUNT
005150     WRITE CLOSE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005160     MOVE "DISBURSED ON ACCOUNTS HELD     :" TO RAL-LABEL
005170     MOVE HELD-TOTAL TO RAL-AMOUNT
005180     WRITE CLOSE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005190     MOVE "EXTRACT PROOF                  :" TO RFL-LABEL
005200     EVALUATE TRUE
005210        WHEN RUN-ERROR AND PAYOFF-PROOF-COUNT = ZERO
005220           MOVE "NOT PROVED" TO RFL-FLAG
005230        WHEN PROOF-FAILED
005240           MOVE "OUT OF PROOF" TO RFL-FLAG
005250        WHEN OTHER
005260           MOVE "PROVED" TO RFL-FLAG
005270     END-EVALUATE
005280     WRITE CLOSE-REGISTER-LINE FROM REGISTER-FLAG-LINE.
005290 4000-EXIT.
005300     EXIT.
005310*****************************************************************
005320* 9000-TERMINATE
005330*   Displays the run totals, closes every file, appends the
005340*   step-status record, and sets the return code: 8 when the
005350*   run was refused, failed, or the extract was out of proof,
005360*   4 when any payoff was held, 0 when every paid-off account
005370*   was retired.
005380*****************************************************************
005390 9000-TERMINATE.
005400     DISPLAY "ACCT_CLOSE: " PAYOFF-PROOF-COUNT
005410        " PAYOFF RECORD(S) ON EXTRACT"
005420     DISPLAY "ACCT_CLOSE: " RETIRED-COUNT
005430        " ACCOUNT(S) RETIRED, $" RETIRED-TOTAL " DISBURSED"
005440     DISPLAY "ACCT_CLOSE: " HELD-COUNT
005450        " PAYOFF(S) HELD"
005460     CLOSE RUN-CONTROL-FILE
005470           CLOSE-PAYOFF-FILE
005480           ACCOUNT-MASTER-FILE
005490           CLOSED-HISTORY-FILE
005500           CLOSE-REGISTER-FILE
005510     EVALUATE TRUE
005520        WHEN RUN-ERROR OR PROOF-FAILED
005530           MOVE 8 TO STEP-CONDITION-CODE
005540        WHEN HELD-COUNT > ZERO
005550           MOVE 4 TO STEP-CONDITION-CODE
005560        WHEN OTHER
005570           MOVE 0 TO STEP-CONDITION-CODE
005580     END-EVALUATE
005590     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
005600     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
005610 9000-EXIT.
005620     EXIT.
005630*****************************************************************
005640* 9500-WRITE-JOB-STATUS
005650*   Appends this step's machine-readable status record to the
005660*   shared job-stream status file for NIGHT_STATUS to
005670*   summarize.  The condition code is placed by the caller
005680*   before the perform.
005690*****************************************************************
005700 9500-WRITE-JOB-STATUS.
005710     OPEN EXTEND JOB-STATUS-FILE
005720     IF NOT JOBSTAT-OK
005730        DISPLAY "ACCT_CLOSE: UNABLE TO OPEN JOBSTAT, STATUS "
005740           JOBSTAT-STATUS
005750        GO TO 9500-EXIT
005760     END-IF
005770     MOVE SPACES TO JOB-STATUS-RECORD
005780     MOVE "ACCT_CLOSE" TO JS-PROGRAM-NAME
005790     MOVE CLOSE-RUN-DATE TO JS-RUN-DATE
005800     MOVE CLOSE-RUN-TIME TO JS-RUN-TIME
005810     MOVE PAYOFF-READ-COUNT TO JS-RECORDS-READ
005820     MOVE RETIRED-COUNT TO JS-RECORDS-WRITTEN
005830     MOVE HELD-COUNT TO JS-ERROR-COUNT
005840     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
005850     WRITE JOB-STATUS-RECORD
005860     CLOSE JOB-STATUS-FILE.
005870 9500-EXIT.
005880     EXIT.
005890 END PROGRAM acct_close.
