000400* 09/03/26   JWB   Appends the step-status record to the
000410*                  shared job-stream status file and sets a
000420*                  return code that reflects the run.
000430* 10/15/26   JWB   Refuses to run (return code 8) unless the
000440*                  run date is the next processing date on
000450*                  the date-control record (DATECTL).
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. dorm_scan.
000490 AUTHOR. J BAKER.
000500 INSTALLATION. CONSUMER BANKING SYSTEMS.
000510 DATE-WRITTEN. 09/03/26.
000520 DATE-COMPILED.
000530*****************************************************************
000540* ENVIRONMENT DIVISION
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000590 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS ACCT-NUMBER
000660         FILE STATUS IS ACCTMAST-STATUS.
000670     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS TRANFILE-STATUS.
000710     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS LEDGER-STATUS.
000750     SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS CUSTADDR-STATUS.
000790     SELECT OPTIONAL DORM-PARAMETER-FILE ASSIGN TO "DORMPARM"
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS DORMPARM-STATUS.
000830     SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DORMRPT-STATUS.
000860     SELECT ESCHEAT-EXTRACT-FILE ASSIGN TO "ESCHEAT"
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS ESCHEAT-STATUS.
000900     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS DATECTL-STATUS.
000940     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS JOBSTAT-STATUS.
000980*****************************************************************
000990* DATA DIVISION
001000*****************************************************************
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ACCOUNT-MASTER-FILE.
001040     COPY ACCTMAST.
001050 FD  TRANSACTION-FILE
001060     RECORDING MODE IS F.
001070     COPY TRANREC.
001080 FD  LEDGER-FILE
001090     RECORDING MODE IS F.
001100     COPY LEDGREC.
001110 FD  CUSTOMER-ADDRESS-FILE
001120     RECORDING MODE IS F.
001130     COPY CUSTADDR.
001140 FD  DORM-PARAMETER-FILE
001150     RECORDING MODE IS F.
001160     COPY DORMPARM.
001170 FD  DORMANCY-REPORT-FILE.
001180     COPY DORMRPT.
001190 FD  ESCHEAT-EXTRACT-FILE
001200     RECORDING MODE IS F.
001210     COPY ESCHEAT.
001220 FD  DATE-CONTROL-FILE
001230     RECORDING MODE IS F.
001240     COPY DATECTL.
001250 FD  JOB-STATUS-FILE
001260     RECORDING MODE IS F.
001270     COPY JOBSTAT.
001280 WORKING-STORAGE SECTION.
001290*> ----------------------------------------------------------
001300*> File status and end-of-file switches
001310*> ----------------------------------------------------------
001320 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001330     88  ACCTMAST-OK                   VALUE "00".
001340     88  ACCTMAST-EOF                  VALUE "10".
001350 01  TRANFILE-STATUS         PIC X(02) VALUE "00".
001360     88  TRANFILE-OK                   VALUE "00".
001370     88  TRANFILE-EOF                  VALUE "10".
001380 01  LEDGER-STATUS           PIC X(02) VALUE "00".
001390     88  LEDGER-OK                     VALUE "00".
001400     88  LEDGER-EOF                    VALUE "10".
001410 01  CUSTADDR-STATUS         PIC X(02) VALUE "00".
001420     88  CUSTADDR-OK                   VALUE "00".
001430     88  CUSTADDR-EOF                  VALUE "10".
001440 01  DORMPARM-STATUS         PIC X(02) VALUE "00".
001450     88  DORMPARM-OK                   VALUE "00".
001460     88  DORMPARM-ABSENT               VALUE "05".
001470 01  DORMRPT-STATUS          PIC X(02) VALUE "00".
001480     88  DORMRPT-OK                    VALUE "00".
001490 01  ESCHEAT-STATUS          PIC X(02) VALUE "00".
001500     88  ESCHEAT-OK                    VALUE "00".
001510 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001520     88  DATECTL-OK                    VALUE "00".
001530 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001540     88  JOBSTAT-OK                    VALUE "00".
001550 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001560 01  PROGRAM-SWITCHES.
001570     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001580         88  RUN-ERROR                 VALUE "Y".
001590     05  ACCTMAST-EOF-SWITCH  PIC X(01) VALUE "N".
001600         88  ACCTMAST-EXHAUSTED        VALUE "Y".
001610     05  TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
001620         88  TRAN-EXHAUSTED            VALUE "Y".
001630     05  LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
001640         88  LEDGER-EXHAUSTED          VALUE "Y".
001650     05  CUSTADDR-EOF-SWITCH  PIC X(01) VALUE "N".
001660         88  CUSTADDR-EXHAUSTED        VALUE "Y".
001670     05  ACTIVITY-FOUND-SW    PIC X(01) VALUE "N".
001680         88  ACTIVITY-FOUND            VALUE "Y".
001690     05  ADDRESS-FOUND-SWITCH PIC X(01) VALUE "N".
001700         88  ADDRESS-FOUND             VALUE "Y".
001710*> ----------------------------------------------------------
001720*> Dormancy horizons (months of inactivity).  The optional
001730*> parameter file overrides the house defaults; months are
001740*> whole calendar months on the 30/360 banking calendar.
001750*> ----------------------------------------------------------
001760 01  DORMANT-MONTH-LIMIT     PIC 9(03) VALUE 12.
001770 01  ESCHEAT-MONTH-LIMIT     PIC 9(03) VALUE 60.
001780 01  MONTHS-INACTIVE         PIC S9(05) COMP VALUE 0.
001790 01  SCAN-RUN-DATE           PIC 9(08) VALUE 0.
001800 01  SCAN-RUN-DATE-SPLIT REDEFINES SCAN-RUN-DATE.
001810     05  SCAN-DATE-CCYY      PIC 9(04).
001820     05  SCAN-DATE-MM        PIC 9(02).
001830     05  SCAN-DATE-DD        PIC 9(02).
001840 01  SCAN-RUN-TIME           PIC 9(08) VALUE 0.
001850 01  LAST-ACTIVITY-WORK      PIC 9(08) VALUE 0.
001860 01  LAST-ACTIVITY-SPLIT REDEFINES LAST-ACTIVITY-WORK.
001870     05  LAST-ACT-CCYY       PIC 9(04).
001880     05  LAST-ACT-MM         PIC 9(02).
001890     05  FILLER              PIC 9(02).
001900 01  LEDGER-BALANCE          PIC S9(9)V9(2) COMP-3 VALUE 0.
001910*> ----------------------------------------------------------
001920*> Escheatment hold table.  Escheatable accounts collect here
001930*> during the master pass; after the last account the extract
001940*> is written one state at a time, so every record for a
001950*> state lands together without a separate sort step.
001960*> ----------------------------------------------------------
001970 01  ESCHEAT-ENTRY-MAX       PIC 9(04) COMP VALUE 500.
001980 01  ESCHEAT-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.
001990 01  ESC-SUB                 PIC 9(04) COMP VALUE 0.
002000 01  ESC-SUB-2               PIC 9(04) COMP VALUE 0.
002010 01  CURRENT-ESCHEAT-STATE   PIC X(02) VALUE SPACES.
002020 01  ESCHEAT-TABLE-AREA.
002030     05  ESCHEAT-ENTRY OCCURS 500 TIMES.
002040         10  EE-STATE            PIC X(02).
002050         10  EE-ACCT-NUMBER      PIC 9(07).
002060         10  EE-CUST-NAME        PIC X(30).
002070         10  EE-ADDR-LINE-1      PIC X(30).
002080         10  EE-ADDR-LINE-2      PIC X(30).
002090         10  EE-CITY             PIC X(20).
002100         10  EE-ZIP              PIC X(09).
002110         10  EE-LAST-ACTIVITY    PIC 9(08).
002120         10  EE-BALANCE          PIC S9(9)V9(2) COMP-3.
002130         10  EE-WRITTEN-FLAG     PIC X(01).
002140*> ----------------------------------------------------------
002150*> Run stamp and report heading, so the report evidences when
002160*> the dormancy pass ran.
002170*> ----------------------------------------------------------
002180 01  DORM-HEADING-LINE.
002190     05  FILLER              PIC X(34)
002200         VALUE "DORMANT ACCOUNT REPORT            ".
002210     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002220     05  DHL-RUN-DATE        PIC 9(08).
002230     05  FILLER              PIC X(06) VALUE " TIME ".
002240     05  DHL-RUN-TIME        PIC 9(08).
002250*> ----------------------------------------------------------
002260*> Run counters
002270*> ----------------------------------------------------------
002280 77  MASTER-READ-COUNT       PIC 9(07) VALUE 0.
002290 77  ACTIVITY-COUNT          PIC 9(07) VALUE 0.
002300 77  BASELINED-COUNT         PIC 9(07) VALUE 0.
002310 77  DORMANT-COUNT           PIC 9(07) VALUE 0.
002320 77  ESCHEAT-COUNT           PIC 9(07) VALUE 0.
002330 77  NO-ADDRESS-COUNT        PIC 9(07) VALUE 0.
002340 77  TABLE-FULL-COUNT        PIC 9(07) VALUE 0.
002350 77  ESCHEAT-WRITTEN-COUNT   PIC 9(07) VALUE 0.
002360 77  ESCHEAT-STATE-COUNT     PIC 9(07) VALUE 0.
002370 PROCEDURE DIVISION.
002380*****************************************************************
002390* 0000-MAINLINE
002400*   Top level driver - ages one account per pass against the
002410*   dormancy horizons, then cuts the state-grouped escheatment
002420*   extract from the hold table.
002430*****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     IF NOT RUN-ERROR
002470        PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002480            UNTIL ACCTMAST-EXHAUSTED
002490        PERFORM 3000-WRITE-ESCHEAT-EXTRACT THRU 3000-EXIT
002500     END-IF
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT
002520     STOP RUN.
002530*****************************************************************
002540* 1000-INITIALIZE
002550*   Opens every file, reads the optional horizons, stamps the
002560*   run, writes the report heading, and primes the read-ahead
002570*   buffers.
002580*   A run whose date is not the next processing date on the
002590*   date-control record is refused before any file is opened.
002600*****************************************************************
002610 1000-INITIALIZE.
002620     ACCEPT SCAN-RUN-DATE FROM DATE YYYYMMDD
002630     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002640     IF RUN-ERROR
002650        GO TO 1000-EXIT
002660     END-IF
002670     OPEN I-O ACCOUNT-MASTER-FILE
002680     IF NOT ACCTMAST-OK
002690        DISPLAY "DORM_SCAN: UNABLE TO OPEN ACCTMAST, STATUS "
002700           ACCTMAST-STATUS
002710        MOVE "Y" TO RUN-ERROR-SWITCH
002720        MOVE "Y" TO ACCTMAST-EOF-SWITCH
002730     END-IF
002740     OPEN INPUT TRANSACTION-FILE
002750     IF NOT TRANFILE-OK
002760        DISPLAY "DORM_SCAN: UNABLE TO OPEN TRANFILE, STATUS "
002770           TRANFILE-STATUS
002780        MOVE "Y" TO RUN-ERROR-SWITCH
002790     END-IF
002800     OPEN INPUT LEDGER-FILE
002810     IF NOT LEDGER-OK
002820        DISPLAY "DORM_SCAN: UNABLE TO OPEN LEDGER, STATUS "
002830           LEDGER-STATUS
002840        MOVE "Y" TO RUN-ERROR-SWITCH
002850     END-IF
002860     OPEN INPUT CUSTOMER-ADDRESS-FILE
002870     IF NOT CUSTADDR-OK
002880        DISPLAY "DORM_SCAN: UNABLE TO OPEN CUSTADDR, STATUS "
002890           CUSTADDR-STATUS
002900        MOVE "Y" TO RUN-ERROR-SWITCH
002910     END-IF
002920     OPEN OUTPUT DORMANCY-REPORT-FILE
002930     IF NOT DORMRPT-OK
002940        DISPLAY "DORM_SCAN: UNABLE TO OPEN DORMRPT, STATUS "
002950           DORMRPT-STATUS
002960        MOVE "Y" TO RUN-ERROR-SWITCH
002970     END-IF
002980     OPEN OUTPUT ESCHEAT-EXTRACT-FILE
002990     IF NOT ESCHEAT-OK
003000        DISPLAY "DORM_SCAN: UNABLE TO OPEN ESCHEAT, STATUS "
003010           ESCHEAT-STATUS
003020        MOVE "Y" TO RUN-ERROR-SWITCH
003030     END-IF
003040     PERFORM 1050-READ-DORM-PARAMETERS THRU 1050-EXIT
003050     ACCEPT SCAN-RUN-TIME FROM TIME
003060     IF DORMRPT-OK
003070        MOVE SCAN-RUN-DATE TO DHL-RUN-DATE
003080        MOVE SCAN-RUN-TIME TO DHL-RUN-TIME
003090        WRITE DORMANCY-REPORT-LINE FROM DORM-HEADING-LINE
003100     END-IF
003110     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
003120     PERFORM 1300-READ-LEDGER THRU 1300-EXIT
003130     PERFORM 1400-READ-CUST-ADDRESS THRU 1400-EXIT
003140     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT.
003150 1000-EXIT.
003160     EXIT.
003170*****************************************************************
003180* 1010-CHECK-PROCESSING-DATE
003190*   Reads the date-control record and refuses the run unless
003200*   the run date is the next processing date on it, so a
003210*   resubmitted night, or one run after a skipped night, stops
003220*   here before anything is posted.
003230*****************************************************************
003240 1010-CHECK-PROCESSING-DATE.
003250     OPEN INPUT DATE-CONTROL-FILE
003260     IF NOT DATECTL-OK
003270        DISPLAY "DORM_SCAN: UNABLE TO OPEN DATECTL, STATUS "
003280           DATECTL-STATUS
003290        MOVE "Y" TO RUN-ERROR-SWITCH
003300        GO TO 1010-EXIT
003310     END-IF
003320     READ DATE-CONTROL-FILE
003330         AT END
003340             DISPLAY "DORM_SCAN: DATECTL IS EMPTY - NO "
003350                "PROCESSING DATE ON FILE"
003360             MOVE "Y" TO RUN-ERROR-SWITCH
003370     END-READ
003380     CLOSE DATE-CONTROL-FILE
003390     IF RUN-ERROR
003400        GO TO 1010-EXIT
003410     END-IF
003420     IF SCAN-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
003430        DISPLAY "DORM_SCAN: RUN DATE " SCAN-RUN-DATE
003440           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
003450        DISPLAY "DORM_SCAN: LAST COMPLETED DATE "
003460           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
003470        MOVE "Y" TO RUN-ERROR-SWITCH
003480     END-IF.
003490 1010-EXIT.
003500     EXIT.
003510*****************************************************************
003520* 1050-READ-DORM-PARAMETERS
003530*   Reads the optional horizons record.  A numeric, positive
003540*   value overrides its house default; anything else leaves
003550*   the default in force.
003560*****************************************************************
003570 1050-READ-DORM-PARAMETERS.
003580     OPEN INPUT DORM-PARAMETER-FILE
003590     IF NOT DORMPARM-OK AND NOT DORMPARM-ABSENT
003600        DISPLAY "DORM_SCAN: UNABLE TO OPEN DORMPARM, "
003610           "STATUS " DORMPARM-STATUS
003620           " - HOUSE DEFAULTS APPLY"
003630        CLOSE DORM-PARAMETER-FILE
003640        GO TO 1050-EXIT
003650     END-IF
003660     READ DORM-PARAMETER-FILE
003670         AT END
003680             CLOSE DORM-PARAMETER-FILE
003690             GO TO 1050-EXIT
003700     END-READ
003710     IF DRM-DORMANT-MONTHS IS NUMERIC
003720           AND DRM-DORMANT-MONTHS > ZERO
003730        MOVE DRM-DORMANT-MONTHS TO DORMANT-MONTH-LIMIT
003740     ELSE
003750        DISPLAY "DORM_SCAN: INVALID DORMANT MONTHS ON DORMPARM"
003760           " - DEFAULT ASSUMED"
003770     END-IF
003780     IF DRM-ESCHEAT-MONTHS IS NUMERIC
003790           AND DRM-ESCHEAT-MONTHS > ZERO
003800        MOVE DRM-ESCHEAT-MONTHS TO ESCHEAT-MONTH-LIMIT
003810     ELSE
003820        DISPLAY "DORM_SCAN: INVALID ESCHEAT MONTHS ON DORMPARM"
003830           " - DEFAULT ASSUMED"
003840     END-IF
003850     CLOSE DORM-PARAMETER-FILE.
003860 1050-EXIT.
003870     EXIT.
003880*****************************************************************
003890* 1100-READ-ACCOUNT-MASTER
003900*   Reads the next master record into the record area.
003910*****************************************************************
003920 1100-READ-ACCOUNT-MASTER.
003930     READ ACCOUNT-MASTER-FILE
003940        AT END MOVE "Y" TO ACCTMAST-EOF-SWITCH
003950        NOT AT END ADD 1 TO MASTER-READ-COUNT
003960     END-READ.
003970 1100-EXIT.
003980     EXIT.
003990*****************************************************************
004000* 1200-READ-TRANSACTION
004010*   Reads the next transaction record into the read-ahead
004020*   buffer.
004030*****************************************************************
004040 1200-READ-TRANSACTION.
004050     READ TRANSACTION-FILE
004060        AT END MOVE "Y" TO TRAN-EOF-SWITCH
004070     END-READ.
004080 1200-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 1300-READ-LEDGER
004120*   Reads the next ledger record into the read-ahead buffer.
004130*****************************************************************
004140 1300-READ-LEDGER.
004150     READ LEDGER-FILE
004160        AT END MOVE "Y" TO LEDGER-EOF-SWITCH
004170     END-READ.
004180 1300-EXIT.
004190     EXIT.
004200*****************************************************************
004210* 1400-READ-CUST-ADDRESS
004220*   Reads the next name-and-address record into the read-ahead
004230*   buffer.
004240*****************************************************************
004250 1400-READ-CUST-ADDRESS.
004260     READ CUSTOMER-ADDRESS-FILE
004270        AT END MOVE "Y" TO CUSTADDR-EOF-SWITCH
004280     END-READ.
004290 1400-EXIT.
004300     EXIT.
004310*****************************************************************
004320* 2000-PROCESS-ACCOUNT
004330*   Ages one account: tonight's activity stamps the run date
004340*   and active status; no activity ages the account against
004350*   the horizons.  The status and last-activity date are
004360*   rewritten on the master in place, and dormant or
004370*   escheatable accounts go on the report (and the
004380*   escheatment hold table) with the posted ledger balance.
004390*****************************************************************
004400 2000-PROCESS-ACCOUNT.
004410     PERFORM 2100-CHECK-ACTIVITY THRU 2100-EXIT
004420     IF ACTIVITY-FOUND
004430        MOVE SCAN-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
004440        MOVE "A" TO ACCT-DORMANCY-STATUS
004450        MOVE ZERO TO MONTHS-INACTIVE
004460        ADD 1 TO ACTIVITY-COUNT
004470     ELSE
004480        PERFORM 2200-AGE-ACCOUNT THRU 2200-EXIT
004490     END-IF
004500     REWRITE ACCOUNT-MASTER-RECORD
004510     IF NOT ACCTMAST-OK
004520        DISPLAY "DORM_SCAN: REWRITE FAILED FOR ACCOUNT "
004530           ACCT-NUMBER ", STATUS " ACCTMAST-STATUS
004540     END-IF
004550     IF ACCT-DORM-DORMANT OR ACCT-DORM-ESCHEAT
004560        PERFORM 2300-MATCH-LEDGER THRU 2300-EXIT
004570        PERFORM 2400-WRITE-DORMANCY-LINE THRU 2400-EXIT
004580        IF ACCT-DORM-ESCHEAT
004590           PERFORM 2500-ADD-ESCHEAT-ENTRY THRU 2500-EXIT
004600        END-IF
004610     END-IF
004620     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT.
004630 2000-EXIT.
004640     EXIT.
004650*****************************************************************
004660* 2100-CHECK-ACTIVITY
004670*   Advances the transaction read-ahead buffer (the feed
004680*   ascends on account number, the same order the master is
004690*   read in) to the current account.  Any transaction record
004700*   for the account - whatever its month number - is activity
004710*   tonight; every record for the account is consumed so the
004720*   buffer is clear for the next account.
004730*****************************************************************
004740 2100-CHECK-ACTIVITY.
004750     MOVE "N" TO ACTIVITY-FOUND-SW
004760     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
004770        UNTIL TRAN-EXHAUSTED
004780           OR TRAN-ACCOUNT-NUMBER >= ACCT-NUMBER
004790     IF (NOT TRAN-EXHAUSTED)
004800           AND TRAN-ACCOUNT-NUMBER = ACCT-NUMBER
004810        MOVE "Y" TO ACTIVITY-FOUND-SW
004820        PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
004830           UNTIL TRAN-EXHAUSTED
004840              OR TRAN-ACCOUNT-NUMBER NOT = ACCT-NUMBER
004850     END-IF.
004860 2100-EXIT.
004870     EXIT.
004880*****************************************************************
004890* 2200-AGE-ACCOUNT
004900*   Ages an account with no activity tonight.  A space or zero
004910*   last-activity date is baselined to the run date (the pass
004920*   has never seen the account, so it cannot be judged
004930*   dormant); otherwise whole months of inactivity on the
004940*   30/360 calendar decide the status.
004950*****************************************************************
004960 2200-AGE-ACCOUNT.
004970     IF ACCT-LAST-ACTIVITY-DATE IS NOT NUMERIC
004980           OR ACCT-LAST-ACTIVITY-DATE = ZERO
004990        MOVE SCAN-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
005000        MOVE "A" TO ACCT-DORMANCY-STATUS
005010        MOVE ZERO TO MONTHS-INACTIVE
005020        ADD 1 TO BASELINED-COUNT
005030        GO TO 2200-EXIT
005040     END-IF
005050     MOVE ACCT-LAST-ACTIVITY-DATE TO LAST-ACTIVITY-WORK
005060     COMPUTE MONTHS-INACTIVE =
005070        ((SCAN-DATE-CCYY * 12) + SCAN-DATE-MM)
005080           - ((LAST-ACT-CCYY * 12) + LAST-ACT-MM)
005090     EVALUATE TRUE
005100        WHEN MONTHS-INACTIVE NOT < ESCHEAT-MONTH-LIMIT
005110           MOVE "E" TO ACCT-DORMANCY-STATUS
005120           ADD 1 TO ESCHEAT-COUNT
005130        WHEN MONTHS-INACTIVE NOT < DORMANT-MONTH-LIMIT
005140           MOVE "D" TO ACCT-DORMANCY-STATUS
005150           ADD 1 TO DORMANT-COUNT
005160        WHEN OTHER
005170           MOVE "A" TO ACCT-DORMANCY-STATUS
005180     END-EVALUATE.
005190 2200-EXIT.
005200     EXIT.
005210*****************************************************************
005220* 2300-MATCH-LEDGER
005230*   Advances the ledger read-ahead buffer to the current
005240*   account for the posted balance the report and the
005250*   escheatment filing carry.  An account with no ledger
005260*   record reports a zero balance.
005270*****************************************************************
005280 2300-MATCH-LEDGER.
005290     PERFORM 1300-READ-LEDGER THRU 1300-EXIT
005300        UNTIL LEDGER-EXHAUSTED
005310           OR LEDG-ACCT-NUMBER >= ACCT-NUMBER
005320     IF (NOT LEDGER-EXHAUSTED)
005330           AND LEDG-ACCT-NUMBER = ACCT-NUMBER
005340        MOVE LEDG-BALANCE TO LEDGER-BALANCE
005350     ELSE
005360        MOVE ZERO TO LEDGER-BALANCE
005370        DISPLAY "DORM_SCAN: ACCOUNT " ACCT-NUMBER
005380           " HAS NO LEDGER RECORD - ZERO BALANCE REPORTED"
005390     END-IF.
005400 2300-EXIT.
005410     EXIT.
005420*****************************************************************
005430* 2400-WRITE-DORMANCY-LINE
005440*   Lists one dormant or escheatable account on the dormancy
005450*   report for the branches to work.
005460*****************************************************************
005470 2400-WRITE-DORMANCY-LINE.
005480     MOVE ACCT-NUMBER             TO DRP-ACCT-NUMBER
005490     MOVE ACCT-LAST-ACTIVITY-DATE TO DRP-LAST-ACTIVITY-DATE
005500     MOVE MONTHS-INACTIVE         TO DRP-MONTHS-INACTIVE
005510     IF ACCT-DORM-ESCHEAT
005520        MOVE "ESCHEATABLE" TO DRP-STATUS-TAG
005530     ELSE
005540        MOVE "DORMANT"     TO DRP-STATUS-TAG
005550     END-IF
005560     MOVE LEDGER-BALANCE          TO DRP-LEDGER-BALANCE
005570     WRITE DORMANCY-REPORT-LINE.
005580 2400-EXIT.
005590     EXIT.
005600*****************************************************************
005610* 2500-ADD-ESCHEAT-ENTRY
005620*   Holds one escheatable account for the state-grouped
005630*   extract, with the owner details from the customer address
005640*   file.  An account with no address record cannot be filed
005650*   and is counted instead; an account past the table limit is
005660*   counted so the filing is known short.
005670*****************************************************************
005680 2500-ADD-ESCHEAT-ENTRY.
005690     PERFORM 2510-MATCH-CUST-ADDRESS THRU 2510-EXIT
005700     IF NOT ADDRESS-FOUND
005710        DISPLAY "DORM_SCAN: ACCOUNT " ACCT-NUMBER
005720           " HAS NO ADDRESS RECORD - NOT ON ESCHEAT EXTRACT"
005730        ADD 1 TO NO-ADDRESS-COUNT
005740        GO TO 2500-EXIT
005750     END-IF
005760     IF ESCHEAT-ENTRY-COUNT = ESCHEAT-ENTRY-MAX
005770        DISPLAY "DORM_SCAN: ESCHEAT TABLE FULL - ACCOUNT "
005780           ACCT-NUMBER " NOT ON EXTRACT"
005790        ADD 1 TO TABLE-FULL-COUNT
005800        GO TO 2500-EXIT
005810     END-IF
005820     ADD 1 TO ESCHEAT-ENTRY-COUNT
005830     MOVE CUST-STATE TO EE-STATE (ESCHEAT-ENTRY-COUNT)
005840     MOVE ACCT-NUMBER
005850        TO EE-ACCT-NUMBER (ESCHEAT-ENTRY-COUNT)
005860     MOVE CUST-NAME TO EE-CUST-NAME (ESCHEAT-ENTRY-COUNT)
005870     MOVE CUST-ADDR-LINE-1
005880        TO EE-ADDR-LINE-1 (ESCHEAT-ENTRY-COUNT)
005890     MOVE CUST-ADDR-LINE-2
005900        TO EE-ADDR-LINE-2 (ESCHEAT-ENTRY-COUNT)
005910     MOVE CUST-CITY TO EE-CITY (ESCHEAT-ENTRY-COUNT)
005920     MOVE CUST-ZIP TO EE-ZIP (ESCHEAT-ENTRY-COUNT)
005930     MOVE ACCT-LAST-ACTIVITY-DATE
005940        TO EE-LAST-ACTIVITY (ESCHEAT-ENTRY-COUNT)
005950     MOVE LEDGER-BALANCE TO EE-BALANCE (ESCHEAT-ENTRY-COUNT)
005960     MOVE "N" TO EE-WRITTEN-FLAG (ESCHEAT-ENTRY-COUNT).
005970 2500-EXIT.
005980     EXIT.
005990*****************************************************************
006000* 2510-MATCH-CUST-ADDRESS
006010*   Advances the address read-ahead buffer, which is held
006020*   across the run (both files are in ascending account
006030*   order), until it reaches or passes the current account.
006040*****************************************************************
006050 2510-MATCH-CUST-ADDRESS.
006060     PERFORM 1400-READ-CUST-ADDRESS THRU 1400-EXIT
006070        UNTIL CUSTADDR-EXHAUSTED
006080           OR CUST-ACCT-NUMBER >= ACCT-NUMBER
006090     IF (NOT CUSTADDR-EXHAUSTED)
006100           AND CUST-ACCT-NUMBER = ACCT-NUMBER
006110        MOVE "Y" TO ADDRESS-FOUND-SWITCH
006120     ELSE
006130        MOVE "N" TO ADDRESS-FOUND-SWITCH
006140     END-IF.
006150 2510-EXIT.
006160     EXIT.
006170*****************************************************************
006180* 3000-WRITE-ESCHEAT-EXTRACT
006190*   Cuts the unclaimed-property extract from the hold table,
006200*   one state's accounts together: each pass takes the first
006210*   state not yet written and writes every entry carrying it.
006220*****************************************************************
006230 3000-WRITE-ESCHEAT-EXTRACT.
006240     PERFORM 3100-GROUP-ONE-STATE THRU 3100-EXIT
006250        VARYING ESC-SUB FROM 1 BY 1
006260           UNTIL ESC-SUB > ESCHEAT-ENTRY-COUNT.
006270 3000-EXIT.
006280     EXIT.
006290*****************************************************************
006300* 3100-GROUP-ONE-STATE
006310*   Starts the group for one state the first time an entry of
006320*   that state is met; entries already written by an earlier
006330*   group are passed over.
006340*****************************************************************
006350 3100-GROUP-ONE-STATE.
006360     IF EE-WRITTEN-FLAG (ESC-SUB) = "Y"
006370        GO TO 3100-EXIT
006380     END-IF
006390     MOVE EE-STATE (ESC-SUB) TO CURRENT-ESCHEAT-STATE
006400     ADD 1 TO ESCHEAT-STATE-COUNT
006410     PERFORM 3200-WRITE-STATE-ENTRY THRU 3200-EXIT
006420        VARYING ESC-SUB-2 FROM ESC-SUB BY 1
006430           UNTIL ESC-SUB-2 > ESCHEAT-ENTRY-COUNT.
006440 3100-EXIT.
006450     EXIT.
006460*****************************************************************
006470* 3200-WRITE-STATE-ENTRY
006480*   Writes one hold-table entry belonging to the state group
006490*   being cut and marks it written.
006500*****************************************************************
006510 3200-WRITE-STATE-ENTRY.
006520     IF EE-WRITTEN-FLAG (ESC-SUB-2) NOT = "Y"
006530           AND EE-STATE (ESC-SUB-2) = CURRENT-ESCHEAT-STATE
006540        MOVE EE-STATE (ESC-SUB-2)         TO ESC-STATE
006550        MOVE EE-ACCT-NUMBER (ESC-SUB-2)   TO ESC-ACCT-NUMBER
006560        MOVE EE-CUST-NAME (ESC-SUB-2)     TO ESC-CUST-NAME
006570        MOVE EE-ADDR-LINE-1 (ESC-SUB-2)   TO ESC-ADDR-LINE-1
006580        MOVE EE-ADDR-LINE-2 (ESC-SUB-2)   TO ESC-ADDR-LINE-2
006590        MOVE EE-CITY (ESC-SUB-2)          TO ESC-CITY
006600        MOVE EE-ZIP (ESC-SUB-2)           TO ESC-ZIP
006610        MOVE EE-LAST-ACTIVITY (ESC-SUB-2)
006620           TO ESC-LAST-ACTIVITY-DATE
006630        MOVE EE-BALANCE (ESC-SUB-2)       TO ESC-LEDGER-BALANCE
006640        WRITE ESCHEAT-EXTRACT-RECORD
006650        MOVE "Y" TO EE-WRITTEN-FLAG (ESC-SUB-2)
006660        ADD 1 TO ESCHEAT-WRITTEN-COUNT
006670     END-IF.
006680 3200-EXIT.
006690     EXIT.
006700*****************************************************************
006710* 9000-TERMINATE
006720*   Displays the run totals and closes every file.
006730*****************************************************************
006740 9000-TERMINATE.
006750     DISPLAY "DORM_SCAN: " MASTER-READ-COUNT
006760        " ACCOUNT(S) READ FROM MASTER"
006770     DISPLAY "DORM_SCAN: " ACTIVITY-COUNT
006780        " ACCOUNT(S) WITH ACTIVITY TONIGHT"
006790     DISPLAY "DORM_SCAN: " BASELINED-COUNT
006800        " ACCOUNT(S) BASELINED TO RUN DATE"
006810     DISPLAY "DORM_SCAN: " DORMANT-COUNT
006820        " ACCOUNT(S) FLAGGED DORMANT"
006830     DISPLAY "DORM_SCAN: " ESCHEAT-COUNT
006840        " ACCOUNT(S) FLAGGED ESCHEATABLE"
006850     DISPLAY "DORM_SCAN: " ESCHEAT-WRITTEN-COUNT
006860        " RECORD(S) ON ESCHEAT EXTRACT FOR "
006870        ESCHEAT-STATE-COUNT " STATE(S)"
006880     DISPLAY "DORM_SCAN: " NO-ADDRESS-COUNT
006890        " ESCHEATABLE ACCOUNT(S) WITH NO ADDRESS RECORD"
006900     CLOSE ACCOUNT-MASTER-FILE
006910           TRANSACTION-FILE
006920           LEDGER-FILE
006930           CUSTOMER-ADDRESS-FILE
006940           DORMANCY-REPORT-FILE
006950           ESCHEAT-EXTRACT-FILE
006960     EVALUATE TRUE
006970        WHEN RUN-ERROR
006980           MOVE 8 TO STEP-CONDITION-CODE
006990        WHEN NO-ADDRESS-COUNT > ZERO
007000              OR TABLE-FULL-COUNT > ZERO
007010           MOVE 4 TO STEP-CONDITION-CODE
007020        WHEN OTHER
007030           MOVE 0 TO STEP-CONDITION-CODE
007040     END-EVALUATE
007050     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
007060     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
007070 9000-EXIT.
007080     EXIT.
007090*****************************************************************
007100* 9500-WRITE-JOB-STATUS
007110*   Appends this step's machine-readable status record to the
007120*   shared job-stream status file for NIGHT_STATUS to
007130*   summarize.  The condition code is placed by the caller
007140*   before the perform.
007150*****************************************************************
007160 9500-WRITE-JOB-STATUS.
007170     OPEN EXTEND JOB-STATUS-FILE
007180     IF NOT JOBSTAT-OK
007190        DISPLAY "DORM_SCAN: UNABLE TO OPEN JOBSTAT, STATUS "
007200           JOBSTAT-STATUS
007210        GO TO 9500-EXIT
007220     END-IF
007230     MOVE SPACES TO JOB-STATUS-RECORD
007240     MOVE "DORM_SCAN" TO JS-PROGRAM-NAME
007250     MOVE SCAN-RUN-DATE TO JS-RUN-DATE
007260     MOVE SCAN-RUN-TIME TO JS-RUN-TIME
007270     MOVE MASTER-READ-COUNT TO JS-RECORDS-READ
007280     MOVE ESCHEAT-WRITTEN-COUNT TO JS-RECORDS-WRITTEN
007290     COMPUTE JS-ERROR-COUNT =
007300        NO-ADDRESS-COUNT + TABLE-FULL-COUNT
007310     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
007320     WRITE JOB-STATUS-RECORD
007330     CLOSE JOB-STATUS-FILE.
007340 9500-EXIT.
007350     EXIT.
007360 END PROGRAM dorm_scan.
