000400*                  shared job-stream status file; the return
000410*                  code now comes from the same condition
000420*                  code.
000430* 10/15/26   JWB   Posts backup withholding: the amount
000440*                  withheld on each extract record is
000450*                  accumulated against the GLMAP
000460*                  withholding entry and vouchered as its
000470*                  own pair (interest payable debited,
000480*                  backup withholding payable credited),
000490*                  proved against CTL-BACKUP-WITHHELD.
000500* 10/15/26   JWB   Posts interest paid out by ACH: the amount
000510*                  paid out on each extract record is
000520*                  accumulated against the GLMAP payout
000530*                  entry and vouchered as its own pair
000540*                  (interest payable debited, ACH settlement
000550*                  clearing credited), proved against
000560*                  CTL-INTEREST-PAID-OUT.
000570* 10/15/26   JWB   Posts month-end fees: the fee on each
000580*                  extract record FEE_ASSESS appended is
000590*                  accumulated against the GLMAP fee-income
000600*                  entry of the account's product type and
000610*                  vouchered as its own pair (savings
000620*                  deposits debited, service-fee income
000630*                  credited), proved against
000640*                  CTL-FEES-ASSESSED.
000650* 10/15/26   JWB   Posts back-value interest adjustments: an
000660*                  extract record of type "A" is accumulated
000670*                  against the GLMAP adjustment entry of the
000680*                  account's product type and vouchered as
000690*                  its own pair, still proved with the
000700*                  interest against CTL-GL-INTEREST-WRITTEN
000710*                  and totaled separately on the report.
000720* 10/15/26   JWB   Refuses to run (return code 8) unless the
000730*                  run date is the next processing date on
000740*                  the date-control record (DATECTL).
000750*****************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. gl_voucher.
000780 AUTHOR. J BAKER.
000790 INSTALLATION. CONSUMER BANKING SYSTEMS.
000800 DATE-WRITTEN. 09/03/26.
000810 DATE-COMPILED.
000820*****************************************************************
000830* ENVIRONMENT DIVISION
000840*****************************************************************
000850 ENVIRONMENT DIVISION.
000860 CONFIGURATION SECTION.
000870 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000880 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS GLEXTRCT-STATUS.
000950     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE IS SEQUENTIAL
000980         FILE STATUS IS RUNCTL-STATUS.
000990     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS ACCT-NUMBER
001030         FILE STATUS IS ACCTMAST-STATUS.
001040     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS GLMAP-STATUS.
001080     SELECT JOURNAL-VOUCHER-FILE ASSIGN TO "JRNLVCHR"
001090         ORGANIZATION IS SEQUENTIAL
001100         ACCESS MODE IS SEQUENTIAL
001110         FILE STATUS IS JRNLVCHR-STATUS.
001120     SELECT VOUCHER-REPORT-FILE ASSIGN TO "VCHRRPT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS VCHRRPT-STATUS.
001150     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
001160         ORGANIZATION IS SEQUENTIAL
001170         ACCESS MODE IS SEQUENTIAL
001180         FILE STATUS IS DATECTL-STATUS.
001190     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
001200         ORGANIZATION IS SEQUENTIAL
001210         ACCESS MODE IS SEQUENTIAL
001220         FILE STATUS IS JOBSTAT-STATUS.
001230*****************************************************************
001240* DATA DIVISION
001250*****************************************************************
001260 DATA DIVISION.
001270 FILE SECTION.
001280 FD  GL-EXTRACT-FILE
001290     RECORDING MODE IS F.
001300     COPY GLEXTRCT.
001310 FD  RUN-CONTROL-FILE
001320     RECORDING MODE IS F.
001330     COPY RUNCTL.
001340 FD  ACCOUNT-MASTER-FILE.
001350     COPY ACCTMAST.
001360 FD  GL-MAP-FILE
001370     RECORDING MODE IS F.
001380     COPY GLMAPREC.
001390 FD  JOURNAL-VOUCHER-FILE
001400     RECORDING MODE IS F.
001410 01  JOURNAL-VOUCHER-RECORD      PIC X(60).
001420 FD  VOUCHER-REPORT-FILE.
001430 01  VOUCHER-REPORT-LINE         PIC X(80).
001440 FD  DATE-CONTROL-FILE
001450     RECORDING MODE IS F.
001460     COPY DATECTL.
001470 FD  JOB-STATUS-FILE
001480     RECORDING MODE IS F.
001490     COPY JOBSTAT.
001500 WORKING-STORAGE SECTION.
001510*> ----------------------------------------------------------
001520*> File status and end-of-file switches
001530*> ----------------------------------------------------------
001540 01  GLEXTRCT-STATUS         PIC X(02) VALUE "00".
001550     88  GLEXTRCT-OK                   VALUE "00".
001560     88  GLEXTRCT-EOF                  VALUE "10".
001570 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
001580     88  RUNCTL-OK                     VALUE "00".
001590 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001600     88  ACCTMAST-OK                   VALUE "00".
001610 01  GLMAP-STATUS            PIC X(02) VALUE "00".
001620     88  GLMAP-OK                      VALUE "00".
001630     88  GLMAP-EOF                     VALUE "10".
001640 01  JRNLVCHR-STATUS         PIC X(02) VALUE "00".
001650     88  JRNLVCHR-OK                   VALUE "00".
001660 01  VCHRRPT-STATUS          PIC X(02) VALUE "00".
001670     88  VCHRRPT-OK                    VALUE "00".
001680 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001690     88  DATECTL-OK                    VALUE "00".
001700 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001710     88  JOBSTAT-OK                    VALUE "00".
001720 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001730 01  PROGRAM-SWITCHES.
001740     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001750         88  RUN-ERROR                 VALUE "Y".
001760     05  GLEXTRCT-EOF-SWITCH  PIC X(01) VALUE "N".
001770         88  EXTRACT-EXHAUSTED         VALUE "Y".
001780     05  MAP-FOUND-SWITCH     PIC X(01) VALUE "N".
001790         88  MAP-FOUND                 VALUE "Y".
001800     05  ACCOUNT-KNOWN-SWITCH PIC X(01) VALUE "N".
001810         88  ACCOUNT-KNOWN             VALUE "Y".
001820     05  PROOF-FAILED-SWITCH  PIC X(01) VALUE "N".
001830         88  PROOF-FAILED              VALUE "Y".
001840*> ----------------------------------------------------------
001850*> Voucher record layouts and run stamp
001860*> ----------------------------------------------------------
001870 COPY JVREC.
001880 01  VOUCHER-RUN-DATE        PIC 9(08) VALUE 0.
001890 01  VOUCHER-RUN-TIME        PIC 9(08) VALUE 0.
001900*> ----------------------------------------------------------
001910*> GL mapping table.  Loaded once at initialization; each
001920*> entry accumulates the extract interest of its product and
001930*> compounding frequency, and one balanced debit/credit pair
001940*> is written per entry used.  The one withholding entry
001950*> accumulates the extract's backup withholding instead, and
001960*> the one payout entry the extract's interest paid out;
001970*> their subscripts are held from the load.  A fee-income
001980*> entry per product type accumulates the month-end fees,
001990*> and an adjustment entry per product type the back-value
002000*> interest adjustments.
002010*> ----------------------------------------------------------
002020 01  MAP-ENTRY-MAX           PIC 9(03) COMP VALUE 50.
002030 01  MAP-ENTRY-COUNT         PIC 9(03) COMP VALUE 0.
002040 01  MAP-SUB                 PIC 9(03) COMP VALUE 0.
002050 01  MAP-HOLD-SUB            PIC 9(03) COMP VALUE 0.
002060 01  GL-MAP-TABLE-AREA.
002070     05  GL-MAP-ENTRY OCCURS 50 TIMES.
002080         10  GM-PRODUCT-TYPE     PIC X(01).
002090         10  GM-COMPOUND-FREQ    PIC X(01).
002100         10  GM-DEBIT-ACCOUNT    PIC 9(08).
002110         10  GM-CREDIT-ACCOUNT   PIC 9(08).
002120         10  GM-INTEREST-TOTAL   PIC S9(11)V9(2) COMP-3.
002130         10  GM-ENTRY-TYPE       PIC X(01).
002140             88  GM-INTEREST-ENTRY         VALUES "I", " ".
002150             88  GM-WITHHOLDING-ENTRY      VALUE "W".
002160             88  GM-PAYOUT-ENTRY           VALUE "P".
002170             88  GM-FEE-ENTRY              VALUE "F".
002180             88  GM-ADJUSTMENT-ENTRY       VALUE "A".
002190 01  WITHHOLD-MAP-SUB        PIC 9(03) COMP VALUE 0.
002200 01  PAYOUT-MAP-SUB          PIC 9(03) COMP VALUE 0.
002210*> ----------------------------------------------------------
002220*> Account fetch cache.  The extract carries every period of
002230*> an account together, so the master is fetched once per
002240*> account, not once per extract record.
002250*> ----------------------------------------------------------
002260 01  LAST-FETCHED-ACCOUNT    PIC 9(07) VALUE 0.
002270 01  HELD-PRODUCT-TYPE       PIC X(01) VALUE SPACE.
002280 01  HELD-COMPOUND-FREQ      PIC X(01) VALUE SPACE.
002290*> ----------------------------------------------------------
002300*> Voucher accumulators and proof fields
002310*> ----------------------------------------------------------
002320 01  MAPPED-INTEREST-TOTAL   PIC S9(13)V9(2) COMP-3 VALUE 0.
002330 01  UNMAPPED-INTEREST-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
002340 01  MAPPED-WITHHELD-TOTAL   PIC S9(13)V9(2) COMP-3 VALUE 0.
002350 01  UNMAPPED-WITHHELD-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
002360 01  MAPPED-PAID-OUT-TOTAL   PIC S9(13)V9(2) COMP-3 VALUE 0.
002370 01  UNMAPPED-PAID-OUT-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
002380 01  MAPPED-FEE-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE 0.
002390 01  UNMAPPED-FEE-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE 0.
002400 01  MAPPED-ADJUSTMENT-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
002410 01  DEBIT-TOTAL             PIC S9(13)V9(2) COMP-3 VALUE 0.
002420 01  CREDIT-TOTAL            PIC S9(13)V9(2) COMP-3 VALUE 0.
002430 01  GL-HASH-TOTAL           PIC 9(12) VALUE 0.
002440 01  PAIR-AMOUNT             PIC S9(11)V9(2) COMP-3 VALUE 0.
002450 77  EXTRACT-READ-COUNT      PIC 9(07) VALUE 0.
002460 77  UNMAPPED-RECORD-COUNT   PIC 9(07) VALUE 0.
002470 77  NO-MASTER-COUNT         PIC 9(07) VALUE 0.
002480 77  DETAIL-WRITTEN-COUNT    PIC 9(07) VALUE 0.
002490 77  PAIR-WRITTEN-COUNT      PIC 9(07) VALUE 0.
002500*> ----------------------------------------------------------
002510*> Balancing report print lines
002520*> ----------------------------------------------------------
002530 01  VOUCHER-COUNT-LINE.
002540     05  VCL-LABEL            PIC X(32).
002550     05  FILLER               PIC X(01) VALUE SPACE.
002560     05  VCL-COUNT            PIC Z(06)9.
002570 01  VOUCHER-AMOUNT-LINE.
002580     05  VAL-LABEL            PIC X(32).
002590     05  FILLER               PIC X(01) VALUE SPACE.
002600     05  VAL-AMOUNT           PIC -(13)9.99.
002610 01  VOUCHER-HASH-LINE.
002620     05  VHL-LABEL            PIC X(32).
002630     05  FILLER               PIC X(01) VALUE SPACE.
002640     05  VHL-HASH             PIC 9(12).
002650 01  VOUCHER-FLAG-LINE.
002660     05  VFL-LABEL            PIC X(32).
002670     05  FILLER               PIC X(01) VALUE SPACE.
002680     05  VFL-FLAG             PIC X(14).
002690 PROCEDURE DIVISION.
002700*****************************************************************
002710* 0000-MAINLINE
002720*   Top level driver - proves the run control, accumulates the
002730*   extract against the mapping table, cuts the voucher, and
002740*   sets the return code the scheduler gates the posting job
002750*   on.
002760*****************************************************************
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002790     IF NOT RUN-ERROR
002800        PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
002810            UNTIL EXTRACT-EXHAUSTED
002820        PERFORM 3000-WRITE-VOUCHER THRU 3000-EXIT
002830        PERFORM 4000-PROVE-VOUCHER THRU 4000-EXIT
002840        PERFORM 5000-WRITE-VOUCHER-REPORT THRU 5000-EXIT
002850     END-IF
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT
002870     STOP RUN.
002880*****************************************************************
002890* 1000-INITIALIZE
002900*   Opens every file, refuses a run-control record flagged out
002910*   of balance, loads the mapping table, stamps the run, and
002920*   primes the extract read.
002930*   A run whose date is not the next processing date on the
002940*   date-control record is refused before any file is opened.
002950*****************************************************************
002960 1000-INITIALIZE.
002970     ACCEPT VOUCHER-RUN-DATE FROM DATE YYYYMMDD
002980     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002990     IF RUN-ERROR
003000        GO TO 1000-EXIT
003010     END-IF
003020     OPEN INPUT GL-EXTRACT-FILE
003030     IF NOT GLEXTRCT-OK
003040        DISPLAY "GL_VOUCHER: UNABLE TO OPEN GLEXTRCT, STATUS "
003050           GLEXTRCT-STATUS
003060        MOVE "Y" TO RUN-ERROR-SWITCH
003070     END-IF
003080     OPEN INPUT RUN-CONTROL-FILE
003090     IF NOT RUNCTL-OK
003100        DISPLAY "GL_VOUCHER: UNABLE TO OPEN RUNCTL, STATUS "
003110           RUNCTL-STATUS
003120        MOVE "Y" TO RUN-ERROR-SWITCH
003130     END-IF
003140     OPEN INPUT ACCOUNT-MASTER-FILE
003150     IF NOT ACCTMAST-OK
003160        DISPLAY "GL_VOUCHER: UNABLE TO OPEN ACCTMAST, STATUS "
003170           ACCTMAST-STATUS
003180        MOVE "Y" TO RUN-ERROR-SWITCH
003190     END-IF
003200     OPEN OUTPUT JOURNAL-VOUCHER-FILE
003210     IF NOT JRNLVCHR-OK
003220        DISPLAY "GL_VOUCHER: UNABLE TO OPEN JRNLVCHR, STATUS "
003230           JRNLVCHR-STATUS
003240        MOVE "Y" TO RUN-ERROR-SWITCH
003250     END-IF
003260     OPEN OUTPUT VOUCHER-REPORT-FILE
003270     IF NOT VCHRRPT-OK
003280        DISPLAY "GL_VOUCHER: UNABLE TO OPEN VCHRRPT, STATUS "
003290           VCHRRPT-STATUS
003300        MOVE "Y" TO RUN-ERROR-SWITCH
003310     END-IF
003320     IF RUN-ERROR
003330        GO TO 1000-EXIT
003340     END-IF
003350     READ RUN-CONTROL-FILE
003360         AT END
003370             DISPLAY "GL_VOUCHER: RUNCTL IS EMPTY - NO RUN TO "
003380                "VOUCHER"
003390             MOVE "Y" TO RUN-ERROR-SWITCH
003400             GO TO 1000-EXIT
003410     END-READ
003420     IF CTL-OUT-OF-BALANCE
003430        DISPLAY "GL_VOUCHER: RUN CONTROL FLAGS THE EXTRACT OUT "
003440           "OF BALANCE - RUN REFUSED"
003450        MOVE "Y" TO RUN-ERROR-SWITCH
003460        GO TO 1000-EXIT
003470     END-IF
003480     PERFORM 1300-LOAD-GL-MAP THRU 1300-EXIT
003490     ACCEPT VOUCHER-RUN-TIME FROM TIME
003500     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
003510 1000-EXIT.
003520     EXIT.
003530*****************************************************************
003540* 1010-CHECK-PROCESSING-DATE
003550*   Reads the date-control record and refuses the run unless
003560*   the run date is the next processing date on it, so a
003570*   resubmitted night, or one run after a skipped night, stops
003580*   here before anything is posted.
003590*****************************************************************
003600 1010-CHECK-PROCESSING-DATE.
003610     OPEN INPUT DATE-CONTROL-FILE
003620     IF NOT DATECTL-OK
003630        DISPLAY "GL_VOUCHER: UNABLE TO OPEN DATECTL, STATUS "
003640           DATECTL-STATUS
003650        MOVE "Y" TO RUN-ERROR-SWITCH
003660        GO TO 1010-EXIT
003670     END-IF
003680     READ DATE-CONTROL-FILE
003690         AT END
003700             DISPLAY "GL_VOUCHER: DATECTL IS EMPTY - NO "
003710                "PROCESSING DATE ON FILE"
003720             MOVE "Y" TO RUN-ERROR-SWITCH
003730     END-READ
003740     CLOSE DATE-CONTROL-FILE
003750     IF RUN-ERROR
003760        GO TO 1010-EXIT
003770     END-IF
003780     IF VOUCHER-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
003790        DISPLAY "GL_VOUCHER: RUN DATE " VOUCHER-RUN-DATE
003800           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
003810        DISPLAY "GL_VOUCHER: LAST COMPLETED DATE "
003820           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
003830        MOVE "Y" TO RUN-ERROR-SWITCH
003840     END-IF.
003850 1010-EXIT.
003860     EXIT.
003870*****************************************************************
003880* 1100-READ-EXTRACT
003890*   Reads the next extract record into the read-ahead buffer.
003900*****************************************************************
003910 1100-READ-EXTRACT.
003920     READ GL-EXTRACT-FILE
003930        AT END MOVE "Y" TO GLEXTRCT-EOF-SWITCH
003940        NOT AT END ADD 1 TO EXTRACT-READ-COUNT
003950     END-READ.
003960 1100-EXIT.
003970     EXIT.
003980*****************************************************************
003990* 1300-LOAD-GL-MAP
004000*   Loads the GL mapping table into working storage.  The
004010*   table is required: interest with no mapping cannot be
004020*   vouchered, so an absent table refuses the run outright.
004030*****************************************************************
004040 1300-LOAD-GL-MAP.
004050     OPEN INPUT GL-MAP-FILE
004060     IF NOT GLMAP-OK
004070        DISPLAY "GL_VOUCHER: UNABLE TO OPEN GLMAP, STATUS "
004080           GLMAP-STATUS
004090        MOVE "Y" TO RUN-ERROR-SWITCH
004100        CLOSE GL-MAP-FILE
004110        GO TO 1300-EXIT
004120     END-IF
004130     PERFORM 1310-READ-MAP-ENTRY THRU 1310-EXIT
004140        UNTIL GLMAP-EOF
004150           OR MAP-ENTRY-COUNT = MAP-ENTRY-MAX
004160     IF NOT GLMAP-EOF
004170        DISPLAY "GL_VOUCHER: GL MAP TRUNCATED AT "
004180           MAP-ENTRY-MAX " ENTRIES"
004190        MOVE "Y" TO RUN-ERROR-SWITCH
004200     END-IF
004210     CLOSE GL-MAP-FILE.
004220 1300-EXIT.
004230     EXIT.
004240*****************************************************************
004250* 1310-READ-MAP-ENTRY
004260*   Reads one mapping record into the next table slot and
004270*   holds the subscripts of the first withholding entry and
004280*   the first payout entry.
004290*****************************************************************
004300 1310-READ-MAP-ENTRY.
004310     READ GL-MAP-FILE
004320         AT END
004330             GO TO 1310-EXIT
004340     END-READ
004350     ADD 1 TO MAP-ENTRY-COUNT
004360     MOVE GLM-PRODUCT-TYPE TO
004370        GM-PRODUCT-TYPE (MAP-ENTRY-COUNT)
004380     MOVE GLM-COMPOUND-FREQ TO
004390        GM-COMPOUND-FREQ (MAP-ENTRY-COUNT)
004400     MOVE GLM-DEBIT-ACCOUNT TO
004410        GM-DEBIT-ACCOUNT (MAP-ENTRY-COUNT)
004420     MOVE GLM-CREDIT-ACCOUNT TO
004430        GM-CREDIT-ACCOUNT (MAP-ENTRY-COUNT)
004440     MOVE ZERO TO GM-INTEREST-TOTAL (MAP-ENTRY-COUNT)
004450     MOVE GLM-ENTRY-TYPE TO
004460        GM-ENTRY-TYPE (MAP-ENTRY-COUNT)
004470     IF GLM-WITHHOLDING-ENTRY AND WITHHOLD-MAP-SUB = ZERO
004480        MOVE MAP-ENTRY-COUNT TO WITHHOLD-MAP-SUB
004490     END-IF
004500     IF GLM-PAYOUT-ENTRY AND PAYOUT-MAP-SUB = ZERO
004510        MOVE MAP-ENTRY-COUNT TO PAYOUT-MAP-SUB
004520     END-IF.
004530 1310-EXIT.
004540     EXIT.
004550*****************************************************************
004560* 2000-PROCESS-EXTRACT
004570*   Accumulates one extract record's interest against the
004580*   mapping entry of its account's product and compounding
004590*   frequency.  Interest that cannot be placed - no master
004600*   account, or no mapping entry - is totaled separately and
004610*   fails the proof, so nothing posts short.  The record's
004620*   backup withholding and interest paid out are placed
004630*   first, since each posts to its one entry whatever the
004640*   account's product; the record's month-end fee is placed
004650*   last, against its product's fee-income entry.  A
004660*   back-value adjustment record's interest is placed against
004670*   its product's adjustment entry instead of the period
004680*   interest entry.
004690*****************************************************************
004700 2000-PROCESS-EXTRACT.
004710     PERFORM 2300-MAP-WITHHOLDING THRU 2300-EXIT
004720     PERFORM 2400-MAP-PAYOUT THRU 2400-EXIT
004730     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT
004740     IF NOT ACCOUNT-KNOWN
004750        ADD 1 TO UNMAPPED-RECORD-COUNT
004760        ADD GLX-INTEREST-EARNED TO UNMAPPED-INTEREST-TOTAL
004770        IF GLX-FEE-ASSESSED IS NUMERIC
004780           ADD GLX-FEE-ASSESSED TO UNMAPPED-FEE-TOTAL
004790        END-IF
004800        GO TO 2000-NEXT
004810     END-IF
004820     IF GLX-BACK-VALUE-ADJUSTMENT
004830        PERFORM 2600-MAP-ADJUSTMENT THRU 2600-EXIT
004840        GO TO 2000-NEXT
004850     END-IF
004860     PERFORM 2200-FIND-MAP-ENTRY THRU 2200-EXIT
004870     IF MAP-FOUND
004880        ADD GLX-INTEREST-EARNED
004890           TO GM-INTEREST-TOTAL (MAP-HOLD-SUB)
004900        ADD GLX-INTEREST-EARNED TO MAPPED-INTEREST-TOTAL
004910     ELSE
004920        ADD 1 TO UNMAPPED-RECORD-COUNT
004930        ADD GLX-INTEREST-EARNED TO UNMAPPED-INTEREST-TOTAL
004940        DISPLAY "GL_VOUCHER: NO GL MAP ENTRY FOR PRODUCT "
004950           HELD-PRODUCT-TYPE " FREQUENCY " HELD-COMPOUND-FREQ
004960           " - ACCOUNT " GLX-ACCOUNT-NUMBER
004970     END-IF
004980     PERFORM 2500-MAP-FEE THRU 2500-EXIT.
004990 2000-NEXT.
005000     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
005010 2000-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 2100-FETCH-ACCOUNT
005050*   Fetches the extract record's account from the indexed
005060*   master for its product type and compounding frequency.
005070*   The extract carries every period of an account together,
005080*   so the fetch is skipped while the account repeats.
005090*****************************************************************
005100 2100-FETCH-ACCOUNT.
005110     IF ACCOUNT-KNOWN
005120           AND GLX-ACCOUNT-NUMBER = LAST-FETCHED-ACCOUNT
005130        GO TO 2100-EXIT
005140     END-IF
005150     MOVE GLX-ACCOUNT-NUMBER TO ACCT-NUMBER
005160     MOVE GLX-ACCOUNT-NUMBER TO LAST-FETCHED-ACCOUNT
005170     READ ACCOUNT-MASTER-FILE
005180         INVALID KEY
005190             MOVE "N" TO ACCOUNT-KNOWN-SWITCH
005200             ADD 1 TO NO-MASTER-COUNT
005210             DISPLAY "GL_VOUCHER: EXTRACT ACCOUNT "
005220                GLX-ACCOUNT-NUMBER " NOT ON MASTER"
005230         NOT INVALID KEY
005240             MOVE "Y" TO ACCOUNT-KNOWN-SWITCH
005250             IF ACCT-PROD-CD
005260                MOVE "C" TO HELD-PRODUCT-TYPE
005270             ELSE
005280                MOVE "S" TO HELD-PRODUCT-TYPE
005290             END-IF
005300             MOVE ACCT-COMPOUND-FREQ TO HELD-COMPOUND-FREQ
005310     END-READ.
005320 2100-EXIT.
005330     EXIT.
005340*****************************************************************
005350* 2200-FIND-MAP-ENTRY
005360*   Locates the mapping entry for the held product type and
005370*   compounding frequency.
005380*****************************************************************
005390 2200-FIND-MAP-ENTRY.
005400     MOVE "N" TO MAP-FOUND-SWITCH
005410     PERFORM 2210-SCAN-MAP-ENTRY THRU 2210-EXIT
005420        VARYING MAP-SUB FROM 1 BY 1
005430           UNTIL MAP-SUB > MAP-ENTRY-COUNT
005440              OR MAP-FOUND.
005450 2200-EXIT.
005460     EXIT.
005470*****************************************************************
005480* 2210-SCAN-MAP-ENTRY
005490*   Weighs one mapping entry against the held product type and
005500*   compounding frequency.  Only an interest entry can match;
005510*   the withholding, payout, fee and adjustment entries never
005520*   do.
005530*****************************************************************
005540 2210-SCAN-MAP-ENTRY.
005550     IF GM-PRODUCT-TYPE (MAP-SUB) = HELD-PRODUCT-TYPE
005560           AND GM-COMPOUND-FREQ (MAP-SUB) = HELD-COMPOUND-FREQ
005570           AND GM-INTEREST-ENTRY (MAP-SUB)
005580        MOVE "Y" TO MAP-FOUND-SWITCH
005590        MOVE MAP-SUB TO MAP-HOLD-SUB
005600     END-IF.
005610 2210-EXIT.
005620     EXIT.
005630*****************************************************************
005640* 2300-MAP-WITHHOLDING
005650*   Accumulates the extract record's backup withholding
005660*   against the GLMAP withholding entry.  Withholding with no
005670*   such entry is totaled separately and fails the proof.
005680*****************************************************************
005690 2300-MAP-WITHHOLDING.
005700     IF GLX-BACKUP-WITHHELD IS NOT NUMERIC
005710           OR GLX-BACKUP-WITHHELD = ZERO
005720        GO TO 2300-EXIT
005730     END-IF
005740     IF WITHHOLD-MAP-SUB = ZERO
005750        ADD 1 TO UNMAPPED-RECORD-COUNT
005760        ADD GLX-BACKUP-WITHHELD TO UNMAPPED-WITHHELD-TOTAL
005770        DISPLAY "GL_VOUCHER: NO GL MAP WITHHOLDING ENTRY - "
005780           "ACCOUNT " GLX-ACCOUNT-NUMBER
005790        GO TO 2300-EXIT
005800     END-IF
005810     ADD GLX-BACKUP-WITHHELD
005820        TO GM-INTEREST-TOTAL (WITHHOLD-MAP-SUB)
005830     ADD GLX-BACKUP-WITHHELD TO MAPPED-WITHHELD-TOTAL.
005840 2300-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 2400-MAP-PAYOUT
005880*   Accumulates the extract record's interest paid out by ACH
005890*   against the GLMAP payout entry.  A payout with no such
005900*   entry is totaled separately and fails the proof.
005910*****************************************************************
005920 2400-MAP-PAYOUT.
005930     IF GLX-INTEREST-PAID-OUT IS NOT NUMERIC
005940           OR GLX-INTEREST-PAID-OUT = ZERO
005950        GO TO 2400-EXIT
005960     END-IF
005970     IF PAYOUT-MAP-SUB = ZERO
005980        ADD 1 TO UNMAPPED-RECORD-COUNT
005990        ADD GLX-INTEREST-PAID-OUT TO UNMAPPED-PAID-OUT-TOTAL
006000        DISPLAY "GL_VOUCHER: NO GL MAP PAYOUT ENTRY - "
006010           "ACCOUNT " GLX-ACCOUNT-NUMBER
006020        GO TO 2400-EXIT
006030     END-IF
006040     ADD GLX-INTEREST-PAID-OUT
006050        TO GM-INTEREST-TOTAL (PAYOUT-MAP-SUB)
006060     ADD GLX-INTEREST-PAID-OUT TO MAPPED-PAID-OUT-TOTAL.
006070 2400-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 2500-MAP-FEE
006110*   Accumulates the extract record's month-end fee against
006120*   the GLMAP fee-income entry of the held product type.  A
006130*   fee with no such entry is totaled separately and fails
006140*   the proof.
006150*****************************************************************
006160 2500-MAP-FEE.
006170     IF GLX-FEE-ASSESSED IS NOT NUMERIC
006180           OR GLX-FEE-ASSESSED = ZERO
006190        GO TO 2500-EXIT
006200     END-IF
006210     MOVE "N" TO MAP-FOUND-SWITCH
006220     PERFORM 2510-SCAN-FEE-ENTRY THRU 2510-EXIT
006230        VARYING MAP-SUB FROM 1 BY 1
006240           UNTIL MAP-SUB > MAP-ENTRY-COUNT
006250              OR MAP-FOUND
006260     IF NOT MAP-FOUND
006270        ADD 1 TO UNMAPPED-RECORD-COUNT
006280        ADD GLX-FEE-ASSESSED TO UNMAPPED-FEE-TOTAL
006290        DISPLAY "GL_VOUCHER: NO GL MAP FEE ENTRY FOR PRODUCT "
006300           HELD-PRODUCT-TYPE " - ACCOUNT " GLX-ACCOUNT-NUMBER
006310        GO TO 2500-EXIT
006320     END-IF
006330     ADD GLX-FEE-ASSESSED
006340        TO GM-INTEREST-TOTAL (MAP-HOLD-SUB)
006350     ADD GLX-FEE-ASSESSED TO MAPPED-FEE-TOTAL.
006360 2500-EXIT.
006370     EXIT.
006380*****************************************************************
006390* 2510-SCAN-FEE-ENTRY
006400*   Weighs one mapping entry against the held product type.
006410*   Only a fee-income entry can match; its frequency is not
006420*   used.
006430*****************************************************************
006440 2510-SCAN-FEE-ENTRY.
006450     IF GM-PRODUCT-TYPE (MAP-SUB) = HELD-PRODUCT-TYPE
006460           AND GM-FEE-ENTRY (MAP-SUB)
006470        MOVE "Y" TO MAP-FOUND-SWITCH
006480        MOVE MAP-SUB TO MAP-HOLD-SUB
006490     END-IF.
006500 2510-EXIT.
006510     EXIT.
006520*****************************************************************
006530* 2600-MAP-ADJUSTMENT
006540*   Accumulates a back-value adjustment record's interest
006550*   against the GLMAP adjustment entry of the held product
006560*   type.  The adjustment is interest written to the GL, so it
006570*   is proved with the period interest; an adjustment with no
006580*   such entry is totaled as unmapped interest and fails the
006590*   proof.
006600*****************************************************************
006610 2600-MAP-ADJUSTMENT.
006620     MOVE "N" TO MAP-FOUND-SWITCH
006630     PERFORM 2610-SCAN-ADJUSTMENT-ENTRY THRU 2610-EXIT
006640        VARYING MAP-SUB FROM 1 BY 1
006650           UNTIL MAP-SUB > MAP-ENTRY-COUNT
006660              OR MAP-FOUND
006670     IF NOT MAP-FOUND
006680        ADD 1 TO UNMAPPED-RECORD-COUNT
006690        ADD GLX-INTEREST-EARNED TO UNMAPPED-INTEREST-TOTAL
006700        DISPLAY "GL_VOUCHER: NO GL MAP ADJUSTMENT ENTRY FOR "
006710           "PRODUCT " HELD-PRODUCT-TYPE
006720           " - ACCOUNT " GLX-ACCOUNT-NUMBER
006730        GO TO 2600-EXIT
006740     END-IF
006750     ADD GLX-INTEREST-EARNED
006760        TO GM-INTEREST-TOTAL (MAP-HOLD-SUB)
006770     ADD GLX-INTEREST-EARNED TO MAPPED-INTEREST-TOTAL
006780     ADD GLX-INTEREST-EARNED TO MAPPED-ADJUSTMENT-TOTAL.
006790 2600-EXIT.
006800     EXIT.
006810*****************************************************************
006820* 2610-SCAN-ADJUSTMENT-ENTRY
006830*   Weighs one mapping entry against the held product type.
006840*   Only an adjustment entry can match; its frequency is not
006850*   used.
006860*****************************************************************
006870 2610-SCAN-ADJUSTMENT-ENTRY.
006880     IF GM-PRODUCT-TYPE (MAP-SUB) = HELD-PRODUCT-TYPE
006890           AND GM-ADJUSTMENT-ENTRY (MAP-SUB)
006900        MOVE "Y" TO MAP-FOUND-SWITCH
006910        MOVE MAP-SUB TO MAP-HOLD-SUB
006920     END-IF.
006930 2610-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 3000-WRITE-VOUCHER
006970*   Cuts the voucher: the batch header, one balanced debit/
006980*   credit pair per mapping entry with interest accumulated,
006990*   and the trailer with the counts and totals the posting
007000*   job proves the batch against.
007010*****************************************************************
007020 3000-WRITE-VOUCHER.
007030     MOVE SPACES TO JV-BATCH-HEADER
007040     MOVE "H" TO JVH-RECORD-TYPE
007050     MOVE VOUCHER-RUN-DATE TO JVH-RUN-DATE
007060     MOVE VOUCHER-RUN-TIME TO JVH-RUN-TIME
007070     WRITE JOURNAL-VOUCHER-RECORD FROM JV-BATCH-HEADER
007080     PERFORM 3100-WRITE-VOUCHER-PAIR THRU 3100-EXIT
007090        VARYING MAP-SUB FROM 1 BY 1
007100           UNTIL MAP-SUB > MAP-ENTRY-COUNT
007110     MOVE SPACES TO JV-BATCH-TRAILER
007120     MOVE "T" TO JVT-RECORD-TYPE
007130     MOVE DETAIL-WRITTEN-COUNT TO JVT-DETAIL-COUNT
007140     MOVE DEBIT-TOTAL TO JVT-DEBIT-TOTAL
007150     MOVE CREDIT-TOTAL TO JVT-CREDIT-TOTAL
007160     MOVE GL-HASH-TOTAL TO JVT-GL-HASH-TOTAL
007170     WRITE JOURNAL-VOUCHER-RECORD FROM JV-BATCH-TRAILER.
007180 3000-EXIT.
007190     EXIT.
007200*****************************************************************
007210* 3100-WRITE-VOUCHER-PAIR
007220*   Writes one mapping entry's balanced pair: the expense
007230*   account debited and the payable account credited for the
007240*   interest accumulated.  A negative net (a reversing night)
007250*   posts the pair the other way around, so amounts on the
007260*   voucher are always positive.  The withholding entry's
007270*   pair debits interest payable and credits backup
007280*   withholding payable the same way, and the payout entry's
007290*   pair debits interest payable and credits ACH settlement
007300*   clearing.  A fee-income entry's pair debits savings
007310*   deposits and credits service-fee income.  An adjustment
007320*   entry's pair debits interest expense and credits interest
007330*   payable like an interest entry; a net reduction reverses.
007340*****************************************************************
007350 3100-WRITE-VOUCHER-PAIR.
007360     IF GM-INTEREST-TOTAL (MAP-SUB) = ZERO
007370        GO TO 3100-EXIT
007380     END-IF
007390     MOVE GM-INTEREST-TOTAL (MAP-SUB) TO PAIR-AMOUNT
007400     IF PAIR-AMOUNT < ZERO
007410        MULTIPLY PAIR-AMOUNT BY -1 GIVING PAIR-AMOUNT
007420     END-IF
007430     IF GM-INTEREST-TOTAL (MAP-SUB) > ZERO
007440        MOVE GM-DEBIT-ACCOUNT (MAP-SUB) TO JVD-GL-ACCOUNT
007450        MOVE "D" TO JVD-DEBIT-CREDIT-CODE
007460        PERFORM 3120-WRITE-ONE-DETAIL THRU 3120-EXIT
007470        MOVE GM-CREDIT-ACCOUNT (MAP-SUB) TO JVD-GL-ACCOUNT
007480        MOVE "C" TO JVD-DEBIT-CREDIT-CODE
007490        PERFORM 3120-WRITE-ONE-DETAIL THRU 3120-EXIT
007500     ELSE
007510        MOVE GM-CREDIT-ACCOUNT (MAP-SUB) TO JVD-GL-ACCOUNT
007520        MOVE "D" TO JVD-DEBIT-CREDIT-CODE
007530        PERFORM 3120-WRITE-ONE-DETAIL THRU 3120-EXIT
007540        MOVE GM-DEBIT-ACCOUNT (MAP-SUB) TO JVD-GL-ACCOUNT
007550        MOVE "C" TO JVD-DEBIT-CREDIT-CODE
007560        PERFORM 3120-WRITE-ONE-DETAIL THRU 3120-EXIT
007570     END-IF
007580     ADD 1 TO PAIR-WRITTEN-COUNT.
007590 3100-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 3120-WRITE-ONE-DETAIL
007630*   Writes one detail record of the pair being cut and rolls
007640*   it into the trailer totals.  The GL account and the
007650*   debit/credit code are placed by the caller before the
007660*   perform.
007670*****************************************************************
007680 3120-WRITE-ONE-DETAIL.
007690     MOVE SPACES TO JV-DETAIL-RECORD
007700     MOVE "D" TO JVD-RECORD-TYPE
007710     MOVE PAIR-AMOUNT TO JVD-AMOUNT
007720     MOVE GM-PRODUCT-TYPE (MAP-SUB) TO JVD-PRODUCT-TYPE
007730     MOVE GM-COMPOUND-FREQ (MAP-SUB) TO JVD-COMPOUND-FREQ
007740     WRITE JOURNAL-VOUCHER-RECORD FROM JV-DETAIL-RECORD
007750     ADD 1 TO DETAIL-WRITTEN-COUNT
007760     ADD JVD-GL-ACCOUNT TO GL-HASH-TOTAL
007770     IF JVD-DEBIT
007780        ADD PAIR-AMOUNT TO DEBIT-TOTAL
007790     ELSE
007800        ADD PAIR-AMOUNT TO CREDIT-TOTAL
007810     END-IF.
007820 3120-EXIT.
007830     EXIT.
007840*****************************************************************
007850* 4000-PROVE-VOUCHER
007860*   Proves the voucher: debits equal credits, the mapped
007870*   interest equals CTL-GL-INTEREST-WRITTEN on the run-control
007880*   record, the mapped backup withholding equals
007890*   CTL-BACKUP-WITHHELD, the mapped interest paid out equals
007900*   CTL-INTEREST-PAID-OUT, the mapped month-end fees equal
007910*   CTL-FEES-ASSESSED, and nothing fell through unmapped.
007920*****************************************************************
007930 4000-PROVE-VOUCHER.
007940     IF DEBIT-TOTAL NOT = CREDIT-TOTAL
007950        MOVE "Y" TO PROOF-FAILED-SWITCH
007960        DISPLAY "GL_VOUCHER: DEBITS " DEBIT-TOTAL
007970           " DO NOT EQUAL CREDITS " CREDIT-TOTAL
007980     END-IF
007990     IF MAPPED-INTEREST-TOTAL NOT = CTL-GL-INTEREST-WRITTEN
008000        MOVE "Y" TO PROOF-FAILED-SWITCH
008010        DISPLAY "GL_VOUCHER: MAPPED INTEREST "
008020           MAPPED-INTEREST-TOTAL
008030           " DOES NOT PROVE TO RUN CONTROL "
008040           CTL-GL-INTEREST-WRITTEN
008050     END-IF
008060     IF MAPPED-WITHHELD-TOTAL NOT = CTL-BACKUP-WITHHELD
008070        MOVE "Y" TO PROOF-FAILED-SWITCH
008080        DISPLAY "GL_VOUCHER: MAPPED WITHHOLDING "
008090           MAPPED-WITHHELD-TOTAL
008100           " DOES NOT PROVE TO RUN CONTROL "
008110           CTL-BACKUP-WITHHELD
008120     END-IF
008130     IF MAPPED-PAID-OUT-TOTAL NOT = CTL-INTEREST-PAID-OUT
008140        MOVE "Y" TO PROOF-FAILED-SWITCH
008150        DISPLAY "GL_VOUCHER: MAPPED INTEREST PAID OUT "
008160           MAPPED-PAID-OUT-TOTAL
008170           " DOES NOT PROVE TO RUN CONTROL "
008180           CTL-INTEREST-PAID-OUT
008190     END-IF
008200     IF MAPPED-FEE-TOTAL NOT = CTL-FEES-ASSESSED
008210        MOVE "Y" TO PROOF-FAILED-SWITCH
008220        DISPLAY "GL_VOUCHER: MAPPED FEES "
008230           MAPPED-FEE-TOTAL
008240           " DO NOT PROVE TO RUN CONTROL "
008250           CTL-FEES-ASSESSED
008260     END-IF
008270     IF UNMAPPED-RECORD-COUNT > ZERO
008280        MOVE "Y" TO PROOF-FAILED-SWITCH
008290        DISPLAY "GL_VOUCHER: " UNMAPPED-RECORD-COUNT
008300           " EXTRACT RECORD(S) COULD NOT BE MAPPED"
008310     END-IF.
008320 4000-EXIT.
008330     EXIT.
008340*****************************************************************
008350* 5000-WRITE-VOUCHER-REPORT
008360*   Writes the balancing report that mirrors the voucher
008370*   trailer and the proof against the run-control record.
008380*****************************************************************
008390 5000-WRITE-VOUCHER-REPORT.
008400     MOVE "EXTRACT RECORDS READ           :" TO VCL-LABEL
008410     MOVE EXTRACT-READ-COUNT TO VCL-COUNT
008420     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-COUNT-LINE
008430     MOVE "VOUCHER PAIRS WRITTEN          :" TO VCL-LABEL
008440     MOVE PAIR-WRITTEN-COUNT TO VCL-COUNT
008450     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-COUNT-LINE
008460     MOVE "DETAIL RECORDS WRITTEN         :" TO VCL-LABEL
008470     MOVE DETAIL-WRITTEN-COUNT TO VCL-COUNT
008480     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-COUNT-LINE
008490     MOVE "EXTRACT RECORDS UNMAPPED       :" TO VCL-LABEL
008500     MOVE UNMAPPED-RECORD-COUNT TO VCL-COUNT
008510     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-COUNT-LINE
008520     MOVE "INTEREST MAPPED                :" TO VAL-LABEL
008530     MOVE MAPPED-INTEREST-TOTAL TO VAL-AMOUNT
008540     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008550     MOVE "INTEREST UNMAPPED              :" TO VAL-LABEL
008560     MOVE UNMAPPED-INTEREST-TOTAL TO VAL-AMOUNT
008570     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008580     MOVE "BACK-VALUE ADJUSTMENTS MAPPED  :" TO VAL-LABEL
008590     MOVE MAPPED-ADJUSTMENT-TOTAL TO VAL-AMOUNT
008600     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008610     MOVE "BACKUP WITHHOLDING MAPPED      :" TO VAL-LABEL
008620     MOVE MAPPED-WITHHELD-TOTAL TO VAL-AMOUNT
008630     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008640     MOVE "BACKUP WITHHOLDING UNMAPPED    :" TO VAL-LABEL
008650     MOVE UNMAPPED-WITHHELD-TOTAL TO VAL-AMOUNT
008660     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008670     MOVE "INTEREST PAID OUT MAPPED       :" TO VAL-LABEL
008680     MOVE MAPPED-PAID-OUT-TOTAL TO VAL-AMOUNT
008690     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008700     MOVE "INTEREST PAID OUT UNMAPPED     :" TO VAL-LABEL
008710     MOVE UNMAPPED-PAID-OUT-TOTAL TO VAL-AMOUNT
008720     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008730     MOVE "MONTH-END FEES MAPPED          :" TO VAL-LABEL
008740     MOVE MAPPED-FEE-TOTAL TO VAL-AMOUNT
008750     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008760     MOVE "MONTH-END FEES UNMAPPED        :" TO VAL-LABEL
008770     MOVE UNMAPPED-FEE-TOTAL TO VAL-AMOUNT
008780     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008790     MOVE "VOUCHER DEBIT TOTAL            :" TO VAL-LABEL
008800     MOVE DEBIT-TOTAL TO VAL-AMOUNT
008810     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008820     MOVE "VOUCHER CREDIT TOTAL           :" TO VAL-LABEL
008830     MOVE CREDIT-TOTAL TO VAL-AMOUNT
008840     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-AMOUNT-LINE
008850     MOVE "GL ACCOUNT HASH TOTAL          :" TO VHL-LABEL
008860     MOVE GL-HASH-TOTAL TO VHL-HASH
008870     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-HASH-LINE
008880     MOVE "VOUCHER PROOF                  :" TO VFL-LABEL
008890     IF PROOF-FAILED
008900        MOVE "OUT OF PROOF" TO VFL-FLAG
008910     ELSE
008920        MOVE "PROVED" TO VFL-FLAG
008930     END-IF
008940     WRITE VOUCHER-REPORT-LINE FROM VOUCHER-FLAG-LINE.
008950 5000-EXIT.
008960     EXIT.
008970*****************************************************************
008980* 9000-TERMINATE
008990*   Displays the run totals, closes every file, and sets the
009000*   return code: 8 when the run was refused or the proof
009010*   failed (the scheduler holds the posting job back), 0 when
009020*   the voucher proved.
009030*****************************************************************
009040 9000-TERMINATE.
009050     DISPLAY "GL_VOUCHER: " EXTRACT-READ-COUNT
009060        " EXTRACT RECORD(S) READ"
009070     DISPLAY "GL_VOUCHER: " PAIR-WRITTEN-COUNT
009080        " BALANCED PAIR(S) WRITTEN TO JRNLVCHR"
009090     DISPLAY "GL_VOUCHER: " UNMAPPED-RECORD-COUNT
009100        " EXTRACT RECORD(S) UNMAPPED"
009110     CLOSE GL-EXTRACT-FILE
009120           RUN-CONTROL-FILE
009130           ACCOUNT-MASTER-FILE
009140           JOURNAL-VOUCHER-FILE
009150           VOUCHER-REPORT-FILE
009160     IF RUN-ERROR OR PROOF-FAILED
009170        MOVE 8 TO STEP-CONDITION-CODE
009180     END-IF
009190     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
009200     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
009210 9000-EXIT.
009220     EXIT.
009230*****************************************************************
009240* 9500-WRITE-JOB-STATUS
009250*   Appends this step's machine-readable status record to the
009260*   shared job-stream status file for NIGHT_STATUS to
009270*   summarize.  The condition code is placed by the caller
009280*   before the perform.
009290*****************************************************************
009300 9500-WRITE-JOB-STATUS.
009310     OPEN EXTEND JOB-STATUS-FILE
009320     IF NOT JOBSTAT-OK
009330        DISPLAY "GL_VOUCHER: UNABLE TO OPEN JOBSTAT, STATUS "
009340           JOBSTAT-STATUS
009350        GO TO 9500-EXIT
009360     END-IF
009370     MOVE SPACES TO JOB-STATUS-RECORD
009380     MOVE "GL_VOUCHER" TO JS-PROGRAM-NAME
009390     MOVE VOUCHER-RUN-DATE TO JS-RUN-DATE
009400     MOVE VOUCHER-RUN-TIME TO JS-RUN-TIME
009410     MOVE EXTRACT-READ-COUNT TO JS-RECORDS-READ
009420     MOVE DETAIL-WRITTEN-COUNT TO JS-RECORDS-WRITTEN
009430     MOVE UNMAPPED-RECORD-COUNT TO JS-ERROR-COUNT
009440     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
009450     WRITE JOB-STATUS-RECORD
009460     CLOSE JOB-STATUS-FILE.
009470 9500-EXIT.
009480     EXIT.
009490 END PROGRAM gl_voucher.
