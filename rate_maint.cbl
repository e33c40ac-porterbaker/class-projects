000290* falling back to the account rate.  Every applied action is
000300* shown before-and-after on the effects report, rejects go to
000310* the reject listing, and the run closes with the dated rate
000320* sheet the branches post.  Every add or replace applied is
000330* also written to the rate-change file (RATECHG) with the rate
000340* it displaces, for RATE_NOTICE to find the accounts owed a
000350* change-in-terms notice, and a decrease that takes effect
000360* inside the notice period is rejected unless the transaction
000370* carries the notice override.
000380*
000390* Modification History
000400* ----------------------------------------------------------------
000410* DATE       INIT  DESCRIPTION
000420* 09/03/26   JWB   Original version.
000430* 09/03/26   JWB   Appends the step-status record to the
000440*                  shared job-stream status file and sets a
000450*                  return code that reflects the run.
000460* 10/15/26   JWB   Rejects an add or replace that lowers the
000470*                  rate in force for its band with less than
000480*                  NOTICE-PERIOD-DAYS calendar days to its
000490*                  effective date, unless RTM-NOTICE-OVERRIDE
000500*                  is set.  Writes each applied add and
000510*                  replace to the new RATECHG file with the
000520*                  prior rate and the band's tier ceiling.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. rate_maint.
000560 AUTHOR. J BAKER.
000570 INSTALLATION. CONSUMER BANKING SYSTEMS.
000580 DATE-WRITTEN. 09/03/26.
000590 DATE-COMPILED.
000600*****************************************************************
000610* ENVIRONMENT DIVISION
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000660 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "RATETABL"
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS RATETABL-STATUS.
000730     SELECT RATE-TRANSACTION-FILE ASSIGN TO "RATETRX"
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS RATETRX-STATUS.
000770     SELECT RATE-NEW-FILE ASSIGN TO "RATENEW"
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS RATENEW-STATUS.
000810     SELECT RATE-REPORT-FILE ASSIGN TO "RATERPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS RATERPT-STATUS.
000840     SELECT RATE-REJECT-FILE ASSIGN TO "RATEREJ"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RATEREJ-STATUS.
000870     SELECT RATE-SHEET-FILE ASSIGN TO "RATESHT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS RATESHT-STATUS.
000900     SELECT RATE-CHANGE-FILE ASSIGN TO "RATECHG"
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS RATECHG-STATUS.
000940     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS JOBSTAT-STATUS.
000980*****************************************************************
000990* DATA DIVISION
001000*****************************************************************
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  RATE-TABLE-FILE
001040     RECORDING MODE IS F.
001050     COPY RATEREC.
001060 FD  RATE-TRANSACTION-FILE
001070     RECORDING MODE IS F.
001080     COPY RTMTRAN.
001090 FD  RATE-NEW-FILE
001100     RECORDING MODE IS F.
001110 01  RATE-NEW-RECORD             PIC X(31).
001120 FD  RATE-REPORT-FILE.
001130     COPY RTMRPT.
001140 FD  RATE-REJECT-FILE.
001150     COPY RTMREJ.
001160 FD  RATE-SHEET-FILE.
001170 01  RATE-SHEET-LINE             PIC X(80).
001180 FD  RATE-CHANGE-FILE
001190     RECORDING MODE IS F.
001200     COPY RATECHG.
001210 FD  JOB-STATUS-FILE
001220     RECORDING MODE IS F.
001230     COPY JOBSTAT.
001240 WORKING-STORAGE SECTION.
001250*> ----------------------------------------------------------
001260*> File status and end-of-file switches
001270*> ----------------------------------------------------------
001280 01  RATETABL-STATUS         PIC X(02) VALUE "00".
001290     88  RATETABL-OK                   VALUE "00".
001300     88  RATETABL-EOF                  VALUE "10".
001310 01  RATETRX-STATUS          PIC X(02) VALUE "00".
001320     88  RATETRX-OK                    VALUE "00".
001330     88  RATETRX-EOF                   VALUE "10".
001340 01  RATENEW-STATUS          PIC X(02) VALUE "00".
001350     88  RATENEW-OK                    VALUE "00".
001360 01  RATERPT-STATUS          PIC X(02) VALUE "00".
001370     88  RATERPT-OK                    VALUE "00".
001380 01  RATEREJ-STATUS          PIC X(02) VALUE "00".
001390     88  RATEREJ-OK                    VALUE "00".
001400 01  RATESHT-STATUS          PIC X(02) VALUE "00".
001410     88  RATESHT-OK                    VALUE "00".
001420 01  RATECHG-STATUS          PIC X(02) VALUE "00".
001430     88  RATECHG-OK                    VALUE "00".
001440 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001450     88  JOBSTAT-OK                    VALUE "00".
001460 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001470 01  PROGRAM-SWITCHES.
001480     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001490         88  RUN-ERROR                 VALUE "Y".
001500     05  RATETRX-EOF-SWITCH   PIC X(01) VALUE "N".
001510         88  RATETRX-EXHAUSTED         VALUE "Y".
001520     05  ENTRY-FOUND-SWITCH   PIC X(01) VALUE "N".
001530         88  ENTRY-FOUND               VALUE "Y".
001540     05  GAP-FOUND-SWITCH     PIC X(01) VALUE "N".
001550         88  GAP-FOUND                 VALUE "Y".
001560     05  PRIOR-RATE-SWITCH    PIC X(01) VALUE "N".
001570         88  PRIOR-RATE-FOUND          VALUE "Y".
001580     05  NOTICE-SHORT-SWITCH  PIC X(01) VALUE "N".
001590         88  NOTICE-PERIOD-SHORT       VALUE "Y".
001600     05  OVERRIDE-USED-SWITCH PIC X(01) VALUE "N".
001610         88  OVERRIDE-USED             VALUE "Y".
001620*> ----------------------------------------------------------
001630*> Rate table held in working storage for the update.  Each
001640*> entry carries an active flag: an expire deactivates the
001650*> entry, and only active entries reach the new table file
001660*> and the rate sheet.
001670*> ----------------------------------------------------------
001680 01  RATE-ENTRY-MAX          PIC 9(03) COMP VALUE 200.
001690 01  RATE-ENTRY-COUNT        PIC 9(03) COMP VALUE 0.
001700 01  RATE-SUB                PIC 9(03) COMP VALUE 0.
001710 01  FOUND-SUB               PIC 9(03) COMP VALUE 0.
001720 01  RATE-TABLE-AREA.
001730     05  RATE-ENTRY OCCURS 200 TIMES.
001740         10  RT-PRODUCT-CODE     PIC X(01).
001750         10  RT-TIER-FLOOR       PIC S9(9)V9(2) COMP-3.
001760         10  RT-EFFECTIVE-DATE   PIC 9(08).
001770         10  RT-ANNUAL-RATE      PIC S9(9)V9(2) COMP-3.
001780         10  RT-ACTIVE-FLAG      PIC X(01).
001790*> ----------------------------------------------------------
001800*> Hold area for the new table file's records, in the same
001810*> RATEREC layout SAVINGS_BAKER loads.
001820*> ----------------------------------------------------------
001830 COPY RATEREC
001840     REPLACING ==RATE-TABLE-RECORD== BY ==RNW-TABLE-RECORD==
001850               LEADING ==RATE== BY ==RNW==.
001860*> ----------------------------------------------------------
001870*> Tier-gap edit work fields.  A product's active tiers must
001880*> reach down to a zero floor, or balances below the lowest
001890*> floor silently fall back to the account rate - which is
001900*> how mis-keyed tables went unnoticed before this program.
001910*> ----------------------------------------------------------
001920 01  GAP-PRODUCT-CODE        PIC X(01) VALUE SPACE.
001930 01  GAP-MIN-FLOOR           PIC S9(9)V9(2) COMP-3 VALUE 0.
001940 01  GAP-ENTRY-SEEN-SWITCH   PIC X(01) VALUE "N".
001950     88  GAP-ENTRY-SEEN                VALUE "Y".
001960*> ----------------------------------------------------------
001970*> Change-in-terms notice edit work fields.  A decrease in
001980*> the rate in force for a product's balance band must be
001990*> mailed to the affected customers NOTICE-PERIOD-DAYS before
002000*> it takes effect, so a decrease with fewer calendar days
002010*> than that to its effective date is turned away unless the
002020*> transaction carries the override.  The prior rate is
002030*> chosen the way SAVINGS_BAKER chooses a period's rate - the
002040*> highest floor not above the band's floor, then the latest
002050*> effective date not after the new entry's.
002060*> ----------------------------------------------------------
002070 01  NOTICE-PERIOD-DAYS      PIC 9(03) COMP VALUE 30.
002080 01  PRIOR-ANNUAL-RATE       PIC S9(9)V9(2) COMP-3 VALUE 0.
002090 01  PRIOR-TIER-FLOOR        PIC S9(9)V9(2) COMP-3 VALUE 0.
002100 01  PRIOR-EFFECTIVE-DATE    PIC 9(08) VALUE 0.
002110 01  CEILING-SEEN-SWITCH     PIC X(01) VALUE "N".
002120     88  CEILING-SEEN                  VALUE "Y".
002130 01  BAND-TIER-CEILING       PIC S9(9)V9(2) COMP-3 VALUE 0.
002140 01  RUN-DAY-SERIAL          PIC 9(07) COMP VALUE 0.
002150 01  EFFECTIVE-DAY-SERIAL    PIC 9(07) COMP VALUE 0.
002160 01  DAYS-TO-EFFECTIVE       PIC S9(07) COMP VALUE 0.
002170*> ----------------------------------------------------------
002180*> Calendar day-serial work fields.  A date is turned into
002190*> a count of days from a fixed origin - whole years at 365
002200*> plus one per leap year before it, the days before its
002210*> month, and its day - so two dates subtract to the true
002220*> number of calendar days between them.
002230*> ----------------------------------------------------------
002240 01  SERIAL-DATE             PIC 9(08) VALUE 0.
002250 01  SERIAL-DATE-PARTS REDEFINES SERIAL-DATE.
002260     05  SERIAL-CCYY         PIC 9(04).
002270     05  SERIAL-MM           PIC 9(02).
002280     05  SERIAL-DD           PIC 9(02).
002290 01  SERIAL-DAYS             PIC 9(07) COMP VALUE 0.
002300 01  SERIAL-PRIOR-YEARS      PIC 9(04) COMP VALUE 0.
002310 01  SERIAL-QUOTIENT         PIC 9(04) COMP VALUE 0.
002320 01  SERIAL-REMAINDER        PIC 9(04) COMP VALUE 0.
002330 01  SERIAL-LEAP-SWITCH      PIC X(01) VALUE "N".
002340     88  SERIAL-LEAP-YEAR              VALUE "Y".
002350 01  DAYS-BEFORE-MONTH-VALUES.
002360     05  FILLER              PIC X(36)
002370         VALUE "000031059090120151181212243273304334".
002380 01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
002390     05  DAYS-BEFORE-MONTH   PIC 9(03) OCCURS 12 TIMES.
002400*> ----------------------------------------------------------
002410*> Run stamp and report headings, so the effects report and
002420*> the branch rate sheet evidence when the table changed.
002430*> ----------------------------------------------------------
002440 01  MAINT-RUN-DATE          PIC 9(08) VALUE 0.
002450 01  MAINT-RUN-TIME          PIC 9(08) VALUE 0.
002460 01  RATE-HEADING-LINE.
002470     05  FILLER              PIC X(34)
002480         VALUE "RATE TABLE MAINTENANCE EFFECTS    ".
002490     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002500     05  RHL-RUN-DATE        PIC 9(08).
002510     05  FILLER              PIC X(06) VALUE " TIME ".
002520     05  RHL-RUN-TIME        PIC 9(08).
002530 01  SHEET-HEADING-LINE.
002540     05  FILLER              PIC X(34)
002550         VALUE "BRANCH RATE SHEET                 ".
002560     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002570     05  SHL-RUN-DATE        PIC 9(08).
002580 01  SHEET-COLUMN-LINE.
002590     05  FILLER              PIC X(08) VALUE "PRODUCT ".
002600     05  FILLER              PIC X(03) VALUE SPACES.
002610     05  FILLER              PIC X(10) VALUE "TIER FLOOR".
002620     05  FILLER              PIC X(05) VALUE SPACES.
002630     05  FILLER              PIC X(09) VALUE "EFFECTIVE".
002640     05  FILLER              PIC X(05) VALUE SPACES.
002650     05  FILLER              PIC X(11) VALUE "ANNUAL RATE".
002660 01  SHEET-DETAIL-LINE.
002670     05  FILLER              PIC X(03) VALUE SPACES.
002680     05  SDL-PRODUCT-CODE    PIC X(01).
002690     05  FILLER              PIC X(04) VALUE SPACES.
002700     05  SDL-TIER-FLOOR      PIC -(9)9.99.
002710     05  FILLER              PIC X(03) VALUE SPACES.
002720     05  SDL-EFFECTIVE-DATE  PIC 9(08).
002730     05  FILLER              PIC X(03) VALUE SPACES.
002740     05  SDL-ANNUAL-RATE     PIC -(9)9.99.
002750*> ----------------------------------------------------------
002760*> Run counters
002770*> ----------------------------------------------------------
002780 77  ENTRIES-LOADED-COUNT    PIC 9(07) VALUE 0.
002790 77  ENTRIES-ADDED-COUNT     PIC 9(07) VALUE 0.
002800 77  ENTRIES-REPLACED-COUNT  PIC 9(07) VALUE 0.
002810 77  ENTRIES-EXPIRED-COUNT   PIC 9(07) VALUE 0.
002820 77  RATE-REJECT-COUNT       PIC 9(07) VALUE 0.
002830 77  ENTRIES-WRITTEN-COUNT   PIC 9(07) VALUE 0.
002840 77  CHANGES-WRITTEN-COUNT   PIC 9(07) VALUE 0.
002850 77  DECREASES-APPLIED-COUNT PIC 9(07) VALUE 0.
002860 77  NOTICE-OVERRIDE-COUNT   PIC 9(07) VALUE 0.
002870 PROCEDURE DIVISION.
002880*****************************************************************
002890* 0000-MAINLINE
002900*   Top level driver - loads the table, applies one maintenance
002910*   transaction per pass, then cuts the new table file and the
002920*   branch rate sheet from what survives.
002930*****************************************************************
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002960     IF NOT RUN-ERROR
002970        PERFORM 2000-APPLY-RATE-TRAN THRU 2000-EXIT
002980            UNTIL RATETRX-EXHAUSTED
002990        PERFORM 3000-WRITE-NEW-TABLE THRU 3000-EXIT
003000        PERFORM 4000-WRITE-RATE-SHEET THRU 4000-EXIT
003010     END-IF
003020     PERFORM 9000-TERMINATE THRU 9000-EXIT
003030     STOP RUN.
003040*****************************************************************
003050* 1000-INITIALIZE
003060*   Opens every file, writes the dated headings, loads the
003070*   prior rate table, and primes the transaction read-ahead
003080*   buffer.
003090*****************************************************************
003100 1000-INITIALIZE.
003110     OPEN INPUT RATE-TRANSACTION-FILE
003120     IF NOT RATETRX-OK
003130        DISPLAY "RATE_MAINT: UNABLE TO OPEN RATETRX, STATUS "
003140           RATETRX-STATUS
003150        MOVE "Y" TO RUN-ERROR-SWITCH
003160     END-IF
003170     OPEN OUTPUT RATE-NEW-FILE
003180     IF NOT RATENEW-OK
003190        DISPLAY "RATE_MAINT: UNABLE TO OPEN RATENEW, STATUS "
003200           RATENEW-STATUS
003210        MOVE "Y" TO RUN-ERROR-SWITCH
003220     END-IF
003230     OPEN OUTPUT RATE-REPORT-FILE
003240     IF NOT RATERPT-OK
003250        DISPLAY "RATE_MAINT: UNABLE TO OPEN RATERPT, STATUS "
003260           RATERPT-STATUS
003270        MOVE "Y" TO RUN-ERROR-SWITCH
003280     END-IF
003290     OPEN OUTPUT RATE-REJECT-FILE
003300     IF NOT RATEREJ-OK
003310        DISPLAY "RATE_MAINT: UNABLE TO OPEN RATEREJ, STATUS "
003320           RATEREJ-STATUS
003330        MOVE "Y" TO RUN-ERROR-SWITCH
003340     END-IF
003350     OPEN OUTPUT RATE-SHEET-FILE
003360     IF NOT RATESHT-OK
003370        DISPLAY "RATE_MAINT: UNABLE TO OPEN RATESHT, STATUS "
003380           RATESHT-STATUS
003390        MOVE "Y" TO RUN-ERROR-SWITCH
003400     END-IF
003410     OPEN OUTPUT RATE-CHANGE-FILE
003420     IF NOT RATECHG-OK
003430        DISPLAY "RATE_MAINT: UNABLE TO OPEN RATECHG, STATUS "
003440           RATECHG-STATUS
003450        MOVE "Y" TO RUN-ERROR-SWITCH
003460     END-IF
003470     ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD
003480     ACCEPT MAINT-RUN-TIME FROM TIME
003490     MOVE MAINT-RUN-DATE TO SERIAL-DATE
003500     PERFORM 2700-COMPUTE-DAY-SERIAL THRU 2700-EXIT
003510     MOVE SERIAL-DAYS TO RUN-DAY-SERIAL
003520     IF RATERPT-OK
003530        MOVE MAINT-RUN-DATE TO RHL-RUN-DATE
003540        MOVE MAINT-RUN-TIME TO RHL-RUN-TIME
003550        WRITE RATE-EFFECTS-LINE FROM RATE-HEADING-LINE
003560     END-IF
003570     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT
003580     PERFORM 1200-READ-RATE-TRAN THRU 1200-EXIT.
003590 1000-EXIT.
003600     EXIT.
003610*****************************************************************
003620* 1200-READ-RATE-TRAN
003630*   Reads the next maintenance transaction into the read-ahead
003640*   buffer.
003650*****************************************************************
003660 1200-READ-RATE-TRAN.
003670     READ RATE-TRANSACTION-FILE
003680        AT END MOVE "Y" TO RATETRX-EOF-SWITCH
003690     END-READ.
003700 1200-EXIT.
003710     EXIT.
003720*****************************************************************
003730* 1300-LOAD-RATE-TABLE
003740*   Loads the prior rate table into working storage, every
003750*   entry active.  The file is optional: a shop standing up
003760*   its first table starts from an empty one.
003770*****************************************************************
003780 1300-LOAD-RATE-TABLE.
003790     OPEN INPUT RATE-TABLE-FILE
003800     IF NOT RATETABL-OK
003810        DISPLAY "RATE_MAINT: NO PRIOR RATE TABLE, STATUS "
003820           RATETABL-STATUS
003830           " - TABLE STARTS EMPTY"
003840        CLOSE RATE-TABLE-FILE
003850        GO TO 1300-EXIT
003860     END-IF
003870     PERFORM 1310-READ-RATE-ENTRY THRU 1310-EXIT
003880        UNTIL RATETABL-EOF
003890           OR RATE-ENTRY-COUNT = RATE-ENTRY-MAX
003900     IF NOT RATETABL-EOF
003910        DISPLAY "RATE_MAINT: RATE TABLE TRUNCATED AT "
003920           RATE-ENTRY-MAX " ENTRIES"
003930        MOVE "Y" TO RUN-ERROR-SWITCH
003940     END-IF
003950     CLOSE RATE-TABLE-FILE.
003960 1300-EXIT.
003970     EXIT.
003980*****************************************************************
003990* 1310-READ-RATE-ENTRY
004000*   Reads one rate-table record into the next table slot.
004010*****************************************************************
004020 1310-READ-RATE-ENTRY.
004030     READ RATE-TABLE-FILE
004040         AT END
004050             GO TO 1310-EXIT
004060     END-READ
004070     ADD 1 TO RATE-ENTRY-COUNT
004080     ADD 1 TO ENTRIES-LOADED-COUNT
004090     MOVE RATE-PRODUCT-CODE TO
004100        RT-PRODUCT-CODE (RATE-ENTRY-COUNT)
004110     MOVE RATE-TIER-FLOOR TO
004120        RT-TIER-FLOOR (RATE-ENTRY-COUNT)
004130     MOVE RATE-EFFECTIVE-DATE TO
004140        RT-EFFECTIVE-DATE (RATE-ENTRY-COUNT)
004150     MOVE RATE-ANNUAL-RATE TO
004160        RT-ANNUAL-RATE (RATE-ENTRY-COUNT)
004170     MOVE "Y" TO RT-ACTIVE-FLAG (RATE-ENTRY-COUNT).
004180 1310-EXIT.
004190     EXIT.
004200*****************************************************************
004210* 2000-APPLY-RATE-TRAN
004220*   Routes one maintenance transaction to its action paragraph
004230*   after the field edits.  An action code the program does
004240*   not recognize, or a transaction with unusable fields, is
004250*   rejected.
004260*****************************************************************
004270 2000-APPLY-RATE-TRAN.
004280     IF RTM-EFFECTIVE-DATE IS NOT NUMERIC
004290           OR RTM-EFFECTIVE-DATE = ZERO
004300        MOVE "INVALID EFFECTIVE DATE" TO RRJ-REJECT-REASON
004310        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004320        GO TO 2000-NEXT
004330     END-IF
004340     IF RTM-TIER-FLOOR IS NOT NUMERIC
004350           OR RTM-TIER-FLOOR < ZERO
004360        MOVE "INVALID TIER FLOOR" TO RRJ-REJECT-REASON
004370        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004380        GO TO 2000-NEXT
004390     END-IF
004400     IF (RTM-ACTION-ADD OR RTM-ACTION-REPLACE)
004410           AND (RTM-ANNUAL-RATE IS NOT NUMERIC
004420              OR RTM-ANNUAL-RATE < ZERO)
004430        MOVE "INVALID ANNUAL RATE" TO RRJ-REJECT-REASON
004440        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004450        GO TO 2000-NEXT
004460     END-IF
004470     EVALUATE TRUE
004480        WHEN RTM-ACTION-ADD
004490           PERFORM 2110-ADD-ENTRY THRU 2110-EXIT
004500        WHEN RTM-ACTION-REPLACE
004510           PERFORM 2120-REPLACE-ENTRY THRU 2120-EXIT
004520        WHEN RTM-ACTION-EXPIRE
004530           PERFORM 2130-EXPIRE-ENTRY THRU 2130-EXIT
004540        WHEN OTHER
004550           MOVE "INVALID ACTION CODE" TO RRJ-REJECT-REASON
004560           PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004570     END-EVALUATE.
004580 2000-NEXT.
004590     PERFORM 1200-READ-RATE-TRAN THRU 1200-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620*****************************************************************
004630* 2110-ADD-ENTRY
004640*   Adds a brand-new table entry.  A combination already on
004650*   the table rejects the add as an overlap; an add whose
004660*   product would still not reach a zero tier floor is backed
004670*   out and rejected as a tier gap.  An add that lowers the
004680*   rate in force for its band inside the notice period is
004690*   rejected unless overridden.
004700*****************************************************************
004710 2110-ADD-ENTRY.
004720     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
004730     IF ENTRY-FOUND
004740        MOVE "OVERLAPS EXISTING RATE ENTRY"
004750           TO RRJ-REJECT-REASON
004760        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004770        GO TO 2110-EXIT
004780     END-IF
004790     IF RATE-ENTRY-COUNT = RATE-ENTRY-MAX
004800        MOVE "RATE TABLE FULL" TO RRJ-REJECT-REASON
004810        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004820        GO TO 2110-EXIT
004830     END-IF
004840     PERFORM 2610-FIND-PRIOR-RATE THRU 2610-EXIT
004850     PERFORM 2600-CHECK-NOTICE-PERIOD THRU 2600-EXIT
004860     IF NOTICE-PERIOD-SHORT
004870        MOVE "RATE DECREASE INSIDE NOTICE PERIOD"
004880           TO RRJ-REJECT-REASON
004890        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004900        GO TO 2110-EXIT
004910     END-IF
004920     ADD 1 TO RATE-ENTRY-COUNT
004930     MOVE RTM-PRODUCT-CODE
004940        TO RT-PRODUCT-CODE (RATE-ENTRY-COUNT)
004950     MOVE RTM-TIER-FLOOR
004960        TO RT-TIER-FLOOR (RATE-ENTRY-COUNT)
004970     MOVE RTM-EFFECTIVE-DATE
004980        TO RT-EFFECTIVE-DATE (RATE-ENTRY-COUNT)
004990     MOVE RTM-ANNUAL-RATE
005000        TO RT-ANNUAL-RATE (RATE-ENTRY-COUNT)
005010     MOVE "Y" TO RT-ACTIVE-FLAG (RATE-ENTRY-COUNT)
005020     PERFORM 2500-CHECK-TIER-GAP THRU 2500-EXIT
005030     IF GAP-FOUND
005040        SUBTRACT 1 FROM RATE-ENTRY-COUNT
005050        MOVE "WOULD LEAVE TIER GAP IN PRODUCT"
005060           TO RRJ-REJECT-REASON
005070        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005080        GO TO 2110-EXIT
005090     END-IF
005100     ADD 1 TO ENTRIES-ADDED-COUNT
005110     MOVE RATE-ENTRY-COUNT TO FOUND-SUB
005120     MOVE "AFTER" TO RRP-IMAGE-TAG
005130     PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
005140     PERFORM 2800-WRITE-RATE-CHANGE THRU 2800-EXIT.
005150 2110-EXIT.
005160     EXIT.
005170*****************************************************************
005180* 2120-REPLACE-ENTRY
005190*   Puts a new annual rate on an existing entry, shown
005200*   before-and-after.  A combination not on the table rejects
005210*   the replace, as does a lower rate inside the notice
005220*   period without the override.
005230*****************************************************************
005240 2120-REPLACE-ENTRY.
005250     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
005260     IF NOT ENTRY-FOUND
005270        MOVE "NO MATCHING RATE ENTRY" TO RRJ-REJECT-REASON
005280        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005290        GO TO 2120-EXIT
005300     END-IF
005310     MOVE "Y" TO PRIOR-RATE-SWITCH
005320     MOVE RT-ANNUAL-RATE (FOUND-SUB) TO PRIOR-ANNUAL-RATE
005330     PERFORM 2600-CHECK-NOTICE-PERIOD THRU 2600-EXIT
005340     IF NOTICE-PERIOD-SHORT
005350        MOVE "RATE DECREASE INSIDE NOTICE PERIOD"
005360           TO RRJ-REJECT-REASON
005370        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005380        GO TO 2120-EXIT
005390     END-IF
005400     MOVE "BEFORE" TO RRP-IMAGE-TAG
005410     PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
005420     MOVE RTM-ANNUAL-RATE TO RT-ANNUAL-RATE (FOUND-SUB)
005430     ADD 1 TO ENTRIES-REPLACED-COUNT
005440     MOVE "AFTER" TO RRP-IMAGE-TAG
005450     PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT
005460     PERFORM 2800-WRITE-RATE-CHANGE THRU 2800-EXIT.
005470 2120-EXIT.
005480     EXIT.
005490*****************************************************************
005500* 2130-EXPIRE-ENTRY
005510*   Deactivates an existing entry, shown as it stood.  A
005520*   combination not on the table rejects the expire, and an
005530*   expire that would leave the product's surviving tiers
005540*   short of a zero floor is reinstated and rejected as a
005550*   tier gap.
005560*****************************************************************
005570 2130-EXPIRE-ENTRY.
005580     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
005590     IF NOT ENTRY-FOUND
005600        MOVE "NO MATCHING RATE ENTRY" TO RRJ-REJECT-REASON
005610        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005620        GO TO 2130-EXIT
005630     END-IF
005640     MOVE "N" TO RT-ACTIVE-FLAG (FOUND-SUB)
005650     PERFORM 2500-CHECK-TIER-GAP THRU 2500-EXIT
005660     IF GAP-FOUND
005670        MOVE "Y" TO RT-ACTIVE-FLAG (FOUND-SUB)
005680        MOVE "WOULD LEAVE TIER GAP IN PRODUCT"
005690           TO RRJ-REJECT-REASON
005700        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005710        GO TO 2130-EXIT
005720     END-IF
005730     ADD 1 TO ENTRIES-EXPIRED-COUNT
005740     MOVE "BEFORE" TO RRP-IMAGE-TAG
005750     PERFORM 2300-WRITE-EFFECTS-LINE THRU 2300-EXIT.
005760 2130-EXIT.
005770     EXIT.
005780*****************************************************************
005790* 2200-FIND-ENTRY
005800*   Locates the active table entry matching the transaction's
005810*   product, tier floor, and effective date, holding its slot
005820*   for the action paragraphs.
005830*****************************************************************
005840 2200-FIND-ENTRY.
005850     MOVE "N" TO ENTRY-FOUND-SWITCH
005860     PERFORM 2210-SCAN-ENTRY THRU 2210-EXIT
005870        VARYING RATE-SUB FROM 1 BY 1
005880           UNTIL RATE-SUB > RATE-ENTRY-COUNT
005890              OR ENTRY-FOUND.
005900 2200-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 2210-SCAN-ENTRY
005940*   Weighs one table entry against the transaction's
005950*   product/tier/date combination.
005960*****************************************************************
005970 2210-SCAN-ENTRY.
005980     IF RT-ACTIVE-FLAG (RATE-SUB) = "Y"
005990           AND RT-PRODUCT-CODE (RATE-SUB) = RTM-PRODUCT-CODE
006000           AND RT-TIER-FLOOR (RATE-SUB) = RTM-TIER-FLOOR
006010           AND RT-EFFECTIVE-DATE (RATE-SUB) =
006020              RTM-EFFECTIVE-DATE
006030        MOVE "Y" TO ENTRY-FOUND-SWITCH
006040        MOVE RATE-SUB TO FOUND-SUB
006050     END-IF.
006060 2210-EXIT.
006070     EXIT.
006080*****************************************************************
006090* 2300-WRITE-EFFECTS-LINE
006100*   Formats and writes one before/after line of the effects
006110*   report from the table entry held in FOUND-SUB.  The image
006120*   tag is placed by the caller before the perform.
006130*****************************************************************
006140 2300-WRITE-EFFECTS-LINE.
006150     MOVE RT-PRODUCT-CODE (FOUND-SUB)   TO RRP-PRODUCT-CODE
006160     MOVE RTM-ACTION-CODE               TO RRP-ACTION-CODE
006170     MOVE RT-TIER-FLOOR (FOUND-SUB)     TO RRP-TIER-FLOOR
006180     MOVE RT-EFFECTIVE-DATE (FOUND-SUB) TO RRP-EFFECTIVE-DATE
006190     MOVE RT-ANNUAL-RATE (FOUND-SUB)    TO RRP-ANNUAL-RATE
006200     WRITE RATE-EFFECTS-LINE.
006210 2300-EXIT.
006220     EXIT.
006230*****************************************************************
006240* 2400-WRITE-REJECT
006250*   Formats and writes one line of the reject listing.  The
006260*   reason is placed by the caller before the perform.
006270*****************************************************************
006280 2400-WRITE-REJECT.
006290     MOVE RTM-PRODUCT-CODE   TO RRJ-PRODUCT-CODE
006300     MOVE RTM-ACTION-CODE    TO RRJ-ACTION-CODE
006310     IF RTM-TIER-FLOOR IS NUMERIC
006320        MOVE RTM-TIER-FLOOR  TO RRJ-TIER-FLOOR
006330     ELSE
006340        MOVE ZERO            TO RRJ-TIER-FLOOR
006350     END-IF
006360     IF RTM-EFFECTIVE-DATE IS NUMERIC
006370        MOVE RTM-EFFECTIVE-DATE TO RRJ-EFFECTIVE-DATE
006380     ELSE
006390        MOVE ZERO            TO RRJ-EFFECTIVE-DATE
006400     END-IF
006410     WRITE RATE-REJECT-LINE
006420     ADD 1 TO RATE-REJECT-COUNT.
006430 2400-EXIT.
006440     EXIT.
006450*****************************************************************
006460* 2500-CHECK-TIER-GAP
006470*   Applies the tier-gap edit to the transaction's product:
006480*   among the product's active entries the lowest tier floor
006490*   must be zero, or balances below it have no table rate.  A
006500*   product with no active entries left is not a gap - the
006510*   whole product has been withdrawn and accounts fall back
006520*   to their own master rate by design.
006530*****************************************************************
006540 2500-CHECK-TIER-GAP.
006550     MOVE "N" TO GAP-FOUND-SWITCH
006560     MOVE "N" TO GAP-ENTRY-SEEN-SWITCH
006570     MOVE RTM-PRODUCT-CODE TO GAP-PRODUCT-CODE
006580     MOVE 999999999.99 TO GAP-MIN-FLOOR
006590     PERFORM 2510-SCAN-GAP-ENTRY THRU 2510-EXIT
006600        VARYING RATE-SUB FROM 1 BY 1
006610           UNTIL RATE-SUB > RATE-ENTRY-COUNT
006620     IF GAP-ENTRY-SEEN AND GAP-MIN-FLOOR NOT = ZERO
006630        MOVE "Y" TO GAP-FOUND-SWITCH
006640     END-IF.
006650 2500-EXIT.
006660     EXIT.
006670*****************************************************************
006680* 2510-SCAN-GAP-ENTRY
006690*   Weighs one table entry into the gap edit's lowest active
006700*   tier floor for the product being checked.
006710*****************************************************************
006720 2510-SCAN-GAP-ENTRY.
006730     IF RT-ACTIVE-FLAG (RATE-SUB) = "Y"
006740           AND RT-PRODUCT-CODE (RATE-SUB) = GAP-PRODUCT-CODE
006750        MOVE "Y" TO GAP-ENTRY-SEEN-SWITCH
006760        IF RT-TIER-FLOOR (RATE-SUB) < GAP-MIN-FLOOR
006770           MOVE RT-TIER-FLOOR (RATE-SUB) TO GAP-MIN-FLOOR
006780        END-IF
006790     END-IF.
006800 2510-EXIT.
006810     EXIT.
006820*****************************************************************
006830* 2600-CHECK-NOTICE-PERIOD
006840*   Applies the change-in-terms notice edit to an add or
006850*   replace: when the new rate is below the prior rate in
006860*   force for the band, the effective date must be at least
006870*   NOTICE-PERIOD-DAYS calendar days after the maintenance
006880*   date, or the transaction must carry the notice override.
006890*   A band with no prior rate has no customers to notify.  The
006900*   prior rate is placed by the caller before the perform.
006910*****************************************************************
006920 2600-CHECK-NOTICE-PERIOD.
006930     MOVE "N" TO NOTICE-SHORT-SWITCH
006940     MOVE "N" TO OVERRIDE-USED-SWITCH
006950     IF NOT PRIOR-RATE-FOUND
006960           OR RTM-ANNUAL-RATE NOT < PRIOR-ANNUAL-RATE
006970        GO TO 2600-EXIT
006980     END-IF
006990     MOVE RTM-EFFECTIVE-DATE TO SERIAL-DATE
007000     PERFORM 2700-COMPUTE-DAY-SERIAL THRU 2700-EXIT
007010     MOVE SERIAL-DAYS TO EFFECTIVE-DAY-SERIAL
007020     COMPUTE DAYS-TO-EFFECTIVE =
007030        EFFECTIVE-DAY-SERIAL - RUN-DAY-SERIAL
007040     IF DAYS-TO-EFFECTIVE NOT < NOTICE-PERIOD-DAYS
007050        GO TO 2600-EXIT
007060     END-IF
007070     IF RTM-OVERRIDE-NOTICE
007080        MOVE "Y" TO OVERRIDE-USED-SWITCH
007090     ELSE
007100        MOVE "Y" TO NOTICE-SHORT-SWITCH
007110     END-IF.
007120 2600-EXIT.
007130     EXIT.
007140*****************************************************************
007150* 2610-FIND-PRIOR-RATE
007160*   Finds the rate an add displaces: among the product's
007170*   active entries, the one SAVINGS_BAKER would have chosen
007180*   for a balance at the new floor on the new effective date.
007190*****************************************************************
007200 2610-FIND-PRIOR-RATE.
007210     MOVE "N" TO PRIOR-RATE-SWITCH
007220     MOVE ZERO TO PRIOR-ANNUAL-RATE
007230     MOVE ZERO TO PRIOR-TIER-FLOOR
007240     MOVE ZERO TO PRIOR-EFFECTIVE-DATE
007250     PERFORM 2620-SCAN-PRIOR-ENTRY THRU 2620-EXIT
007260        VARYING RATE-SUB FROM 1 BY 1
007270           UNTIL RATE-SUB > RATE-ENTRY-COUNT.
007280 2610-EXIT.
007290     EXIT.
007300*****************************************************************
007310* 2620-SCAN-PRIOR-ENTRY
007320*   Weighs one table entry against the best prior rate found
007330*   so far for the add's product, floor, and effective date.
007340*****************************************************************
007350 2620-SCAN-PRIOR-ENTRY.
007360     IF RT-ACTIVE-FLAG (RATE-SUB) = "Y"
007370           AND RT-PRODUCT-CODE (RATE-SUB) = RTM-PRODUCT-CODE
007380           AND RT-TIER-FLOOR (RATE-SUB) NOT > RTM-TIER-FLOOR
007390           AND RT-EFFECTIVE-DATE (RATE-SUB) NOT >
007400              RTM-EFFECTIVE-DATE
007410        IF NOT PRIOR-RATE-FOUND
007420              OR RT-TIER-FLOOR (RATE-SUB) > PRIOR-TIER-FLOOR
007430              OR (RT-TIER-FLOOR (RATE-SUB) = PRIOR-TIER-FLOOR
007440                 AND RT-EFFECTIVE-DATE (RATE-SUB) >
007450                    PRIOR-EFFECTIVE-DATE)
007460           MOVE "Y" TO PRIOR-RATE-SWITCH
007470           MOVE RT-TIER-FLOOR (RATE-SUB) TO PRIOR-TIER-FLOOR
007480           MOVE RT-EFFECTIVE-DATE (RATE-SUB)
007490              TO PRIOR-EFFECTIVE-DATE
007500           MOVE RT-ANNUAL-RATE (RATE-SUB)
007510              TO PRIOR-ANNUAL-RATE
007520        END-IF
007530     END-IF.
007540 2620-EXIT.
007550     EXIT.
007560*****************************************************************
007570* 2700-COMPUTE-DAY-SERIAL
007580*   Turns the date in SERIAL-DATE into its calendar day serial
007590*   in SERIAL-DAYS.  Leap years follow the Gregorian rule:
007600*   every fourth year, except centuries not divisible by 400.
007610*****************************************************************
007620 2700-COMPUTE-DAY-SERIAL.
007630     MOVE ZERO TO SERIAL-DAYS
007640     IF SERIAL-DATE IS NOT NUMERIC
007650           OR SERIAL-CCYY = ZERO
007660           OR SERIAL-MM < 1 OR SERIAL-MM > 12
007670        GO TO 2700-EXIT
007680     END-IF
007690     SUBTRACT 1 FROM SERIAL-CCYY GIVING SERIAL-PRIOR-YEARS
007700     COMPUTE SERIAL-DAYS = SERIAL-PRIOR-YEARS * 365
007710        + DAYS-BEFORE-MONTH (SERIAL-MM) + SERIAL-DD
007720     DIVIDE SERIAL-PRIOR-YEARS BY 4 GIVING SERIAL-QUOTIENT
007730     ADD SERIAL-QUOTIENT TO SERIAL-DAYS
007740     DIVIDE SERIAL-PRIOR-YEARS BY 100 GIVING SERIAL-QUOTIENT
007750     SUBTRACT SERIAL-QUOTIENT FROM SERIAL-DAYS
007760     DIVIDE SERIAL-PRIOR-YEARS BY 400 GIVING SERIAL-QUOTIENT
007770     ADD SERIAL-QUOTIENT TO SERIAL-DAYS
007780     MOVE "N" TO SERIAL-LEAP-SWITCH
007790     DIVIDE SERIAL-CCYY BY 4 GIVING SERIAL-QUOTIENT
007800        REMAINDER SERIAL-REMAINDER
007810     IF SERIAL-REMAINDER = ZERO
007820        MOVE "Y" TO SERIAL-LEAP-SWITCH
007830        DIVIDE SERIAL-CCYY BY 100 GIVING SERIAL-QUOTIENT
007840           REMAINDER SERIAL-REMAINDER
007850        IF SERIAL-REMAINDER = ZERO
007860           DIVIDE SERIAL-CCYY BY 400 GIVING SERIAL-QUOTIENT
007870              REMAINDER SERIAL-REMAINDER
007880           IF SERIAL-REMAINDER NOT = ZERO
007890              MOVE "N" TO SERIAL-LEAP-SWITCH
007900           END-IF
007910        END-IF
007920     END-IF
007930     IF SERIAL-LEAP-YEAR AND SERIAL-MM > 2
007940        ADD 1 TO SERIAL-DAYS
007950     END-IF.
007960 2700-EXIT.
007970     EXIT.
007980*****************************************************************
007990* 2800-WRITE-RATE-CHANGE
008000*   Writes one applied add or replace to the rate-change file
008010*   for RATE_NOTICE: the band the entry covers, from its floor
008020*   up to the product's next higher active floor, and the
008030*   prior rate beside the new one.  The prior rate and the
008040*   override indicator are left by the notice edit.
008050*****************************************************************
008060 2800-WRITE-RATE-CHANGE.
008070     MOVE "N" TO CEILING-SEEN-SWITCH
008080     MOVE ZERO TO BAND-TIER-CEILING
008090     PERFORM 2810-SCAN-CEILING-ENTRY THRU 2810-EXIT
008100        VARYING RATE-SUB FROM 1 BY 1
008110           UNTIL RATE-SUB > RATE-ENTRY-COUNT
008120     MOVE SPACES TO RATE-CHANGE-RECORD
008130     MOVE RTM-PRODUCT-CODE   TO RCH-PRODUCT-CODE
008140     MOVE RTM-ACTION-CODE    TO RCH-ACTION-CODE
008150     MOVE RTM-TIER-FLOOR     TO RCH-TIER-FLOOR
008160     MOVE BAND-TIER-CEILING  TO RCH-TIER-CEILING
008170     MOVE RTM-EFFECTIVE-DATE TO RCH-EFFECTIVE-DATE
008180     MOVE RTM-ANNUAL-RATE    TO RCH-NEW-RATE
008190     MOVE MAINT-RUN-DATE     TO RCH-MAINT-DATE
008200     IF PRIOR-RATE-FOUND
008210        MOVE "Y" TO RCH-PRIOR-RATE-FLAG
008220        MOVE PRIOR-ANNUAL-RATE TO RCH-OLD-RATE
008230        EVALUATE TRUE
008240           WHEN RTM-ANNUAL-RATE < PRIOR-ANNUAL-RATE
008250              MOVE "D" TO RCH-CHANGE-TYPE
008260              ADD 1 TO DECREASES-APPLIED-COUNT
008270           WHEN RTM-ANNUAL-RATE > PRIOR-ANNUAL-RATE
008280              MOVE "I" TO RCH-CHANGE-TYPE
008290           WHEN OTHER
008300              MOVE "U" TO RCH-CHANGE-TYPE
008310        END-EVALUATE
008320     ELSE
008330        MOVE "N" TO RCH-PRIOR-RATE-FLAG
008340        MOVE ZERO TO RCH-OLD-RATE
008350        MOVE "N" TO RCH-CHANGE-TYPE
008360     END-IF
008370     IF OVERRIDE-USED
008380        MOVE RTM-NOTICE-OVERRIDE TO RCH-NOTICE-OVERRIDE
008390        ADD 1 TO NOTICE-OVERRIDE-COUNT
008400     END-IF
008410     WRITE RATE-CHANGE-RECORD
008420     ADD 1 TO CHANGES-WRITTEN-COUNT.
008430 2800-EXIT.
008440     EXIT.
008450*****************************************************************
008460* 2810-SCAN-CEILING-ENTRY
008470*   Weighs one table entry into the band's tier ceiling: the
008480*   lowest active floor of the product above the band's own.
008490*****************************************************************
008500 2810-SCAN-CEILING-ENTRY.
008510     IF RT-ACTIVE-FLAG (RATE-SUB) = "Y"
008520           AND RT-PRODUCT-CODE (RATE-SUB) = RTM-PRODUCT-CODE
008530           AND RT-TIER-FLOOR (RATE-SUB) > RTM-TIER-FLOOR
008540        IF NOT CEILING-SEEN
008550              OR RT-TIER-FLOOR (RATE-SUB) < BAND-TIER-CEILING
008560           MOVE "Y" TO CEILING-SEEN-SWITCH
008570           MOVE RT-TIER-FLOOR (RATE-SUB) TO BAND-TIER-CEILING
008580        END-IF
008590     END-IF.
008600 2810-EXIT.
008610     EXIT.
008620*****************************************************************
008630* 3000-WRITE-NEW-TABLE
008640*   Cuts the new rate table file from the active entries, in
008650*   the order they stand in the table.
008660*****************************************************************
008670 3000-WRITE-NEW-TABLE.
008680     PERFORM 3100-WRITE-TABLE-ENTRY THRU 3100-EXIT
008690        VARYING RATE-SUB FROM 1 BY 1
008700           UNTIL RATE-SUB > RATE-ENTRY-COUNT.
008710 3000-EXIT.
008720     EXIT.
008730*****************************************************************
008740* 3100-WRITE-TABLE-ENTRY
008750*   Writes one active table entry to the new rate table file
008760*   in the RATEREC layout SAVINGS_BAKER loads.
008770*****************************************************************
008780 3100-WRITE-TABLE-ENTRY.
008790     IF RT-ACTIVE-FLAG (RATE-SUB) = "Y"
008800        MOVE SPACES TO RNW-TABLE-RECORD
008810        MOVE RT-PRODUCT-CODE (RATE-SUB)
008820           TO RNW-PRODUCT-CODE
008830        MOVE RT-TIER-FLOOR (RATE-SUB)
008840           TO RNW-TIER-FLOOR
008850        MOVE RT-EFFECTIVE-DATE (RATE-SUB)
008860           TO RNW-EFFECTIVE-DATE
008870        MOVE RT-ANNUAL-RATE (RATE-SUB)
008880           TO RNW-ANNUAL-RATE
008890        MOVE RNW-TABLE-RECORD TO RATE-NEW-RECORD
008900        WRITE RATE-NEW-RECORD
008910        ADD 1 TO ENTRIES-WRITTEN-COUNT
008920     END-IF.
008930 3100-EXIT.
008940     EXIT.
008950*****************************************************************
008960* 4000-WRITE-RATE-SHEET
008970*   Writes the dated rate sheet the branches post: the heading
008980*   and one line per active entry.
008990*****************************************************************
009000 4000-WRITE-RATE-SHEET.
009010     MOVE MAINT-RUN-DATE TO SHL-RUN-DATE
009020     WRITE RATE-SHEET-LINE FROM SHEET-HEADING-LINE
009030     WRITE RATE-SHEET-LINE FROM SHEET-COLUMN-LINE
009040     PERFORM 4100-WRITE-SHEET-LINE THRU 4100-EXIT
009050        VARYING RATE-SUB FROM 1 BY 1
009060           UNTIL RATE-SUB > RATE-ENTRY-COUNT.
009070 4000-EXIT.
009080     EXIT.
009090*****************************************************************
009100* 4100-WRITE-SHEET-LINE
009110*   Writes one active entry's line on the rate sheet.
009120*****************************************************************
009130 4100-WRITE-SHEET-LINE.
009140     IF RT-ACTIVE-FLAG (RATE-SUB) = "Y"
009150        MOVE RT-PRODUCT-CODE (RATE-SUB)   TO SDL-PRODUCT-CODE
009160        MOVE RT-TIER-FLOOR (RATE-SUB)     TO SDL-TIER-FLOOR
009170        MOVE RT-EFFECTIVE-DATE (RATE-SUB)
009180           TO SDL-EFFECTIVE-DATE
009190        MOVE RT-ANNUAL-RATE (RATE-SUB)    TO SDL-ANNUAL-RATE
009200        WRITE RATE-SHEET-LINE FROM SHEET-DETAIL-LINE
009210     END-IF.
009220 4100-EXIT.
009230     EXIT.
009240*****************************************************************
009250* 9000-TERMINATE
009260*   Displays the run totals and closes every file.
009270*****************************************************************
009280 9000-TERMINATE.
009290     DISPLAY "RATE_MAINT: " ENTRIES-LOADED-COUNT
009300        " ENTRY(S) LOADED FROM RATETABL"
009310     DISPLAY "RATE_MAINT: " ENTRIES-ADDED-COUNT
009320        " ENTRY(S) ADDED"
009330     DISPLAY "RATE_MAINT: " ENTRIES-REPLACED-COUNT
009340        " ENTRY(S) REPLACED"
009350     DISPLAY "RATE_MAINT: " ENTRIES-EXPIRED-COUNT
009360        " ENTRY(S) EXPIRED"
009370     DISPLAY "RATE_MAINT: " RATE-REJECT-COUNT
009380        " MAINTENANCE ACTION(S) REJECTED"
009390     DISPLAY "RATE_MAINT: " ENTRIES-WRITTEN-COUNT
009400        " ENTRY(S) WRITTEN TO RATENEW"
009410     DISPLAY "RATE_MAINT: " CHANGES-WRITTEN-COUNT
009420        " CHANGE(S) WRITTEN TO RATECHG"
009430     DISPLAY "RATE_MAINT: " DECREASES-APPLIED-COUNT
009440        " RATE DECREASE(S) APPLIED"
009450     DISPLAY "RATE_MAINT: " NOTICE-OVERRIDE-COUNT
009460        " DECREASE(S) APPLIED UNDER NOTICE OVERRIDE"
009470     CLOSE RATE-TRANSACTION-FILE
009480           RATE-NEW-FILE
009490           RATE-REPORT-FILE
009500           RATE-REJECT-FILE
009510           RATE-SHEET-FILE
009520           RATE-CHANGE-FILE
009530     EVALUATE TRUE
009540        WHEN RUN-ERROR
009550           MOVE 8 TO STEP-CONDITION-CODE
009560        WHEN RATE-REJECT-COUNT > ZERO
009570           MOVE 4 TO STEP-CONDITION-CODE
009580        WHEN OTHER
009590           MOVE 0 TO STEP-CONDITION-CODE
009600     END-EVALUATE
009610     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
009620     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
009630 9000-EXIT.
009640     EXIT.
009650*****************************************************************
009660* 9500-WRITE-JOB-STATUS
009670*   Appends this step's machine-readable status record to the
009680*   shared job-stream status file for NIGHT_STATUS to
009690*   summarize.  The condition code is placed by the caller
009700*   before the perform.
009710*****************************************************************
009720 9500-WRITE-JOB-STATUS.
009730     OPEN EXTEND JOB-STATUS-FILE
009740     IF NOT JOBSTAT-OK
009750        DISPLAY "RATE_MAINT: UNABLE TO OPEN JOBSTAT, STATUS "
009760           JOBSTAT-STATUS
009770        GO TO 9500-EXIT
009780     END-IF
009790     MOVE SPACES TO JOB-STATUS-RECORD
009800     MOVE "RATE_MAINT" TO JS-PROGRAM-NAME
009810     MOVE MAINT-RUN-DATE TO JS-RUN-DATE
009820     MOVE MAINT-RUN-TIME TO JS-RUN-TIME
009830     MOVE ENTRIES-LOADED-COUNT TO JS-RECORDS-READ
009840     MOVE ENTRIES-WRITTEN-COUNT TO JS-RECORDS-WRITTEN
009850     MOVE RATE-REJECT-COUNT TO JS-ERROR-COUNT
009860     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
009870     WRITE JOB-STATUS-RECORD
009880     CLOSE JOB-STATUS-FILE.
009890 9500-EXIT.
009900     EXIT.
009910 END PROGRAM rate_maint.
