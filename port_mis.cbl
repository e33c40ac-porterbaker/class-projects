000100*****************************************************************
000110* Program: PORT_MIS
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Month-end deposit portfolio and rate-distribution
000170* report for Finance and ALCO.  Runs every night after
000180* GL_VOUCHER but does nothing unless CTL-MONTH-END-FLAG is set
000190* on the run-control record; a run flagged out of balance is
000200* refused outright.  On a month-end night every record of the
000210* new current-position file (CURRNEW) is classified by the
000220* product line on its master - product type and compounding
000230* frequency - and by the RATETABL tier its balance earns on
000240* the month-end date (an account no tier covers, and every
000250* CD, earns its own master rate).  The report shows account
000260* counts and balances by product line and rate tier with the
000270* balance-weighted average rate, each product line's interest
000280* expense for the month from the GL extract and its cost of
000290* funds (annualized, on the month-end balance), the CD
000300* maturity ladder by calendar quarter, growth on the prior
000310* month-end, the dormant and escheat-flagged balances, and a
000320* thirteen-month trend.  The trend comes from the month-end
000330* history file (MISHIST), which keeps one summary record per
000340* product line per month-end and is written back with this
000350* month-end added, so old masters are never re-read.  The
000360* interest read from the GL extract is proved against the
000370* run-control record.
000380*
000390* Modification History
000400* ----------------------------------------------------------------
000410* DATE       INIT  DESCRIPTION
000420* 10/15/26   JWB   Original version.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. port_mis.
000460 AUTHOR. J BAKER.
000470 INSTALLATION. CONSUMER BANKING SYSTEMS.
000480 DATE-WRITTEN. 10/15/26.
000490 DATE-COMPILED.
000500*****************************************************************
000510* ENVIRONMENT DIVISION
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000560 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS RUNCTL-STATUS.
000630     SELECT CURRENT-POSITION-FILE ASSIGN TO "CURRNEW"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS CURRNEW-STATUS.
000670     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ACCT-NUMBER
000710         FILE STATUS IS ACCTMAST-STATUS.
000720     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "RATETABL"
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS RATETABL-STATUS.
000760     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS GLEXTRCT-STATUS.
000800     SELECT OPTIONAL MIS-HISTORY-FILE ASSIGN TO "MISHIST"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS MISHIST-STATUS.
000840     SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "MISRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS MISRPT-STATUS.
000870     SELECT PORTFOLIO-SORT-FILE ASSIGN TO "SORTWK01".
000880     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS DATECTL-STATUS.
000920     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS JOBSTAT-STATUS.
000960*****************************************************************
000970* DATA DIVISION
000980*****************************************************************
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  RUN-CONTROL-FILE
001020     RECORDING MODE IS F.
001030     COPY RUNCTL.
001040 FD  CURRENT-POSITION-FILE
001050     RECORDING MODE IS F.
001060     COPY CURRPOS.
001070 FD  ACCOUNT-MASTER-FILE.
001080     COPY ACCTMAST.
001090 FD  RATE-TABLE-FILE
001100     RECORDING MODE IS F.
001110     COPY RATEREC.
001120 FD  GL-EXTRACT-FILE
001130     RECORDING MODE IS F.
001140     COPY GLEXTRCT.
001150 FD  MIS-HISTORY-FILE
001160     RECORDING MODE IS F.
001170     COPY MISHIST.
001180 FD  PORTFOLIO-REPORT-FILE.
001190 01  PORTFOLIO-REPORT-LINE       PIC X(100).
001200 SD  PORTFOLIO-SORT-FILE.
001210 01  PORTFOLIO-SORT-RECORD.
001220     05  SRT-PRODUCT-LINE        PIC 9(01).
001230     05  SRT-TIER-TYPE           PIC X(01).
001240         88  SRT-TABLE-TIER              VALUE "1".
001250         88  SRT-ACCOUNT-RATE            VALUE "2".
001260     05  SRT-TIER-FLOOR          PIC S9(9)V9(2) COMP-3.
001270     05  SRT-ACCT-NUMBER         PIC 9(07).
001280     05  SRT-BALANCE             PIC S9(9)V9(2) COMP-3.
001290     05  SRT-ANNUAL-RATE         PIC S9(9)V9(2) COMP-3.
001300 FD  DATE-CONTROL-FILE
001310     RECORDING MODE IS F.
001320     COPY DATECTL.
001330 FD  JOB-STATUS-FILE
001340     RECORDING MODE IS F.
001350     COPY JOBSTAT.
001360 WORKING-STORAGE SECTION.
001370*> ----------------------------------------------------------
001380*> File status and end-of-file switches
001390*> ----------------------------------------------------------
001400 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
001410     88  RUNCTL-OK                     VALUE "00".
001420 01  CURRNEW-STATUS          PIC X(02) VALUE "00".
001430     88  CURRNEW-OK                    VALUE "00".
001440 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001450     88  ACCTMAST-OK                   VALUE "00".
001460 01  RATETABL-STATUS         PIC X(02) VALUE "00".
001470     88  RATETABL-OK                   VALUE "00".
001480     88  RATETABL-EOF                  VALUE "10".
001490 01  GLEXTRCT-STATUS         PIC X(02) VALUE "00".
001500     88  GLEXTRCT-OK                   VALUE "00".
001510 01  MISHIST-STATUS          PIC X(02) VALUE "00".
001520     88  MISHIST-OK                    VALUE "00".
001530 01  MISRPT-STATUS           PIC X(02) VALUE "00".
001540     88  MISRPT-OK                     VALUE "00".
001550 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001560     88  DATECTL-OK                    VALUE "00".
001570 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001580     88  JOBSTAT-OK                    VALUE "00".
001590 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001600 01  PROGRAM-SWITCHES.
001610     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001620         88  RUN-ERROR                 VALUE "Y".
001630     05  NOT-MONTH-END-SWITCH PIC X(01) VALUE "N".
001640         88  NOT-MONTH-END             VALUE "Y".
001650     05  UPDATE-FAILED-SWITCH PIC X(01) VALUE "N".
001660         88  UPDATE-FAILED             VALUE "Y".
001670     05  CURRNEW-EOF-SWITCH   PIC X(01) VALUE "N".
001680         88  POSITION-EXHAUSTED        VALUE "Y".
001690     05  GLEXTRCT-EOF-SWITCH  PIC X(01) VALUE "N".
001700         88  GL-EXHAUSTED              VALUE "Y".
001710     05  MISHIST-EOF-SWITCH   PIC X(01) VALUE "N".
001720         88  HISTORY-EXHAUSTED         VALUE "Y".
001730     05  SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001740         88  SORT-EXHAUSTED            VALUE "Y".
001750     05  PRODUCT-FOUND-SWITCH PIC X(01) VALUE "N".
001760         88  PRODUCT-FOUND             VALUE "Y".
001770     05  RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
001780         88  RATE-FOUND                VALUE "Y".
001790     05  FIRST-TIER-SWITCH    PIC X(01) VALUE "Y".
001800         88  FIRST-TIER-OF-PRODUCT     VALUE "Y".
001810     05  INTEREST-PROOF-SWITCH PIC X(01) VALUE "Y".
001820         88  INTEREST-IN-PROOF         VALUE "Y".
001830         88  INTEREST-OUT-OF-PROOF     VALUE "N".
001840*> ----------------------------------------------------------
001850*> Run stamp and the month-end being reported, which is the
001860*> run date on the run-control record
001870*> ----------------------------------------------------------
001880 01  MIS-RUN-DATE            PIC 9(08) VALUE 0.
001890 01  MIS-RUN-TIME            PIC 9(08) VALUE 0.
001900 01  MONTH-END-DATE          PIC 9(08) VALUE 0.
001910 01  MONTH-END-SPLIT REDEFINES MONTH-END-DATE.
001920     05  MONTH-END-CCYY      PIC 9(04).
001930     05  MONTH-END-MM        PIC 9(02).
001940     05  MONTH-END-DD        PIC 9(02).
001950 01  MONTH-END-MONTH-VIEW REDEFINES MONTH-END-DATE.
001960     05  MONTH-END-CCYYMM    PIC 9(06).
001970     05  FILLER              PIC 9(02).
001980 01  EXPECTED-PRIOR-CCYYMM   PIC 9(06) VALUE 0.
001990*> ----------------------------------------------------------
002000*> Product lines.  A CD is product type C, anything else S,
002010*> as on GLMAP and FEESCHED; the line is the product type and
002020*> compounding frequency.  The seventh entry holds the
002030*> portfolio totals and is never matched to an account.
002040*> ----------------------------------------------------------
002050 01  PRODUCT-LINE-COUNT      PIC 9(01) COMP VALUE 6.
002060 01  PRODUCT-TOTAL-SUB       PIC 9(01) COMP VALUE 7.
002070 01  PRODUCT-SUB             PIC 9(01) COMP VALUE 0.
002080 01  PRODUCT-SCAN-SUB        PIC 9(01) COMP VALUE 0.
002090 01  PRODUCT-LINE-VALUES.
002100     05  FILLER              PIC X(20)
002110         VALUE "SMSAVINGS MONTHLY   ".
002120     05  FILLER              PIC X(20)
002130         VALUE "SQSAVINGS QUARTERLY ".
002140     05  FILLER              PIC X(20)
002150         VALUE "SDSAVINGS DAILY     ".
002160     05  FILLER              PIC X(20)
002170         VALUE "CMCD MONTHLY        ".
002180     05  FILLER              PIC X(20)
002190         VALUE "CQCD QUARTERLY      ".
002200     05  FILLER              PIC X(20)
002210         VALUE "CDCD DAILY          ".
002220     05  FILLER              PIC X(20)
002230         VALUE "**ALL PRODUCTS      ".
002240 01  PRODUCT-LINE-TABLE REDEFINES PRODUCT-LINE-VALUES.
002250     05  PRODUCT-LINE OCCURS 7 TIMES.
002260         10  PL-PRODUCT-TYPE     PIC X(01).
002270         10  PL-COMPOUND-FREQ    PIC X(01).
002280         10  PL-LABEL            PIC X(18).
002290 01  HELD-PRODUCT-TYPE       PIC X(01) VALUE SPACE.
002300 01  HELD-COMPOUND-FREQ      PIC X(01) VALUE SPACE.
002310*> ----------------------------------------------------------
002320*> This month-end's totals by product line, the seventh entry
002330*> the whole portfolio.  The rate weight is the balance times
002340*> the rate it earns; divided by the balance it gives the
002350*> weighted average rate.
002360*> ----------------------------------------------------------
002370 01  PRODUCT-TOTAL-AREA.
002380     05  PRODUCT-TOTAL OCCURS 7 TIMES.
002390         10  PT-ACCOUNT-COUNT    PIC 9(07).
002400         10  PT-BALANCE          PIC S9(11)V9(2) COMP-3.
002410         10  PT-RATE-WEIGHT      PIC S9(14)V9(4) COMP-3.
002420         10  PT-WEIGHTED-RATE    PIC S9(03)V9(4) COMP-3.
002430         10  PT-INTEREST         PIC S9(11)V9(2) COMP-3.
002440         10  PT-COST-OF-FUNDS    PIC S9(03)V9(4) COMP-3.
002450         10  PT-DORMANT-COUNT    PIC 9(07).
002460         10  PT-DORMANT-BALANCE  PIC S9(11)V9(2) COMP-3.
002470         10  PT-ESCHEAT-COUNT    PIC 9(07).
002480         10  PT-ESCHEAT-BALANCE  PIC S9(11)V9(2) COMP-3.
002490*> ----------------------------------------------------------
002500*> Rate-table fields.  The table is loaded once at
002510*> initialization; a savings balance earns the best entry for
002520*> its compounding frequency (highest qualifying tier floor,
002530*> latest effective date not after the month-end), as in
002540*> SAVINGS_BAKER.
002550*> ----------------------------------------------------------
002560 01  RATE-ENTRY-MAX          PIC 9(03) COMP VALUE 200.
002570 01  RATE-ENTRY-COUNT        PIC 9(03) COMP VALUE 0.
002580 01  RATE-SUB                PIC 9(03) COMP VALUE 0.
002590 01  RATE-TABLE-AREA.
002600     05  RATE-ENTRY OCCURS 200 TIMES.
002610         10  RT-PRODUCT-CODE     PIC X(01).
002620         10  RT-TIER-FLOOR       PIC S9(9)V9(2) COMP-3.
002630         10  RT-EFFECTIVE-DATE   PIC 9(08).
002640         10  RT-ANNUAL-RATE      PIC S9(9)V9(2) COMP-3.
002650 01  BEST-TIER-FLOOR         PIC S9(9)V9(2) COMP-3 VALUE 0.
002660 01  BEST-EFFECTIVE-DATE     PIC 9(08) VALUE 0.
002670 01  ACCOUNT-ANNUAL-RATE     PIC S9(9)V9(2) COMP-3 VALUE 0.
002680 01  ACCOUNT-RATE-WEIGHT     PIC S9(14)V9(4) COMP-3 VALUE 0.
002690*> ----------------------------------------------------------
002700*> CD maturity ladder.  Bucket 1 is matured (or undated);
002710*> buckets 2 through 9 are the calendar quarters from the
002720*> month-end's own quarter on; bucket 10 is everything later.
002730*> ----------------------------------------------------------
002740 01  LADDER-BUCKET-COUNT     PIC 9(02) COMP VALUE 10.
002750 01  LADDER-SUB              PIC 9(02) COMP VALUE 0.
002760 01  LADDER-AREA.
002770     05  LADDER-BUCKET OCCURS 10 TIMES.
002780         10  LB-LABEL            PIC X(18).
002790         10  LB-ACCOUNT-COUNT    PIC 9(07).
002800         10  LB-BALANCE          PIC S9(11)V9(2) COMP-3.
002810         10  LB-RATE-WEIGHT      PIC S9(14)V9(4) COMP-3.
002820 01  LADDER-CD-COUNT         PIC 9(07) VALUE 0.
002830 01  LADDER-CD-BALANCE       PIC S9(11)V9(2) COMP-3 VALUE 0.
002840 01  LADDER-CD-RATE-WEIGHT   PIC S9(14)V9(4) COMP-3 VALUE 0.
002850 01  MATURITY-DATE-HOLD      PIC 9(08) VALUE 0.
002860 01  MATURITY-DATE-SPLIT REDEFINES MATURITY-DATE-HOLD.
002870     05  MATURITY-CCYY       PIC 9(04).
002880     05  MATURITY-MM         PIC 9(02).
002890     05  MATURITY-DD         PIC 9(02).
002900 01  QUARTER-OF-YEAR         PIC 9(01) VALUE 0.
002910 01  MONTH-END-QUARTER-SERIAL PIC 9(06) VALUE 0.
002920 01  MATURITY-QUARTER-SERIAL PIC 9(06) VALUE 0.
002930 01  QUARTERS-AHEAD          PIC 9(06) VALUE 0.
002940 01  LABEL-QUARTER-SERIAL    PIC 9(06) VALUE 0.
002950 01  LABEL-CCYY              PIC 9(04) VALUE 0.
002960 01  LABEL-QUARTER           PIC 9(01) VALUE 0.
002970*> ----------------------------------------------------------
002980*> Thirteen-month trend, oldest month-end first.  The prior
002990*> month-ends come from MISHIST (twelve at most); this one is
003000*> added last.  Product entry 7 of each month is the month's
003010*> portfolio total, worked out from the other six.
003020*> ----------------------------------------------------------
003030 01  TREND-PRIOR-MAX         PIC 9(02) COMP VALUE 12.
003040 01  TREND-MONTH-COUNT       PIC 9(02) COMP VALUE 0.
003050 01  TREND-SUB               PIC 9(02) COMP VALUE 0.
003060 01  PRIOR-MONTH-SUB         PIC 9(02) COMP VALUE 0.
003070 01  TREND-AREA.
003080     05  TREND-MONTH OCCURS 13 TIMES.
003090         10  TM-CCYYMM           PIC 9(06).
003100         10  TM-MONTH-END-DATE   PIC 9(08).
003110         10  TM-PRODUCT OCCURS 7 TIMES.
003120             15  TM-PRESENT-FLAG     PIC X(01).
003130                 88  TM-PRODUCT-PRESENT      VALUE "Y".
003140             15  TM-ACCOUNT-COUNT    PIC 9(07).
003150             15  TM-BALANCE          PIC S9(11)V9(2) COMP-3.
003160             15  TM-WEIGHTED-RATE    PIC S9(03)V9(4) COMP-3.
003170             15  TM-INTEREST         PIC S9(11)V9(2) COMP-3.
003180             15  TM-COST-OF-FUNDS    PIC S9(03)V9(4) COMP-3.
003190             15  TM-DORMANT-COUNT    PIC 9(07).
003200             15  TM-DORMANT-BALANCE  PIC S9(11)V9(2) COMP-3.
003210             15  TM-ESCHEAT-COUNT    PIC 9(07).
003220             15  TM-ESCHEAT-BALANCE  PIC S9(11)V9(2) COMP-3.
003230 01  TREND-RATE-WEIGHT       PIC S9(14)V9(4) COMP-3 VALUE 0.
003240*> ----------------------------------------------------------
003250*> Sorted-stream control break and the tier being printed
003260*> ----------------------------------------------------------
003270 01  CURRENT-PRODUCT-LINE    PIC 9(01) VALUE 0.
003280 01  CURRENT-TIER-TYPE       PIC X(01) VALUE SPACE.
003290 01  CURRENT-TIER-FLOOR      PIC S9(9)V9(2) COMP-3 VALUE 0.
003300 01  TIER-ACCOUNT-COUNT      PIC 9(07) VALUE 0.
003310 01  TIER-BALANCE            PIC S9(11)V9(2) COMP-3 VALUE 0.
003320 01  TIER-RATE-WEIGHT        PIC S9(14)V9(4) COMP-3 VALUE 0.
003330 01  TIER-FLOOR-EDIT         PIC Z(8)9.99.
003340*> ----------------------------------------------------------
003350*> Work fields for the percentage, weighted-rate and cost-of-
003360*> funds computations.  The inputs are placed by the caller
003370*> before the perform.
003380*> ----------------------------------------------------------
003390 01  PERCENT-PART            PIC S9(11)V9(2) COMP-3 VALUE 0.
003400 01  PERCENT-WHOLE           PIC S9(11)V9(2) COMP-3 VALUE 0.
003410 01  PERCENT-RESULT          PIC S9(05)V9(2) COMP-3 VALUE 0.
003420 01  WEIGHT-AMOUNT           PIC S9(14)V9(4) COMP-3 VALUE 0.
003430 01  WEIGHT-BALANCE          PIC S9(11)V9(2) COMP-3 VALUE 0.
003440 01  WEIGHT-RESULT           PIC S9(03)V9(4) COMP-3 VALUE 0.
003450 01  COF-INTEREST            PIC S9(11)V9(2) COMP-3 VALUE 0.
003460 01  COF-BALANCE             PIC S9(11)V9(2) COMP-3 VALUE 0.
003470 01  COF-RESULT              PIC S9(03)V9(4) COMP-3 VALUE 0.
003480 01  GROWTH-CHANGE           PIC S9(11)V9(2) COMP-3 VALUE 0.
003490*> ----------------------------------------------------------
003500*> Run totals
003510*> ----------------------------------------------------------
003520 01  GL-INTEREST-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
003530 01  GL-UNCLASSIFIED-INTEREST PIC S9(11)V9(2) COMP-3 VALUE 0.
003540 77  POSITION-READ-COUNT     PIC 9(07) VALUE 0.
003550 77  NO-MASTER-COUNT         PIC 9(07) VALUE 0.
003560 77  NOT-CLASSIFIED-COUNT    PIC 9(07) VALUE 0.
003570 77  ACCOUNTS-REPORTED-COUNT PIC 9(07) VALUE 0.
003580 77  GL-READ-COUNT           PIC 9(07) VALUE 0.
003590 77  GL-UNCLASSIFIED-COUNT   PIC 9(07) VALUE 0.
003600 77  HISTORY-READ-COUNT      PIC 9(07) VALUE 0.
003610 77  HISTORY-DROPPED-COUNT   PIC 9(07) VALUE 0.
003620 77  HISTORY-WRITTEN-COUNT   PIC 9(07) VALUE 0.
003630*> ----------------------------------------------------------
003640*> Report print lines
003650*> ----------------------------------------------------------
003660 01  REPORT-HEADING-LINE.
003670     05  FILLER              PIC X(36)
003680         VALUE "MONTH-END DEPOSIT PORTFOLIO REPORT  ".
003690     05  FILLER              PIC X(09) VALUE "RUN DATE ".
003700     05  RHL-RUN-DATE        PIC 9(08).
003710     05  FILLER              PIC X(06) VALUE " TIME ".
003720     05  RHL-RUN-TIME        PIC 9(08).
003730 01  REPORT-MONTH-LINE.
003740     05  FILLER              PIC X(13) VALUE "MONTH ENDING ".
003750     05  RML-MONTH-END-DATE  PIC 9(08).
003760 01  TIER-COLUMN-LINE.
003770     05  FILLER              PIC X(19) VALUE "PRODUCT".
003780     05  FILLER              PIC X(21) VALUE "RATE TIER".
003790     05  FILLER              PIC X(07) VALUE "  ACCTS".
003800     05  FILLER              PIC X(17) VALUE "          BALANCE".
003810     05  FILLER              PIC X(08) VALUE "   % TOT".
003820     05  FILLER              PIC X(09) VALUE " WTD RATE".
003830 01  TIER-DETAIL-LINE.
003840     05  TDL-PRODUCT         PIC X(18).
003850     05  FILLER              PIC X(01) VALUE SPACE.
003860     05  TDL-TIER            PIC X(20).
003870     05  FILLER              PIC X(01) VALUE SPACE.
003880     05  TDL-ACCOUNTS        PIC Z(06)9.
003890     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  TDL-BALANCE         PIC -(11)9.99.
003910     05  FILLER              PIC X(02) VALUE SPACES.
003920     05  TDL-PERCENT         PIC ZZ9.99.
003930     05  FILLER              PIC X(02) VALUE SPACES.
003940     05  TDL-WEIGHTED-RATE   PIC ZZ9.999.
003950 01  SUMMARY-COLUMN-LINE.
003960     05  FILLER              PIC X(19) VALUE "PRODUCT".
003970     05  FILLER              PIC X(07) VALUE "  ACCTS".
003980     05  FILLER              PIC X(17) VALUE "          BALANCE".
003990     05  FILLER              PIC X(09) VALUE " WTD RATE".
004000     05  FILLER              PIC X(15) VALUE " MONTH INTEREST".
004010     05  FILLER              PIC X(10) VALUE " ANN COF %".
004020 01  SUMMARY-DETAIL-LINE.
004030     05  SDL-PRODUCT         PIC X(18).
004040     05  FILLER              PIC X(01) VALUE SPACE.
004050     05  SDL-ACCOUNTS        PIC Z(06)9.
004060     05  FILLER              PIC X(02) VALUE SPACES.
004070     05  SDL-BALANCE         PIC -(11)9.99.
004080     05  FILLER              PIC X(02) VALUE SPACES.
004090     05  SDL-WEIGHTED-RATE   PIC ZZ9.999.
004100     05  FILLER              PIC X(02) VALUE SPACES.
004110     05  SDL-INTEREST        PIC -(9)9.99.
004120     05  FILLER              PIC X(02) VALUE SPACES.
004130     05  SDL-COST-OF-FUNDS   PIC -(3)9.999.
004140 01  GROWTH-TITLE-LINE.
004150     05  FILLER              PIC X(42)
004160         VALUE "MONTH-OVER-MONTH GROWTH - PRIOR MONTH-END ".
004170     05  GTL-PRIOR-DATE      PIC 9(08).
004180 01  GROWTH-COLUMN-LINE.
004190     05  FILLER              PIC X(19) VALUE "PRODUCT".
004200     05  FILLER              PIC X(15) VALUE "  PRIOR BALANCE".
004210     05  FILLER              PIC X(17) VALUE "  CURRENT BALANCE".
004220     05  FILLER              PIC X(17) VALUE "           CHANGE".
004230     05  FILLER              PIC X(10) VALUE "  CHANGE %".
004240     05  FILLER              PIC X(09) VALUE "  PRV ACT".
004250     05  FILLER              PIC X(09) VALUE "  CUR ACT".
004260 01  GROWTH-DETAIL-LINE.
004270     05  GDL-PRODUCT         PIC X(18).
004280     05  FILLER              PIC X(01) VALUE SPACE.
004290     05  GDL-PRIOR-BALANCE   PIC -(11)9.99.
004300     05  FILLER              PIC X(02) VALUE SPACES.
004310     05  GDL-CURRENT-BALANCE PIC -(11)9.99.
004320     05  FILLER              PIC X(02) VALUE SPACES.
004330     05  GDL-CHANGE          PIC -(11)9.99.
004340     05  FILLER              PIC X(02) VALUE SPACES.
004350     05  GDL-CHANGE-PERCENT  PIC -(4)9.99.
004360     05  GDL-CHANGE-PERCENT-X REDEFINES GDL-CHANGE-PERCENT
004370                             PIC X(08).
004380     05  FILLER              PIC X(02) VALUE SPACES.
004390     05  GDL-PRIOR-ACCOUNTS  PIC Z(06)9.
004400     05  FILLER              PIC X(02) VALUE SPACES.
004410     05  GDL-CURRENT-ACCOUNTS PIC Z(06)9.
004420 01  LADDER-COLUMN-LINE.
004430     05  FILLER              PIC X(19) VALUE "MATURITY".
004440     05  FILLER              PIC X(07) VALUE "  ACCTS".
004450     05  FILLER              PIC X(17) VALUE "          BALANCE".
004460     05  FILLER              PIC X(08) VALUE "   % CDS".
004470     05  FILLER              PIC X(09) VALUE " WTD RATE".
004480 01  LADDER-DETAIL-LINE.
004490     05  LDL-BUCKET          PIC X(18).
004500     05  FILLER              PIC X(01) VALUE SPACE.
004510     05  LDL-ACCOUNTS        PIC Z(06)9.
004520     05  FILLER              PIC X(02) VALUE SPACES.
004530     05  LDL-BALANCE         PIC -(11)9.99.
004540     05  FILLER              PIC X(02) VALUE SPACES.
004550     05  LDL-PERCENT         PIC ZZ9.99.
004560     05  FILLER              PIC X(02) VALUE SPACES.
004570     05  LDL-WEIGHTED-RATE   PIC ZZ9.999.
004580 01  DORMANT-COLUMN-LINE.
004590     05  FILLER              PIC X(19) VALUE "PRODUCT".
004600     05  FILLER              PIC X(07) VALUE "DORMANT".
004610     05  FILLER              PIC X(17) VALUE "  DORMANT BALANCE".
004620     05  FILLER              PIC X(09) VALUE "  ESCHEAT".
004630     05  FILLER              PIC X(17) VALUE "  ESCHEAT BALANCE".
004640 01  DORMANT-DETAIL-LINE.
004650     05  DDL-PRODUCT         PIC X(18).
004660     05  FILLER              PIC X(01) VALUE SPACE.
004670     05  DDL-DORMANT-ACCOUNTS PIC Z(06)9.
004680     05  FILLER              PIC X(02) VALUE SPACES.
004690     05  DDL-DORMANT-BALANCE PIC -(11)9.99.
004700     05  FILLER              PIC X(02) VALUE SPACES.
004710     05  DDL-ESCHEAT-ACCOUNTS PIC Z(06)9.
004720     05  FILLER              PIC X(02) VALUE SPACES.
004730     05  DDL-ESCHEAT-BALANCE PIC -(11)9.99.
004740 01  TREND-PRODUCT-COLUMN-LINE.
004750     05  FILLER              PIC X(09) VALUE "MONTH-END".
004760     05  FILLER              PIC X(12) VALUE " SAV MONTHLY".
004770     05  FILLER              PIC X(12) VALUE " SAV QUARTER".
004780     05  FILLER              PIC X(12) VALUE "   SAV DAILY".
004790     05  FILLER              PIC X(12) VALUE "  CD MONTHLY".
004800     05  FILLER              PIC X(12) VALUE "  CD QUARTER".
004810     05  FILLER              PIC X(12) VALUE "    CD DAILY".
004820     05  FILLER              PIC X(12) VALUE "       TOTAL".
004830 01  TREND-PRODUCT-LINE.
004840     05  TPL-MONTH-END-DATE  PIC 9(08).
004850     05  FILLER              PIC X(01) VALUE SPACE.
004860     05  TPL-BALANCE-ENTRY OCCURS 7 TIMES.
004870         10  FILLER          PIC X(01).
004880         10  TPL-BALANCE     PIC -(10)9.
004890 01  TREND-TOTAL-COLUMN-LINE.
004900     05  FILLER              PIC X(10) VALUE "MONTH-END".
004910     05  FILLER              PIC X(07) VALUE "  ACCTS".
004920     05  FILLER              PIC X(17) VALUE "          BALANCE".
004930     05  FILLER              PIC X(09) VALUE " WTD RATE".
004940     05  FILLER              PIC X(10) VALUE " ANN COF %".
004950     05  FILLER              PIC X(17) VALUE "  DORMANT BALANCE".
004960     05  FILLER              PIC X(17) VALUE "  ESCHEAT BALANCE".
004970 01  TREND-TOTAL-LINE.
004980     05  TTL-MONTH-END-DATE  PIC 9(08).
004990     05  FILLER              PIC X(02) VALUE SPACES.
005000     05  TTL-ACCOUNTS        PIC Z(06)9.
005010     05  FILLER              PIC X(02) VALUE SPACES.
005020     05  TTL-BALANCE         PIC -(11)9.99.
005030     05  FILLER              PIC X(02) VALUE SPACES.
005040     05  TTL-WEIGHTED-RATE   PIC ZZ9.999.
005050     05  FILLER              PIC X(02) VALUE SPACES.
005060     05  TTL-COST-OF-FUNDS   PIC -(3)9.999.
005070     05  FILLER              PIC X(02) VALUE SPACES.
005080     05  TTL-DORMANT-BALANCE PIC -(11)9.99.
005090     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  TTL-ESCHEAT-BALANCE PIC -(11)9.99.
005110 01  REPORT-COUNT-LINE.
005120     05  RCL-LABEL            PIC X(32).
005130     05  FILLER               PIC X(01) VALUE SPACE.
005140     05  RCL-COUNT            PIC Z(06)9.
005150 01  REPORT-AMOUNT-LINE.
005160     05  RAL-LABEL            PIC X(32).
005170     05  FILLER               PIC X(01) VALUE SPACE.
005180     05  RAL-AMOUNT           PIC -(13)9.99.
005190 PROCEDURE DIVISION.
005200*****************************************************************
005210* 0000-MAINLINE
005220*   Top level driver - proves the run control, classifies the
005230*   month's GL interest by product line, sorts the positions
005240*   by product line and rate tier and prints the tier
005250*   section from the sorted stream, then prints the product,
005260*   growth, maturity-ladder, dormancy and trend sections from
005270*   the totals, rolls the month-end history forward, and sets
005280*   the return code.
005290*****************************************************************
005300 0000-MAINLINE.
005310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005320     IF NOT RUN-ERROR AND NOT NOT-MONTH-END
005330        PERFORM 2000-CLASSIFY-GL-INTEREST THRU 2000-EXIT
005340        SORT PORTFOLIO-SORT-FILE
005350           ON ASCENDING KEY SRT-PRODUCT-LINE
005360                            SRT-TIER-TYPE
005370                            SRT-TIER-FLOOR
005380                            SRT-ACCT-NUMBER
005390           INPUT PROCEDURE IS 3000-SELECT-POSITIONS
005400              THRU 3999-SELECT-EXIT
005410           OUTPUT PROCEDURE IS 4000-PRINT-TIER-SECTION
005420              THRU 4999-PRINT-EXIT
005430        PERFORM 5000-WRITE-PRODUCT-SUMMARY THRU 5000-EXIT
005440        PERFORM 5100-WRITE-GROWTH THRU 5100-EXIT
005450        PERFORM 5200-WRITE-MATURITY-LADDER THRU 5200-EXIT
005460        PERFORM 5300-WRITE-DORMANT-ESCHEAT THRU 5300-EXIT
005470        PERFORM 6000-ROLL-HISTORY THRU 6000-EXIT
005480        PERFORM 6100-WRITE-TREND THRU 6100-EXIT
005490        PERFORM 6200-WRITE-CONTROL-TOTALS THRU 6200-EXIT
005500     END-IF
005510     PERFORM 9000-TERMINATE THRU 9000-EXIT
005520     STOP RUN.
005530*****************************************************************
005540* 1000-INITIALIZE
005550*   Opens the run-control record and the report, refuses a
005560*   run-control record flagged out of balance, and stops
005570*   quietly when the night is not a month-end.  On a month-
005580*   end it opens the remaining files, loads the rate table
005590*   and the prior month-ends from the history file, and
005600*   labels the maturity ladder's quarters.
005610*   A run whose date is not the next processing date on the
005620*   date-control record is refused before any file is opened.
005630*****************************************************************
005640 1000-INITIALIZE.
005650     ACCEPT MIS-RUN-DATE FROM DATE YYYYMMDD
005660     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
005670     IF RUN-ERROR
005680        GO TO 1000-EXIT
005690     END-IF
005700     OPEN INPUT RUN-CONTROL-FILE
005710     IF NOT RUNCTL-OK
005720        DISPLAY "PORT_MIS: UNABLE TO OPEN RUNCTL, STATUS "
005730           RUNCTL-STATUS
005740        MOVE "Y" TO RUN-ERROR-SWITCH
005750     END-IF
005760     OPEN OUTPUT PORTFOLIO-REPORT-FILE
005770     IF NOT MISRPT-OK
005780        DISPLAY "PORT_MIS: UNABLE TO OPEN MISRPT, STATUS "
005790           MISRPT-STATUS
005800        MOVE "Y" TO RUN-ERROR-SWITCH
005810     END-IF
005820     ACCEPT MIS-RUN-TIME FROM TIME
005830     IF MISRPT-OK
005840        MOVE MIS-RUN-DATE TO RHL-RUN-DATE
005850        MOVE MIS-RUN-TIME TO RHL-RUN-TIME
005860        WRITE PORTFOLIO-REPORT-LINE FROM REPORT-HEADING-LINE
005870     END-IF
005880     IF RUN-ERROR
005890        GO TO 1000-EXIT
005900     END-IF
005910     READ RUN-CONTROL-FILE
005920         AT END
005930             DISPLAY "PORT_MIS: RUNCTL IS EMPTY - NO RUN TO "
005940                "REPORT"
005950             MOVE "Y" TO RUN-ERROR-SWITCH
005960             GO TO 1000-EXIT
005970     END-READ
005980     IF CTL-OUT-OF-BALANCE
005990        DISPLAY "PORT_MIS: RUN CONTROL FLAGS THE EXTRACT OUT "
006000           "OF BALANCE - RUN REFUSED"
006010        MOVE "Y" TO RUN-ERROR-SWITCH
006020        GO TO 1000-EXIT
006030     END-IF
006040     IF NOT CTL-MONTH-END-RUN
006050        DISPLAY "PORT_MIS: NOT A MONTH-END RUN - NO PORTFOLIO "
006060           "REPORT"
006070        MOVE "NOT A MONTH-END RUN - NO PORTFOLIO REPORT"
006080           TO PORTFOLIO-REPORT-LINE
006090        WRITE PORTFOLIO-REPORT-LINE
006100        MOVE "Y" TO NOT-MONTH-END-SWITCH
006110        GO TO 1000-EXIT
006120     END-IF
006130     MOVE CTL-RUN-DATE TO MONTH-END-DATE
006140     MOVE MONTH-END-DATE TO RML-MONTH-END-DATE
006150     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-MONTH-LINE
006160     OPEN INPUT CURRENT-POSITION-FILE
006170     IF NOT CURRNEW-OK
006180        DISPLAY "PORT_MIS: UNABLE TO OPEN CURRNEW, STATUS "
006190           CURRNEW-STATUS
006200        MOVE "Y" TO RUN-ERROR-SWITCH
006210     END-IF
006220     OPEN INPUT ACCOUNT-MASTER-FILE
006230     IF NOT ACCTMAST-OK
006240        DISPLAY "PORT_MIS: UNABLE TO OPEN ACCTMAST, STATUS "
006250           ACCTMAST-STATUS
006260        MOVE "Y" TO RUN-ERROR-SWITCH
006270     END-IF
006280     OPEN INPUT GL-EXTRACT-FILE
006290     IF NOT GLEXTRCT-OK
006300        DISPLAY "PORT_MIS: UNABLE TO OPEN GLEXTRCT, STATUS "
006310           GLEXTRCT-STATUS
006320        MOVE "Y" TO RUN-ERROR-SWITCH
006330     END-IF
006340     IF RUN-ERROR
006350        GO TO 1000-EXIT
006360     END-IF
006370     INITIALIZE PRODUCT-TOTAL-AREA
006380     INITIALIZE LADDER-AREA
006390     INITIALIZE TREND-AREA
006400     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT
006410     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
006420     PERFORM 1500-LABEL-LADDER THRU 1500-EXIT.
006430 1000-EXIT.
006440     EXIT.
006450*****************************************************************
006460* 1010-CHECK-PROCESSING-DATE
006470*   Reads the date-control record and refuses the run unless
006480*   the run date is the next processing date on it, so a
006490*   resubmitted night, or one run after a skipped night, stops
006500*   here before anything is reported.
006510*****************************************************************
006520 1010-CHECK-PROCESSING-DATE.
006530     OPEN INPUT DATE-CONTROL-FILE
006540     IF NOT DATECTL-OK
006550        DISPLAY "PORT_MIS: UNABLE TO OPEN DATECTL, STATUS "
006560           DATECTL-STATUS
006570        MOVE "Y" TO RUN-ERROR-SWITCH
006580        GO TO 1010-EXIT
006590     END-IF
006600     READ DATE-CONTROL-FILE
006610         AT END
006620             DISPLAY "PORT_MIS: DATECTL IS EMPTY - NO "
006630                "PROCESSING DATE ON FILE"
006640             MOVE "Y" TO RUN-ERROR-SWITCH
006650     END-READ
006660     CLOSE DATE-CONTROL-FILE
006670     IF RUN-ERROR
006680        GO TO 1010-EXIT
006690     END-IF
006700     IF MIS-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
006710        DISPLAY "PORT_MIS: RUN DATE " MIS-RUN-DATE
006720           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
006730        DISPLAY "PORT_MIS: LAST COMPLETED DATE "
006740           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
006750        MOVE "Y" TO RUN-ERROR-SWITCH
006760     END-IF.
006770 1010-EXIT.
006780     EXIT.
006790*****************************************************************
006800* 1100-READ-POSITION
006810*   Reads the next current-position record.
006820*****************************************************************
006830 1100-READ-POSITION.
006840     READ CURRENT-POSITION-FILE
006850        AT END MOVE "Y" TO CURRNEW-EOF-SWITCH
006860        NOT AT END ADD 1 TO POSITION-READ-COUNT
006870     END-READ.
006880 1100-EXIT.
006890     EXIT.
006900*****************************************************************
006910* 1200-READ-GL-EXTRACT
006920*   Reads the next GL extract record.
006930*****************************************************************
006940 1200-READ-GL-EXTRACT.
006950     READ GL-EXTRACT-FILE
006960        AT END MOVE "Y" TO GLEXTRCT-EOF-SWITCH
006970        NOT AT END ADD 1 TO GL-READ-COUNT
006980     END-READ.
006990 1200-EXIT.
007000     EXIT.
007010*****************************************************************
007020* 1300-LOAD-RATE-TABLE
007030*   Loads the product rate table into working storage.  The
007040*   file is optional: a run with no rate table leaves the
007050*   entry count at zero and every account is reported at the
007060*   flat rate carried on its own master record.
007070*****************************************************************
007080 1300-LOAD-RATE-TABLE.
007090     OPEN INPUT RATE-TABLE-FILE
007100     IF NOT RATETABL-OK
007110        DISPLAY "PORT_MIS: NO RATE TABLE, STATUS "
007120           RATETABL-STATUS
007130           " - ACCOUNT RATES WILL BE USED"
007140        CLOSE RATE-TABLE-FILE
007150        GO TO 1300-EXIT
007160     END-IF
007170     PERFORM 1310-READ-RATE-ENTRY THRU 1310-EXIT
007180        UNTIL RATETABL-EOF
007190           OR RATE-ENTRY-COUNT = RATE-ENTRY-MAX
007200     IF NOT RATETABL-EOF
007210        DISPLAY "PORT_MIS: RATE TABLE TRUNCATED AT "
007220           RATE-ENTRY-MAX " ENTRIES"
007230     END-IF
007240     CLOSE RATE-TABLE-FILE.
007250 1300-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 1310-READ-RATE-ENTRY
007290*   Reads one rate-table record into the next table slot.
007300*****************************************************************
007310 1310-READ-RATE-ENTRY.
007320     READ RATE-TABLE-FILE
007330         AT END
007340             GO TO 1310-EXIT
007350     END-READ
007360     ADD 1 TO RATE-ENTRY-COUNT
007370     MOVE RATE-PRODUCT-CODE TO
007380        RT-PRODUCT-CODE (RATE-ENTRY-COUNT)
007390     MOVE RATE-TIER-FLOOR TO
007400        RT-TIER-FLOOR (RATE-ENTRY-COUNT)
007410     MOVE RATE-EFFECTIVE-DATE TO
007420        RT-EFFECTIVE-DATE (RATE-ENTRY-COUNT)
007430     MOVE RATE-ANNUAL-RATE TO
007440        RT-ANNUAL-RATE (RATE-ENTRY-COUNT).
007450 1310-EXIT.
007460     EXIT.
007470*****************************************************************
007480* 1400-LOAD-HISTORY
007490*   Loads the prior month-ends from the history file into the
007500*   trend table, keeping the latest twelve, and works out each
007510*   month's portfolio total.  The file is optional: without it
007520*   the trend starts with this month-end.  Records for this
007530*   month or a later one (a rerun, or a date reset) are
007540*   dropped, to be replaced by this run's figures.
007550*****************************************************************
007560 1400-LOAD-HISTORY.
007570     OPEN INPUT MIS-HISTORY-FILE
007580     IF NOT MISHIST-OK
007590        DISPLAY "PORT_MIS: NO PRIOR MISHIST, STATUS "
007600           MISHIST-STATUS " - TREND STARTS FRESH"
007610        CLOSE MIS-HISTORY-FILE
007620        GO TO 1400-EXIT
007630     END-IF
007640     PERFORM 1410-READ-HISTORY-RECORD THRU 1410-EXIT
007650        UNTIL HISTORY-EXHAUSTED
007660     CLOSE MIS-HISTORY-FILE
007670     MOVE PRODUCT-TOTAL-SUB TO PRODUCT-SUB
007680     PERFORM 1440-TOTAL-HISTORY-MONTH THRU 1440-EXIT
007690        VARYING TREND-SUB FROM 1 BY 1
007700           UNTIL TREND-SUB > TREND-MONTH-COUNT.
007710 1400-EXIT.
007720     EXIT.
007730*****************************************************************
007740* 1410-READ-HISTORY-RECORD
007750*   Reads one history record and files it under its month-end
007760*   and product line.  The file is in month-end order, so a
007770*   new month-end opens the next trend slot, first dropping
007780*   the oldest when twelve are already held.  A record out of
007790*   order or for no known product line is dropped.
007800*****************************************************************
007810 1410-READ-HISTORY-RECORD.
007820     READ MIS-HISTORY-FILE
007830         AT END
007840             MOVE "Y" TO MISHIST-EOF-SWITCH
007850             GO TO 1410-EXIT
007860     END-READ
007870     ADD 1 TO HISTORY-READ-COUNT
007880     IF MSH-MONTH-END-CCYYMM NOT < MONTH-END-CCYYMM
007890        ADD 1 TO HISTORY-DROPPED-COUNT
007900        GO TO 1410-EXIT
007910     END-IF
007920     MOVE MSH-PRODUCT-TYPE TO HELD-PRODUCT-TYPE
007930     MOVE MSH-COMPOUND-FREQ TO HELD-COMPOUND-FREQ
007940     PERFORM 2300-FIND-PRODUCT-LINE THRU 2300-EXIT
007950     IF NOT PRODUCT-FOUND
007960        ADD 1 TO HISTORY-DROPPED-COUNT
007970        GO TO 1410-EXIT
007980     END-IF
007990     IF TREND-MONTH-COUNT = ZERO
008000        PERFORM 1420-OPEN-TREND-MONTH THRU 1420-EXIT
008010     ELSE
008020        IF MSH-MONTH-END-CCYYMM > TM-CCYYMM (TREND-MONTH-COUNT)
008030           PERFORM 1420-OPEN-TREND-MONTH THRU 1420-EXIT
008040        END-IF
008050     END-IF
008060     IF MSH-MONTH-END-CCYYMM NOT = TM-CCYYMM (TREND-MONTH-COUNT)
008070        ADD 1 TO HISTORY-DROPPED-COUNT
008080        GO TO 1410-EXIT
008090     END-IF
008100     MOVE "Y" TO TM-PRESENT-FLAG (TREND-MONTH-COUNT, PRODUCT-SUB)
008110     MOVE MSH-ACCOUNT-COUNT
008120        TO TM-ACCOUNT-COUNT (TREND-MONTH-COUNT, PRODUCT-SUB)
008130     MOVE MSH-BALANCE
008140        TO TM-BALANCE (TREND-MONTH-COUNT, PRODUCT-SUB)
008150     MOVE MSH-WEIGHTED-RATE
008160        TO TM-WEIGHTED-RATE (TREND-MONTH-COUNT, PRODUCT-SUB)
008170     MOVE MSH-INTEREST-EXPENSE
008180        TO TM-INTEREST (TREND-MONTH-COUNT, PRODUCT-SUB)
008190     MOVE MSH-COST-OF-FUNDS
008200        TO TM-COST-OF-FUNDS (TREND-MONTH-COUNT, PRODUCT-SUB)
008210     MOVE MSH-DORMANT-COUNT
008220        TO TM-DORMANT-COUNT (TREND-MONTH-COUNT, PRODUCT-SUB)
008230     MOVE MSH-DORMANT-BALANCE
008240        TO TM-DORMANT-BALANCE (TREND-MONTH-COUNT, PRODUCT-SUB)
008250     MOVE MSH-ESCHEAT-COUNT
008260        TO TM-ESCHEAT-COUNT (TREND-MONTH-COUNT, PRODUCT-SUB)
008270     MOVE MSH-ESCHEAT-BALANCE
008280        TO TM-ESCHEAT-BALANCE (TREND-MONTH-COUNT, PRODUCT-SUB).
008290 1410-EXIT.
008300     EXIT.
008310*****************************************************************
008320* 1420-OPEN-TREND-MONTH
008330*   Opens the trend slot for a new month-end from the history
008340*   file, sliding the held months down one when twelve are
008350*   already held so the oldest drops off.  The oldest month's
008360*   records are counted as dropped.
008370*****************************************************************
008380 1420-OPEN-TREND-MONTH.
008390     IF TREND-MONTH-COUNT = TREND-PRIOR-MAX
008400        PERFORM 1425-COUNT-AGED-OUT THRU 1425-EXIT
008410           VARYING PRODUCT-SCAN-SUB FROM 1 BY 1
008420              UNTIL PRODUCT-SCAN-SUB > PRODUCT-LINE-COUNT
008430        PERFORM 1430-SLIDE-TREND-MONTH THRU 1430-EXIT
008440           VARYING TREND-SUB FROM 1 BY 1
008450              UNTIL TREND-SUB = TREND-PRIOR-MAX
008460        SUBTRACT 1 FROM TREND-MONTH-COUNT
008470     END-IF
008480     ADD 1 TO TREND-MONTH-COUNT
008490     INITIALIZE TREND-MONTH (TREND-MONTH-COUNT)
008500     MOVE MSH-MONTH-END-CCYYMM TO TM-CCYYMM (TREND-MONTH-COUNT)
008510     MOVE MSH-MONTH-END-DATE
008520        TO TM-MONTH-END-DATE (TREND-MONTH-COUNT).
008530 1420-EXIT.
008540     EXIT.
008550*****************************************************************
008560* 1425-COUNT-AGED-OUT
008570*   Counts one product line of the oldest held month as
008580*   dropped when the month has a record for it.
008590*****************************************************************
008600 1425-COUNT-AGED-OUT.
008610     IF TM-PRODUCT-PRESENT (1, PRODUCT-SCAN-SUB)
008620        ADD 1 TO HISTORY-DROPPED-COUNT
008630     END-IF.
008640 1425-EXIT.
008650     EXIT.
008660*****************************************************************
008670* 1430-SLIDE-TREND-MONTH
008680*   Moves one held month down a trend slot.
008690*****************************************************************
008700 1430-SLIDE-TREND-MONTH.
008710     MOVE TREND-MONTH (TREND-SUB + 1) TO TREND-MONTH (TREND-SUB).
008720 1430-EXIT.
008730     EXIT.
008740*****************************************************************
008750* 1440-TOTAL-HISTORY-MONTH
008760*   Works out one prior month-end's portfolio total, held as
008770*   its seventh product entry, from its product lines.
008780*****************************************************************
008790 1440-TOTAL-HISTORY-MONTH.
008800     INITIALIZE TM-PRODUCT (TREND-SUB, PRODUCT-TOTAL-SUB)
008810     MOVE ZERO TO TREND-RATE-WEIGHT
008820     PERFORM 1450-ADD-HISTORY-PRODUCT THRU 1450-EXIT
008830        VARYING PRODUCT-SCAN-SUB FROM 1 BY 1
008840           UNTIL PRODUCT-SCAN-SUB > PRODUCT-LINE-COUNT
008850     MOVE "Y" TO TM-PRESENT-FLAG (TREND-SUB, PRODUCT-TOTAL-SUB)
008860     MOVE TREND-RATE-WEIGHT TO WEIGHT-AMOUNT
008870     MOVE TM-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
008880        TO WEIGHT-BALANCE
008890     PERFORM 7200-COMPUTE-WEIGHTED-RATE THRU 7200-EXIT
008900     MOVE WEIGHT-RESULT
008910        TO TM-WEIGHTED-RATE (TREND-SUB, PRODUCT-TOTAL-SUB)
008920     MOVE TM-INTEREST (TREND-SUB, PRODUCT-TOTAL-SUB)
008930        TO COF-INTEREST
008940     MOVE TM-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
008950        TO COF-BALANCE
008960     PERFORM 7300-COMPUTE-COST-OF-FUNDS THRU 7300-EXIT
008970     MOVE COF-RESULT
008980        TO TM-COST-OF-FUNDS (TREND-SUB, PRODUCT-TOTAL-SUB).
008990 1440-EXIT.
009000     EXIT.
009010*****************************************************************
009020* 1450-ADD-HISTORY-PRODUCT
009030*   Adds one product line of a prior month-end into the
009040*   month's portfolio total.
009050*****************************************************************
009060 1450-ADD-HISTORY-PRODUCT.
009070     ADD TM-ACCOUNT-COUNT (TREND-SUB, PRODUCT-SCAN-SUB)
009080        TO TM-ACCOUNT-COUNT (TREND-SUB, PRODUCT-TOTAL-SUB)
009090     ADD TM-BALANCE (TREND-SUB, PRODUCT-SCAN-SUB)
009100        TO TM-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
009110     COMPUTE TREND-RATE-WEIGHT = TREND-RATE-WEIGHT
009120        + TM-BALANCE (TREND-SUB, PRODUCT-SCAN-SUB)
009130        * TM-WEIGHTED-RATE (TREND-SUB, PRODUCT-SCAN-SUB)
009140     ADD TM-INTEREST (TREND-SUB, PRODUCT-SCAN-SUB)
009150        TO TM-INTEREST (TREND-SUB, PRODUCT-TOTAL-SUB)
009160     ADD TM-DORMANT-COUNT (TREND-SUB, PRODUCT-SCAN-SUB)
009170        TO TM-DORMANT-COUNT (TREND-SUB, PRODUCT-TOTAL-SUB)
009180     ADD TM-DORMANT-BALANCE (TREND-SUB, PRODUCT-SCAN-SUB)
009190        TO TM-DORMANT-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
009200     ADD TM-ESCHEAT-COUNT (TREND-SUB, PRODUCT-SCAN-SUB)
009210        TO TM-ESCHEAT-COUNT (TREND-SUB, PRODUCT-TOTAL-SUB)
009220     ADD TM-ESCHEAT-BALANCE (TREND-SUB, PRODUCT-SCAN-SUB)
009230        TO TM-ESCHEAT-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB).
009240 1450-EXIT.
009250     EXIT.
009260*****************************************************************
009270* 1500-LABEL-LADDER
009280*   Labels the maturity ladder's buckets: matured, the eight
009290*   calendar quarters from the month-end's own quarter on
009300*   (CCYY Qn), and after the last of them.
009310*****************************************************************
009320 1500-LABEL-LADDER.
009330     COMPUTE QUARTER-OF-YEAR = (MONTH-END-MM - 1) / 3
009340     COMPUTE MONTH-END-QUARTER-SERIAL =
009350        MONTH-END-CCYY * 4 + QUARTER-OF-YEAR
009360     MOVE "MATURED/NO DATE" TO LB-LABEL (1)
009370     PERFORM 1510-LABEL-LADDER-QUARTER THRU 1510-EXIT
009380        VARYING LADDER-SUB FROM 2 BY 1
009390           UNTIL LADDER-SUB = LADDER-BUCKET-COUNT
009400     STRING "AFTER " DELIMITED BY SIZE
009410            LB-LABEL (LADDER-BUCKET-COUNT - 1)
009420               DELIMITED BY SIZE
009430        INTO LB-LABEL (LADDER-BUCKET-COUNT).
009440 1500-EXIT.
009450     EXIT.
009460*****************************************************************
009470* 1510-LABEL-LADDER-QUARTER
009480*   Labels one quarter bucket of the maturity ladder.
009490*****************************************************************
009500 1510-LABEL-LADDER-QUARTER.
009510     COMPUTE LABEL-QUARTER-SERIAL =
009520        MONTH-END-QUARTER-SERIAL + LADDER-SUB - 2
009530     DIVIDE LABEL-QUARTER-SERIAL BY 4
009540        GIVING LABEL-CCYY REMAINDER LABEL-QUARTER
009550     ADD 1 TO LABEL-QUARTER
009560     STRING LABEL-CCYY DELIMITED BY SIZE
009570            " Q" DELIMITED BY SIZE
009580            LABEL-QUARTER DELIMITED BY SIZE
009590        INTO LB-LABEL (LADDER-SUB).
009600 1510-EXIT.
009610     EXIT.
009620*****************************************************************
009630* 2000-CLASSIFY-GL-INTEREST
009640*   Reads the month's GL extract and totals its interest -
009650*   period interest, back-value adjustments and close-out
009660*   interest alike - by the product line of each account on
009670*   the master.  Interest on an account no longer on the
009680*   master, or on no known product line, is counted apart.
009690*   Fee records carry no interest and add nothing.
009700*****************************************************************
009710 2000-CLASSIFY-GL-INTEREST.
009720     PERFORM 1200-READ-GL-EXTRACT THRU 1200-EXIT
009730     PERFORM 2100-CLASSIFY-GL-RECORD THRU 2100-EXIT
009740        UNTIL GL-EXHAUSTED.
009750 2000-EXIT.
009760     EXIT.
009770*****************************************************************
009780* 2100-CLASSIFY-GL-RECORD
009790*   Adds one GL extract record's interest to its account's
009800*   product line and reads the next.
009810*****************************************************************
009820 2100-CLASSIFY-GL-RECORD.
009830     ADD GLX-INTEREST-EARNED TO GL-INTEREST-TOTAL
009840     IF GLX-INTEREST-EARNED = ZERO
009850        GO TO 2100-NEXT
009860     END-IF
009870     MOVE GLX-ACCOUNT-NUMBER TO ACCT-NUMBER
009880     PERFORM 2200-FETCH-ACCOUNT THRU 2200-EXIT
009890     IF NOT PRODUCT-FOUND
009900        ADD 1 TO GL-UNCLASSIFIED-COUNT
009910        ADD GLX-INTEREST-EARNED TO GL-UNCLASSIFIED-INTEREST
009920        GO TO 2100-NEXT
009930     END-IF
009940     ADD GLX-INTEREST-EARNED TO PT-INTEREST (PRODUCT-SUB)
009950     ADD GLX-INTEREST-EARNED TO PT-INTEREST (PRODUCT-TOTAL-SUB).
009960 2100-NEXT.
009970     PERFORM 1200-READ-GL-EXTRACT THRU 1200-EXIT.
009980 2100-EXIT.
009990     EXIT.
010000*****************************************************************
010010* 2200-FETCH-ACCOUNT
010020*   Fetches the account placed in ACCT-NUMBER from the indexed
010030*   master and finds its product line.  An account not on the
010040*   master leaves the product not found and the account-known
010050*   test to the caller through ACCTMAST-STATUS.
010060*****************************************************************
010070 2200-FETCH-ACCOUNT.
010080     MOVE "N" TO PRODUCT-FOUND-SWITCH
010090     READ ACCOUNT-MASTER-FILE
010100         INVALID KEY
010110             GO TO 2200-EXIT
010120     END-READ
010130     IF ACCT-PROD-CD
010140        MOVE "C" TO HELD-PRODUCT-TYPE
010150     ELSE
010160        MOVE "S" TO HELD-PRODUCT-TYPE
010170     END-IF
010180     MOVE ACCT-COMPOUND-FREQ TO HELD-COMPOUND-FREQ
010190     PERFORM 2300-FIND-PRODUCT-LINE THRU 2300-EXIT.
010200 2200-EXIT.
010210     EXIT.
010220*****************************************************************
010230* 2300-FIND-PRODUCT-LINE
010240*   Finds the product line of the held product type and
010250*   compounding frequency, leaving its entry in PRODUCT-SUB.
010260*****************************************************************
010270 2300-FIND-PRODUCT-LINE.
010280     MOVE "N" TO PRODUCT-FOUND-SWITCH
010290     PERFORM 2310-SCAN-PRODUCT-LINE THRU 2310-EXIT
010300        VARYING PRODUCT-SCAN-SUB FROM 1 BY 1
010310           UNTIL PRODUCT-SCAN-SUB > PRODUCT-LINE-COUNT
010320              OR PRODUCT-FOUND.
010330 2300-EXIT.
010340     EXIT.
010350*****************************************************************
010360* 2310-SCAN-PRODUCT-LINE
010370*   Weighs one product line against the held product type and
010380*   compounding frequency.
010390*****************************************************************
010400 2310-SCAN-PRODUCT-LINE.
010410     IF PL-PRODUCT-TYPE (PRODUCT-SCAN-SUB) = HELD-PRODUCT-TYPE
010420           AND PL-COMPOUND-FREQ (PRODUCT-SCAN-SUB) =
010430              HELD-COMPOUND-FREQ
010440        MOVE "Y" TO PRODUCT-FOUND-SWITCH
010450        MOVE PRODUCT-SCAN-SUB TO PRODUCT-SUB
010460     END-IF.
010470 2310-EXIT.
010480     EXIT.
010490*****************************************************************
010500* 3000-SELECT-POSITIONS
010510*   Sort input procedure - classifies every current-position
010520*   record, totals it into its product line, the portfolio
010530*   and (for a CD) the maturity ladder, and releases it to the
010540*   sort keyed on product line and rate tier.  The product
010550*   lines' rates and costs of funds are worked out once the
010560*   file is exhausted, ahead of the output procedure.
010570*****************************************************************
010580 3000-SELECT-POSITIONS.
010590     PERFORM 1100-READ-POSITION THRU 1100-EXIT
010600     PERFORM 3100-SELECT-ONE-POSITION THRU 3100-EXIT
010610        UNTIL POSITION-EXHAUSTED
010620     PERFORM 3900-COMPUTE-PRODUCT-FIGURES THRU 3900-EXIT
010630        VARYING PRODUCT-SUB FROM 1 BY 1
010640           UNTIL PRODUCT-SUB > PRODUCT-TOTAL-SUB
010650     GO TO 3999-SELECT-EXIT.
010660*****************************************************************
010670* 3100-SELECT-ONE-POSITION
010680*   Classifies one position by its master's product line and
010690*   the rate tier it earns, totals it, and releases it.  A
010700*   position whose account has left the master, or whose
010710*   master carries no known compounding frequency, is counted
010720*   and left out of the report.
010730*****************************************************************
010740 3100-SELECT-ONE-POSITION.
010750     MOVE CUR-ACCT-NUMBER TO ACCT-NUMBER
010760     PERFORM 2200-FETCH-ACCOUNT THRU 2200-EXIT
010770     IF NOT ACCTMAST-OK
010780        DISPLAY "PORT_MIS: ACCOUNT " CUR-ACCT-NUMBER
010790           " NOT ON MASTER - LEFT OUT OF REPORT"
010800        ADD 1 TO NO-MASTER-COUNT
010810        GO TO 3100-NEXT
010820     END-IF
010830     IF NOT PRODUCT-FOUND
010840        DISPLAY "PORT_MIS: ACCOUNT " CUR-ACCT-NUMBER
010850           " HAS NO PRODUCT LINE - LEFT OUT OF REPORT"
010860        ADD 1 TO NOT-CLASSIFIED-COUNT
010870        GO TO 3100-NEXT
010880     END-IF
010890     PERFORM 3200-DETERMINE-RATE-TIER THRU 3200-EXIT
010900     COMPUTE ACCOUNT-RATE-WEIGHT =
010910        CUR-BALANCE * ACCOUNT-ANNUAL-RATE
010920     PERFORM 3300-ACCUMULATE-PRODUCT THRU 3300-EXIT
010930     MOVE PRODUCT-TOTAL-SUB TO PRODUCT-SUB
010940     PERFORM 3300-ACCUMULATE-PRODUCT THRU 3300-EXIT
010950     IF ACCT-PROD-CD
010960        PERFORM 3400-ACCUMULATE-LADDER THRU 3400-EXIT
010970     END-IF
010980     MOVE CUR-ACCT-NUMBER     TO SRT-ACCT-NUMBER
010990     MOVE CUR-BALANCE         TO SRT-BALANCE
011000     MOVE ACCOUNT-ANNUAL-RATE TO SRT-ANNUAL-RATE
011010     RELEASE PORTFOLIO-SORT-RECORD
011020     ADD 1 TO ACCOUNTS-REPORTED-COUNT.
011030 3100-NEXT.
011040     PERFORM 1100-READ-POSITION THRU 1100-EXIT.
011050 3100-EXIT.
011060     EXIT.
011070*****************************************************************
011080* 3200-DETERMINE-RATE-TIER
011090*   Works out the annual rate the position earns on the
011100*   month-end date and the tier it sits in, and starts its
011110*   sort record.  A savings balance takes the best rate-table
011120*   entry for its compounding frequency; a CD's rate is fixed
011130*   to maturity, and a savings balance no entry covers earns
011140*   its master rate - both are reported in the account-rate
011150*   tier.
011160*****************************************************************
011170 3200-DETERMINE-RATE-TIER.
011180     MOVE PRODUCT-SUB TO SRT-PRODUCT-LINE
011190     MOVE "N" TO RATE-FOUND-SWITCH
011200     MOVE ZERO TO BEST-TIER-FLOOR
011210     MOVE ZERO TO BEST-EFFECTIVE-DATE
011220     IF NOT ACCT-PROD-CD
011230        PERFORM 3210-SCAN-RATE-ENTRY THRU 3210-EXIT
011240           VARYING RATE-SUB FROM 1 BY 1
011250              UNTIL RATE-SUB > RATE-ENTRY-COUNT
011260     END-IF
011270     IF RATE-FOUND
011280        MOVE "1" TO SRT-TIER-TYPE
011290        MOVE BEST-TIER-FLOOR TO SRT-TIER-FLOOR
011300     ELSE
011310        MOVE "2" TO SRT-TIER-TYPE
011320        MOVE ZERO TO SRT-TIER-FLOOR
011330        MOVE ACCT-INTEREST-RATE TO ACCOUNT-ANNUAL-RATE
011340     END-IF.
011350 3200-EXIT.
011360     EXIT.
011370*****************************************************************
011380* 3210-SCAN-RATE-ENTRY
011390*   Weighs one rate-table entry against the best found so far
011400*   for the account's compounding frequency, balance and the
011410*   month-end date.
011420*****************************************************************
011430 3210-SCAN-RATE-ENTRY.
011440     IF RT-PRODUCT-CODE (RATE-SUB) = ACCT-COMPOUND-FREQ
011450           AND RT-TIER-FLOOR (RATE-SUB) NOT > CUR-BALANCE
011460           AND RT-EFFECTIVE-DATE (RATE-SUB) NOT > MONTH-END-DATE
011470        IF NOT RATE-FOUND
011480              OR RT-TIER-FLOOR (RATE-SUB) > BEST-TIER-FLOOR
011490              OR (RT-TIER-FLOOR (RATE-SUB) = BEST-TIER-FLOOR
011500                 AND RT-EFFECTIVE-DATE (RATE-SUB) >
011510                    BEST-EFFECTIVE-DATE)
011520           MOVE "Y" TO RATE-FOUND-SWITCH
011530           MOVE RT-TIER-FLOOR (RATE-SUB) TO BEST-TIER-FLOOR
011540           MOVE RT-EFFECTIVE-DATE (RATE-SUB)
011550              TO BEST-EFFECTIVE-DATE
011560           MOVE RT-ANNUAL-RATE (RATE-SUB)
011570              TO ACCOUNT-ANNUAL-RATE
011580        END-IF
011590     END-IF.
011600 3210-EXIT.
011610     EXIT.
011620*****************************************************************
011630* 3300-ACCUMULATE-PRODUCT
011640*   Adds the position into the product-line entry in
011650*   PRODUCT-SUB: its count, balance and rate weight, and its
011660*   dormant or escheat-flagged balance.
011670*****************************************************************
011680 3300-ACCUMULATE-PRODUCT.
011690     ADD 1 TO PT-ACCOUNT-COUNT (PRODUCT-SUB)
011700     ADD CUR-BALANCE TO PT-BALANCE (PRODUCT-SUB)
011710     ADD ACCOUNT-RATE-WEIGHT TO PT-RATE-WEIGHT (PRODUCT-SUB)
011720     EVALUATE TRUE
011730        WHEN ACCT-DORM-DORMANT
011740           ADD 1 TO PT-DORMANT-COUNT (PRODUCT-SUB)
011750           ADD CUR-BALANCE TO PT-DORMANT-BALANCE (PRODUCT-SUB)
011760        WHEN ACCT-DORM-ESCHEAT
011770           ADD 1 TO PT-ESCHEAT-COUNT (PRODUCT-SUB)
011780           ADD CUR-BALANCE TO PT-ESCHEAT-BALANCE (PRODUCT-SUB)
011790     END-EVALUATE.
011800 3300-EXIT.
011810     EXIT.
011820*****************************************************************
011830* 3400-ACCUMULATE-LADDER
011840*   Adds a CD into its maturity-ladder bucket: matured when
011850*   its maturity date is missing or not after the month-end,
011860*   otherwise by the calendar quarters between the month-
011870*   end's quarter and the maturity date's.
011880*****************************************************************
011890 3400-ACCUMULATE-LADDER.
011900     MOVE 1 TO LADDER-SUB
011910     IF ACCT-MATURITY-DATE IS NOT NUMERIC
011920           OR ACCT-MATURITY-DATE NOT > MONTH-END-DATE
011930        GO TO 3400-ADD
011940     END-IF
011950     MOVE ACCT-MATURITY-DATE TO MATURITY-DATE-HOLD
011960     COMPUTE QUARTER-OF-YEAR = (MATURITY-MM - 1) / 3
011970     COMPUTE MATURITY-QUARTER-SERIAL =
011980        MATURITY-CCYY * 4 + QUARTER-OF-YEAR
011990     COMPUTE QUARTERS-AHEAD =
012000        MATURITY-QUARTER-SERIAL - MONTH-END-QUARTER-SERIAL
012010     IF QUARTERS-AHEAD > LADDER-BUCKET-COUNT - 3
012020        MOVE LADDER-BUCKET-COUNT TO LADDER-SUB
012030     ELSE
012040        COMPUTE LADDER-SUB = QUARTERS-AHEAD + 2
012050     END-IF.
012060 3400-ADD.
012070     ADD 1 TO LB-ACCOUNT-COUNT (LADDER-SUB)
012080     ADD CUR-BALANCE TO LB-BALANCE (LADDER-SUB)
012090     ADD ACCOUNT-RATE-WEIGHT TO LB-RATE-WEIGHT (LADDER-SUB)
012100     ADD 1 TO LADDER-CD-COUNT
012110     ADD CUR-BALANCE TO LADDER-CD-BALANCE
012120     ADD ACCOUNT-RATE-WEIGHT TO LADDER-CD-RATE-WEIGHT.
012130 3400-EXIT.
012140     EXIT.
012150*****************************************************************
012160* 3900-COMPUTE-PRODUCT-FIGURES
012170*   Works out one product line's balance-weighted average
012180*   rate and its annualized cost of funds: the month's
012190*   interest expense times twelve over the month-end balance.
012200*****************************************************************
012210 3900-COMPUTE-PRODUCT-FIGURES.
012220     MOVE PT-RATE-WEIGHT (PRODUCT-SUB) TO WEIGHT-AMOUNT
012230     MOVE PT-BALANCE (PRODUCT-SUB) TO WEIGHT-BALANCE
012240     PERFORM 7200-COMPUTE-WEIGHTED-RATE THRU 7200-EXIT
012250     MOVE WEIGHT-RESULT TO PT-WEIGHTED-RATE (PRODUCT-SUB)
012260     MOVE PT-INTEREST (PRODUCT-SUB) TO COF-INTEREST
012270     MOVE PT-BALANCE (PRODUCT-SUB) TO COF-BALANCE
012280     PERFORM 7300-COMPUTE-COST-OF-FUNDS THRU 7300-EXIT
012290     MOVE COF-RESULT TO PT-COST-OF-FUNDS (PRODUCT-SUB).
012300 3900-EXIT.
012310     EXIT.
012320 3999-SELECT-EXIT.
012330     EXIT.
012340*****************************************************************
012350* 4000-PRINT-TIER-SECTION
012360*   Sort output procedure - prints the balances by product
012370*   line and rate tier from the sorted stream, each tier with
012380*   its share of the portfolio and weighted average rate,
012390*   each product line closed by its total, and the portfolio
012400*   total last.
012410*****************************************************************
012420 4000-PRINT-TIER-SECTION.
012430     MOVE SPACES TO PORTFOLIO-REPORT-LINE
012440     WRITE PORTFOLIO-REPORT-LINE
012450     MOVE "BALANCES BY PRODUCT AND RATE TIER"
012460        TO PORTFOLIO-REPORT-LINE
012470     WRITE PORTFOLIO-REPORT-LINE
012480     WRITE PORTFOLIO-REPORT-LINE FROM TIER-COLUMN-LINE
012490     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT
012500     PERFORM 4100-PRINT-PRODUCT-TIERS THRU 4100-EXIT
012510        UNTIL SORT-EXHAUSTED
012520     MOVE PRODUCT-TOTAL-SUB TO PRODUCT-SUB
012530     MOVE PL-LABEL (PRODUCT-SUB) TO TDL-PRODUCT
012540     MOVE "PORTFOLIO TOTAL" TO TDL-TIER
012550     PERFORM 4300-WRITE-PRODUCT-TOTAL THRU 4300-EXIT
012560     GO TO 4999-PRINT-EXIT.
012570*****************************************************************
012580* 4010-RETURN-SORTED
012590*   Returns the next sorted position into the read-ahead
012600*   buffer.
012610*****************************************************************
012620 4010-RETURN-SORTED.
012630     RETURN PORTFOLIO-SORT-FILE
012640        AT END MOVE "Y" TO SORT-EOF-SWITCH
012650     END-RETURN.
012660 4010-EXIT.
012670     EXIT.
012680*****************************************************************
012690* 4100-PRINT-PRODUCT-TIERS
012700*   Prints one product line's tiers from the sorted stream
012710*   and closes it with the product-line total.
012720*****************************************************************
012730 4100-PRINT-PRODUCT-TIERS.
012740     MOVE SRT-PRODUCT-LINE TO CURRENT-PRODUCT-LINE
012750     MOVE "Y" TO FIRST-TIER-SWITCH
012760     PERFORM 4200-PRINT-ONE-TIER THRU 4200-EXIT
012770        UNTIL SORT-EXHAUSTED
012780           OR SRT-PRODUCT-LINE NOT = CURRENT-PRODUCT-LINE
012790     MOVE CURRENT-PRODUCT-LINE TO PRODUCT-SUB
012800     MOVE SPACES TO TDL-PRODUCT
012810     MOVE "PRODUCT TOTAL" TO TDL-TIER
012820     PERFORM 4300-WRITE-PRODUCT-TOTAL THRU 4300-EXIT
012830     MOVE SPACES TO PORTFOLIO-REPORT-LINE
012840     WRITE PORTFOLIO-REPORT-LINE.
012850 4100-EXIT.
012860     EXIT.
012870*****************************************************************
012880* 4200-PRINT-ONE-TIER
012890*   Totals one rate tier of the product line from the sorted
012900*   stream and prints its line.  The product line is named on
012910*   its first tier only.
012920*****************************************************************
012930 4200-PRINT-ONE-TIER.
012940     MOVE SRT-TIER-TYPE TO CURRENT-TIER-TYPE
012950     MOVE SRT-TIER-FLOOR TO CURRENT-TIER-FLOOR
012960     MOVE ZERO TO TIER-ACCOUNT-COUNT
012970     MOVE ZERO TO TIER-BALANCE
012980     MOVE ZERO TO TIER-RATE-WEIGHT
012990     PERFORM 4210-ADD-TIER-POSITION THRU 4210-EXIT
013000        UNTIL SORT-EXHAUSTED
013010           OR SRT-PRODUCT-LINE NOT = CURRENT-PRODUCT-LINE
013020           OR SRT-TIER-TYPE NOT = CURRENT-TIER-TYPE
013030           OR SRT-TIER-FLOOR NOT = CURRENT-TIER-FLOOR
013040     IF FIRST-TIER-OF-PRODUCT
013050        MOVE PL-LABEL (CURRENT-PRODUCT-LINE) TO TDL-PRODUCT
013060        MOVE "N" TO FIRST-TIER-SWITCH
013070     ELSE
013080        MOVE SPACES TO TDL-PRODUCT
013090     END-IF
013100     IF CURRENT-TIER-TYPE = "1"
013110        MOVE CURRENT-TIER-FLOOR TO TIER-FLOOR-EDIT
013120        MOVE SPACES TO TDL-TIER
013130        STRING "FROM " DELIMITED BY SIZE
013140               TIER-FLOOR-EDIT DELIMITED BY SIZE
013150           INTO TDL-TIER
013160     ELSE
013170        MOVE "ACCOUNT RATE" TO TDL-TIER
013180     END-IF
013190     MOVE TIER-ACCOUNT-COUNT TO TDL-ACCOUNTS
013200     MOVE TIER-BALANCE TO TDL-BALANCE
013210     MOVE TIER-BALANCE TO PERCENT-PART
013220     MOVE PT-BALANCE (PRODUCT-TOTAL-SUB) TO PERCENT-WHOLE
013230     PERFORM 7100-COMPUTE-PERCENT THRU 7100-EXIT
013240     MOVE PERCENT-RESULT TO TDL-PERCENT
013250     MOVE TIER-RATE-WEIGHT TO WEIGHT-AMOUNT
013260     MOVE TIER-BALANCE TO WEIGHT-BALANCE
013270     PERFORM 7200-COMPUTE-WEIGHTED-RATE THRU 7200-EXIT
013280     MOVE WEIGHT-RESULT TO TDL-WEIGHTED-RATE
013290     WRITE PORTFOLIO-REPORT-LINE FROM TIER-DETAIL-LINE.
013300 4200-EXIT.
013310     EXIT.
013320*****************************************************************
013330* 4210-ADD-TIER-POSITION
013340*   Adds one sorted position into the tier and returns the
013350*   next.
013360*****************************************************************
013370 4210-ADD-TIER-POSITION.
013380     ADD 1 TO TIER-ACCOUNT-COUNT
013390     ADD SRT-BALANCE TO TIER-BALANCE
013400     COMPUTE TIER-RATE-WEIGHT = TIER-RATE-WEIGHT
013410        + SRT-BALANCE * SRT-ANNUAL-RATE
013420     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT.
013430 4210-EXIT.
013440     EXIT.
013450*****************************************************************
013460* 4300-WRITE-PRODUCT-TOTAL
013470*   Writes the total line of the product-line entry in
013480*   PRODUCT-SUB.  The product and tier columns are placed by
013490*   the caller before the perform.
013500*****************************************************************
013510 4300-WRITE-PRODUCT-TOTAL.
013520     MOVE PT-ACCOUNT-COUNT (PRODUCT-SUB) TO TDL-ACCOUNTS
013530     MOVE PT-BALANCE (PRODUCT-SUB) TO TDL-BALANCE
013540     MOVE PT-BALANCE (PRODUCT-SUB) TO PERCENT-PART
013550     MOVE PT-BALANCE (PRODUCT-TOTAL-SUB) TO PERCENT-WHOLE
013560     PERFORM 7100-COMPUTE-PERCENT THRU 7100-EXIT
013570     MOVE PERCENT-RESULT TO TDL-PERCENT
013580     MOVE PT-WEIGHTED-RATE (PRODUCT-SUB) TO TDL-WEIGHTED-RATE
013590     WRITE PORTFOLIO-REPORT-LINE FROM TIER-DETAIL-LINE.
013600 4300-EXIT.
013610     EXIT.
013620 4999-PRINT-EXIT.
013630     EXIT.
013640*****************************************************************
013650* 5000-WRITE-PRODUCT-SUMMARY
013660*   Writes each product line's accounts, balance, weighted
013670*   average rate, interest expense for the month and
013680*   annualized cost of funds, with the portfolio total.
013690*****************************************************************
013700 5000-WRITE-PRODUCT-SUMMARY.
013710     MOVE SPACES TO PORTFOLIO-REPORT-LINE
013720     WRITE PORTFOLIO-REPORT-LINE
013730     MOVE "RATE AND COST OF FUNDS BY PRODUCT"
013740        TO PORTFOLIO-REPORT-LINE
013750     WRITE PORTFOLIO-REPORT-LINE
013760     WRITE PORTFOLIO-REPORT-LINE FROM SUMMARY-COLUMN-LINE
013770     PERFORM 5010-WRITE-SUMMARY-LINE THRU 5010-EXIT
013780        VARYING PRODUCT-SUB FROM 1 BY 1
013790           UNTIL PRODUCT-SUB > PRODUCT-TOTAL-SUB.
013800 5000-EXIT.
013810     EXIT.
013820*****************************************************************
013830* 5010-WRITE-SUMMARY-LINE
013840*   Writes one product line's summary line.
013850*****************************************************************
013860 5010-WRITE-SUMMARY-LINE.
013870     MOVE PL-LABEL (PRODUCT-SUB) TO SDL-PRODUCT
013880     MOVE PT-ACCOUNT-COUNT (PRODUCT-SUB) TO SDL-ACCOUNTS
013890     MOVE PT-BALANCE (PRODUCT-SUB) TO SDL-BALANCE
013900     MOVE PT-WEIGHTED-RATE (PRODUCT-SUB) TO SDL-WEIGHTED-RATE
013910     MOVE PT-INTEREST (PRODUCT-SUB) TO SDL-INTEREST
013920     MOVE PT-COST-OF-FUNDS (PRODUCT-SUB) TO SDL-COST-OF-FUNDS
013930     WRITE PORTFOLIO-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
013940 5010-EXIT.
013950     EXIT.
013960*****************************************************************
013970* 5100-WRITE-GROWTH
013980*   Writes each product line's growth on the latest prior
013990*   month-end on the history file, noting when that month-end
014000*   is not the previous calendar month.  With no prior month-
014010*   end on file the section says so.
014020*****************************************************************
014030 5100-WRITE-GROWTH.
014040     MOVE SPACES TO PORTFOLIO-REPORT-LINE
014050     WRITE PORTFOLIO-REPORT-LINE
014060     IF TREND-MONTH-COUNT = ZERO
014070        MOVE "NO PRIOR MONTH-END ON FILE - GROWTH NOT SHOWN"
014080           TO PORTFOLIO-REPORT-LINE
014090        WRITE PORTFOLIO-REPORT-LINE
014100        GO TO 5100-EXIT
014110     END-IF
014120     MOVE TREND-MONTH-COUNT TO PRIOR-MONTH-SUB
014130     MOVE TM-MONTH-END-DATE (PRIOR-MONTH-SUB) TO GTL-PRIOR-DATE
014140     WRITE PORTFOLIO-REPORT-LINE FROM GROWTH-TITLE-LINE
014150     IF MONTH-END-MM = 1
014160        COMPUTE EXPECTED-PRIOR-CCYYMM =
014170           (MONTH-END-CCYY - 1) * 100 + 12
014180     ELSE
014190        COMPUTE EXPECTED-PRIOR-CCYYMM = MONTH-END-CCYYMM - 1
014200     END-IF
014210     IF TM-CCYYMM (PRIOR-MONTH-SUB) NOT = EXPECTED-PRIOR-CCYYMM
014220        MOVE "NOTE - PRIOR MONTH-END IS NOT THE PREVIOUS MONTH"
014230           TO PORTFOLIO-REPORT-LINE
014240        WRITE PORTFOLIO-REPORT-LINE
014250     END-IF
014260     WRITE PORTFOLIO-REPORT-LINE FROM GROWTH-COLUMN-LINE
014270     PERFORM 5110-WRITE-GROWTH-LINE THRU 5110-EXIT
014280        VARYING PRODUCT-SUB FROM 1 BY 1
014290           UNTIL PRODUCT-SUB > PRODUCT-TOTAL-SUB.
014300 5100-EXIT.
014310     EXIT.
014320*****************************************************************
014330* 5110-WRITE-GROWTH-LINE
014340*   Writes one product line's growth line: the balance and
014350*   accounts at the prior month-end and now, and the change
014360*   in balance as an amount and a percentage of the prior
014370*   balance (not shown when there was no prior balance).
014380*****************************************************************
014390 5110-WRITE-GROWTH-LINE.
014400     MOVE PL-LABEL (PRODUCT-SUB) TO GDL-PRODUCT
014410     MOVE TM-BALANCE (PRIOR-MONTH-SUB, PRODUCT-SUB)
014420        TO GDL-PRIOR-BALANCE
014430     MOVE PT-BALANCE (PRODUCT-SUB) TO GDL-CURRENT-BALANCE
014440     COMPUTE GROWTH-CHANGE = PT-BALANCE (PRODUCT-SUB)
014450        - TM-BALANCE (PRIOR-MONTH-SUB, PRODUCT-SUB)
014460     MOVE GROWTH-CHANGE TO GDL-CHANGE
014470     IF TM-BALANCE (PRIOR-MONTH-SUB, PRODUCT-SUB) = ZERO
014480        MOVE "     N/A" TO GDL-CHANGE-PERCENT-X
014490     ELSE
014500        COMPUTE GDL-CHANGE-PERCENT ROUNDED = GROWTH-CHANGE * 100
014510           / TM-BALANCE (PRIOR-MONTH-SUB, PRODUCT-SUB)
014520           ON SIZE ERROR
014530              MOVE "  *****" TO GDL-CHANGE-PERCENT-X
014540        END-COMPUTE
014550     END-IF
014560     MOVE TM-ACCOUNT-COUNT (PRIOR-MONTH-SUB, PRODUCT-SUB)
014570        TO GDL-PRIOR-ACCOUNTS
014580     MOVE PT-ACCOUNT-COUNT (PRODUCT-SUB) TO GDL-CURRENT-ACCOUNTS
014590     WRITE PORTFOLIO-REPORT-LINE FROM GROWTH-DETAIL-LINE.
014600 5110-EXIT.
014610     EXIT.
014620*****************************************************************
014630* 5200-WRITE-MATURITY-LADDER
014640*   Writes the CD maturity ladder by calendar quarter, each
014650*   bucket with its share of CD balances and its weighted
014660*   average rate, and the CD total.
014670*****************************************************************
014680 5200-WRITE-MATURITY-LADDER.
014690     MOVE SPACES TO PORTFOLIO-REPORT-LINE
014700     WRITE PORTFOLIO-REPORT-LINE
014710     MOVE "CD MATURITY LADDER BY QUARTER"
014720        TO PORTFOLIO-REPORT-LINE
014730     WRITE PORTFOLIO-REPORT-LINE
014740     WRITE PORTFOLIO-REPORT-LINE FROM LADDER-COLUMN-LINE
014750     PERFORM 5210-WRITE-LADDER-LINE THRU 5210-EXIT
014760        VARYING LADDER-SUB FROM 1 BY 1
014770           UNTIL LADDER-SUB > LADDER-BUCKET-COUNT
014780     MOVE "ALL CDS" TO LDL-BUCKET
014790     MOVE LADDER-CD-COUNT TO LDL-ACCOUNTS
014800     MOVE LADDER-CD-BALANCE TO LDL-BALANCE
014810     MOVE LADDER-CD-BALANCE TO PERCENT-PART
014820     MOVE LADDER-CD-BALANCE TO PERCENT-WHOLE
014830     PERFORM 7100-COMPUTE-PERCENT THRU 7100-EXIT
014840     MOVE PERCENT-RESULT TO LDL-PERCENT
014850     MOVE LADDER-CD-RATE-WEIGHT TO WEIGHT-AMOUNT
014860     MOVE LADDER-CD-BALANCE TO WEIGHT-BALANCE
014870     PERFORM 7200-COMPUTE-WEIGHTED-RATE THRU 7200-EXIT
014880     MOVE WEIGHT-RESULT TO LDL-WEIGHTED-RATE
014890     WRITE PORTFOLIO-REPORT-LINE FROM LADDER-DETAIL-LINE.
014900 5200-EXIT.
014910     EXIT.
014920*****************************************************************
014930* 5210-WRITE-LADDER-LINE
014940*   Writes one maturity-ladder bucket's line.
014950*****************************************************************
014960 5210-WRITE-LADDER-LINE.
014970     MOVE LB-LABEL (LADDER-SUB) TO LDL-BUCKET
014980     MOVE LB-ACCOUNT-COUNT (LADDER-SUB) TO LDL-ACCOUNTS
014990     MOVE LB-BALANCE (LADDER-SUB) TO LDL-BALANCE
015000     MOVE LB-BALANCE (LADDER-SUB) TO PERCENT-PART
015010     MOVE LADDER-CD-BALANCE TO PERCENT-WHOLE
015020     PERFORM 7100-COMPUTE-PERCENT THRU 7100-EXIT
015030     MOVE PERCENT-RESULT TO LDL-PERCENT
015040     MOVE LB-RATE-WEIGHT (LADDER-SUB) TO WEIGHT-AMOUNT
015050     MOVE LB-BALANCE (LADDER-SUB) TO WEIGHT-BALANCE
015060     PERFORM 7200-COMPUTE-WEIGHTED-RATE THRU 7200-EXIT
015070     MOVE WEIGHT-RESULT TO LDL-WEIGHTED-RATE
015080     WRITE PORTFOLIO-REPORT-LINE FROM LADDER-DETAIL-LINE.
015090 5210-EXIT.
015100     EXIT.
015110*****************************************************************
015120* 5300-WRITE-DORMANT-ESCHEAT
015130*   Writes each product line's dormant and escheat-flagged
015140*   accounts and balances, with the portfolio total.
015150*****************************************************************
015160 5300-WRITE-DORMANT-ESCHEAT.
015170     MOVE SPACES TO PORTFOLIO-REPORT-LINE
015180     WRITE PORTFOLIO-REPORT-LINE
015190     MOVE "DORMANT AND ESCHEAT BALANCES"
015200        TO PORTFOLIO-REPORT-LINE
015210     WRITE PORTFOLIO-REPORT-LINE
015220     WRITE PORTFOLIO-REPORT-LINE FROM DORMANT-COLUMN-LINE
015230     PERFORM 5310-WRITE-DORMANT-LINE THRU 5310-EXIT
015240        VARYING PRODUCT-SUB FROM 1 BY 1
015250           UNTIL PRODUCT-SUB > PRODUCT-TOTAL-SUB.
015260 5300-EXIT.
015270     EXIT.
015280*****************************************************************
015290* 5310-WRITE-DORMANT-LINE
015300*   Writes one product line's dormancy line.
015310*****************************************************************
015320 5310-WRITE-DORMANT-LINE.
015330     MOVE PL-LABEL (PRODUCT-SUB) TO DDL-PRODUCT
015340     MOVE PT-DORMANT-COUNT (PRODUCT-SUB) TO DDL-DORMANT-ACCOUNTS
015350     MOVE PT-DORMANT-BALANCE (PRODUCT-SUB)
015360        TO DDL-DORMANT-BALANCE
015370     MOVE PT-ESCHEAT-COUNT (PRODUCT-SUB) TO DDL-ESCHEAT-ACCOUNTS
015380     MOVE PT-ESCHEAT-BALANCE (PRODUCT-SUB)
015390        TO DDL-ESCHEAT-BALANCE
015400     WRITE PORTFOLIO-REPORT-LINE FROM DORMANT-DETAIL-LINE.
015410 5310-EXIT.
015420     EXIT.
015430*****************************************************************
015440* 6000-ROLL-HISTORY
015450*   Adds this month-end to the trend table as its latest
015460*   month and writes the history file back: the prior month-
015470*   ends kept, oldest first, then one record per product line
015480*   for this month-end.  The file is rewritten in place from
015490*   the table, so a failed write leaves it to be restored from
015500*   the prior copy before the report is rerun.
015510*****************************************************************
015520 6000-ROLL-HISTORY.
015530     ADD 1 TO TREND-MONTH-COUNT
015540     INITIALIZE TREND-MONTH (TREND-MONTH-COUNT)
015550     MOVE MONTH-END-CCYYMM TO TM-CCYYMM (TREND-MONTH-COUNT)
015560     MOVE MONTH-END-DATE TO TM-MONTH-END-DATE (TREND-MONTH-COUNT)
015570     PERFORM 6010-POST-CURRENT-PRODUCT THRU 6010-EXIT
015580        VARYING PRODUCT-SUB FROM 1 BY 1
015590           UNTIL PRODUCT-SUB > PRODUCT-TOTAL-SUB
015600     OPEN OUTPUT MIS-HISTORY-FILE
015610     IF NOT MISHIST-OK
015620        DISPLAY "PORT_MIS: UNABLE TO OPEN MISHIST FOR OUTPUT, "
015630           "STATUS " MISHIST-STATUS
015640        MOVE "Y" TO UPDATE-FAILED-SWITCH
015650        GO TO 6000-EXIT
015660     END-IF
015670     PERFORM 6020-WRITE-HISTORY-MONTH THRU 6020-EXIT
015680        VARYING TREND-SUB FROM 1 BY 1
015690           UNTIL TREND-SUB > TREND-MONTH-COUNT
015700              OR UPDATE-FAILED
015710     CLOSE MIS-HISTORY-FILE.
015720 6000-EXIT.
015730     EXIT.
015740*****************************************************************
015750* 6010-POST-CURRENT-PRODUCT
015760*   Posts one product line of this month-end into its trend
015770*   slot.
015780*****************************************************************
015790 6010-POST-CURRENT-PRODUCT.
015800     MOVE "Y" TO TM-PRESENT-FLAG (TREND-MONTH-COUNT, PRODUCT-SUB)
015810     MOVE PT-ACCOUNT-COUNT (PRODUCT-SUB)
015820        TO TM-ACCOUNT-COUNT (TREND-MONTH-COUNT, PRODUCT-SUB)
015830     MOVE PT-BALANCE (PRODUCT-SUB)
015840        TO TM-BALANCE (TREND-MONTH-COUNT, PRODUCT-SUB)
015850     MOVE PT-WEIGHTED-RATE (PRODUCT-SUB)
015860        TO TM-WEIGHTED-RATE (TREND-MONTH-COUNT, PRODUCT-SUB)
015870     MOVE PT-INTEREST (PRODUCT-SUB)
015880        TO TM-INTEREST (TREND-MONTH-COUNT, PRODUCT-SUB)
015890     MOVE PT-COST-OF-FUNDS (PRODUCT-SUB)
015900        TO TM-COST-OF-FUNDS (TREND-MONTH-COUNT, PRODUCT-SUB)
015910     MOVE PT-DORMANT-COUNT (PRODUCT-SUB)
015920        TO TM-DORMANT-COUNT (TREND-MONTH-COUNT, PRODUCT-SUB)
015930     MOVE PT-DORMANT-BALANCE (PRODUCT-SUB)
015940        TO TM-DORMANT-BALANCE (TREND-MONTH-COUNT, PRODUCT-SUB)
015950     MOVE PT-ESCHEAT-COUNT (PRODUCT-SUB)
015960        TO TM-ESCHEAT-COUNT (TREND-MONTH-COUNT, PRODUCT-SUB)
015970     MOVE PT-ESCHEAT-BALANCE (PRODUCT-SUB)
015980        TO TM-ESCHEAT-BALANCE (TREND-MONTH-COUNT, PRODUCT-SUB).
015990 6010-EXIT.
016000     EXIT.
016010*****************************************************************
016020* 6020-WRITE-HISTORY-MONTH
016030*   Writes one month-end's product lines to the history file.
016040*****************************************************************
016050 6020-WRITE-HISTORY-MONTH.
016060     PERFORM 6030-WRITE-HISTORY-RECORD THRU 6030-EXIT
016070        VARYING PRODUCT-SUB FROM 1 BY 1
016080           UNTIL PRODUCT-SUB > PRODUCT-LINE-COUNT
016090              OR UPDATE-FAILED.
016100 6020-EXIT.
016110     EXIT.
016120*****************************************************************
016130* 6030-WRITE-HISTORY-RECORD
016140*   Writes one product line of a month-end to the history
016150*   file, when the month-end has a record for it.
016160*****************************************************************
016170 6030-WRITE-HISTORY-RECORD.
016180     IF NOT TM-PRODUCT-PRESENT (TREND-SUB, PRODUCT-SUB)
016190        GO TO 6030-EXIT
016200     END-IF
016210     MOVE SPACES TO MIS-HISTORY-RECORD
016220     MOVE TM-MONTH-END-DATE (TREND-SUB) TO MSH-MONTH-END-DATE
016230     MOVE PL-PRODUCT-TYPE (PRODUCT-SUB) TO MSH-PRODUCT-TYPE
016240     MOVE PL-COMPOUND-FREQ (PRODUCT-SUB) TO MSH-COMPOUND-FREQ
016250     MOVE TM-ACCOUNT-COUNT (TREND-SUB, PRODUCT-SUB)
016260        TO MSH-ACCOUNT-COUNT
016270     MOVE TM-BALANCE (TREND-SUB, PRODUCT-SUB) TO MSH-BALANCE
016280     MOVE TM-WEIGHTED-RATE (TREND-SUB, PRODUCT-SUB)
016290        TO MSH-WEIGHTED-RATE
016300     MOVE TM-INTEREST (TREND-SUB, PRODUCT-SUB)
016310        TO MSH-INTEREST-EXPENSE
016320     MOVE TM-COST-OF-FUNDS (TREND-SUB, PRODUCT-SUB)
016330        TO MSH-COST-OF-FUNDS
016340     MOVE TM-DORMANT-COUNT (TREND-SUB, PRODUCT-SUB)
016350        TO MSH-DORMANT-COUNT
016360     MOVE TM-DORMANT-BALANCE (TREND-SUB, PRODUCT-SUB)
016370        TO MSH-DORMANT-BALANCE
016380     MOVE TM-ESCHEAT-COUNT (TREND-SUB, PRODUCT-SUB)
016390        TO MSH-ESCHEAT-COUNT
016400     MOVE TM-ESCHEAT-BALANCE (TREND-SUB, PRODUCT-SUB)
016410        TO MSH-ESCHEAT-BALANCE
016420     WRITE MIS-HISTORY-RECORD
016430     IF NOT MISHIST-OK
016440        DISPLAY "PORT_MIS: MISHIST WRITE FAILED, STATUS "
016450           MISHIST-STATUS " - RESTORE THE PRIOR COPY"
016460        MOVE "Y" TO UPDATE-FAILED-SWITCH
016470        GO TO 6030-EXIT
016480     END-IF
016490     ADD 1 TO HISTORY-WRITTEN-COUNT.
016500 6030-EXIT.
016510     EXIT.
016520*****************************************************************
016530* 6100-WRITE-TREND
016540*   Writes the thirteen-month trend, oldest month-end first:
016550*   the balance of each product line and the portfolio, then
016560*   the portfolio's accounts, weighted average rate, cost of
016570*   funds and dormant and escheat balances.
016580*****************************************************************
016590 6100-WRITE-TREND.
016600     MOVE SPACES TO PORTFOLIO-REPORT-LINE
016610     WRITE PORTFOLIO-REPORT-LINE
016620     MOVE "13-MONTH TREND - BALANCE BY PRODUCT (WHOLE DOLLARS)"
016630        TO PORTFOLIO-REPORT-LINE
016640     WRITE PORTFOLIO-REPORT-LINE
016650     WRITE PORTFOLIO-REPORT-LINE FROM TREND-PRODUCT-COLUMN-LINE
016660     PERFORM 6110-WRITE-TREND-PRODUCT-LINE THRU 6110-EXIT
016670        VARYING TREND-SUB FROM 1 BY 1
016680           UNTIL TREND-SUB > TREND-MONTH-COUNT
016690     MOVE SPACES TO PORTFOLIO-REPORT-LINE
016700     WRITE PORTFOLIO-REPORT-LINE
016710     MOVE "13-MONTH TREND - PORTFOLIO TOTALS"
016720        TO PORTFOLIO-REPORT-LINE
016730     WRITE PORTFOLIO-REPORT-LINE
016740     WRITE PORTFOLIO-REPORT-LINE FROM TREND-TOTAL-COLUMN-LINE
016750     PERFORM 6130-WRITE-TREND-TOTAL-LINE THRU 6130-EXIT
016760        VARYING TREND-SUB FROM 1 BY 1
016770           UNTIL TREND-SUB > TREND-MONTH-COUNT.
016780 6100-EXIT.
016790     EXIT.
016800*****************************************************************
016810* 6110-WRITE-TREND-PRODUCT-LINE
016820*   Writes one month-end's balances by product line.
016830*****************************************************************
016840 6110-WRITE-TREND-PRODUCT-LINE.
016850     MOVE SPACES TO TREND-PRODUCT-LINE
016860     MOVE TM-MONTH-END-DATE (TREND-SUB) TO TPL-MONTH-END-DATE
016870     PERFORM 6120-FORMAT-TREND-BALANCE THRU 6120-EXIT
016880        VARYING PRODUCT-SUB FROM 1 BY 1
016890           UNTIL PRODUCT-SUB > PRODUCT-TOTAL-SUB
016900     WRITE PORTFOLIO-REPORT-LINE FROM TREND-PRODUCT-LINE.
016910 6110-EXIT.
016920     EXIT.
016930*****************************************************************
016940* 6120-FORMAT-TREND-BALANCE
016950*   Formats one product line's balance for the month-end,
016960*   rounded to whole dollars.
016970*****************************************************************
016980 6120-FORMAT-TREND-BALANCE.
016990     COMPUTE TPL-BALANCE (PRODUCT-SUB) ROUNDED =
017000        TM-BALANCE (TREND-SUB, PRODUCT-SUB).
017010 6120-EXIT.
017020     EXIT.
017030*****************************************************************
017040* 6130-WRITE-TREND-TOTAL-LINE
017050*   Writes one month-end's portfolio totals.
017060*****************************************************************
017070 6130-WRITE-TREND-TOTAL-LINE.
017080     MOVE TM-MONTH-END-DATE (TREND-SUB) TO TTL-MONTH-END-DATE
017090     MOVE TM-ACCOUNT-COUNT (TREND-SUB, PRODUCT-TOTAL-SUB)
017100        TO TTL-ACCOUNTS
017110     MOVE TM-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
017120        TO TTL-BALANCE
017130     MOVE TM-WEIGHTED-RATE (TREND-SUB, PRODUCT-TOTAL-SUB)
017140        TO TTL-WEIGHTED-RATE
017150     MOVE TM-COST-OF-FUNDS (TREND-SUB, PRODUCT-TOTAL-SUB)
017160        TO TTL-COST-OF-FUNDS
017170     MOVE TM-DORMANT-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
017180        TO TTL-DORMANT-BALANCE
017190     MOVE TM-ESCHEAT-BALANCE (TREND-SUB, PRODUCT-TOTAL-SUB)
017200        TO TTL-ESCHEAT-BALANCE
017210     WRITE PORTFOLIO-REPORT-LINE FROM TREND-TOTAL-LINE.
017220 6130-EXIT.
017230     EXIT.
017240*****************************************************************
017250* 6200-WRITE-CONTROL-TOTALS
017260*   Writes the report's control totals and proves the
017270*   interest read from the GL extract against the interest
017280*   the run-control record says was written to it.
017290*****************************************************************
017300 6200-WRITE-CONTROL-TOTALS.
017310     MOVE SPACES TO PORTFOLIO-REPORT-LINE
017320     WRITE PORTFOLIO-REPORT-LINE
017330     MOVE "POSITION RECORDS READ          :" TO RCL-LABEL
017340     MOVE POSITION-READ-COUNT TO RCL-COUNT
017350     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017360     MOVE "POSITIONS NOT ON MASTER        :" TO RCL-LABEL
017370     MOVE NO-MASTER-COUNT TO RCL-COUNT
017380     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017390     MOVE "POSITIONS WITH NO PRODUCT LINE :" TO RCL-LABEL
017400     MOVE NOT-CLASSIFIED-COUNT TO RCL-COUNT
017410     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017420     MOVE "ACCOUNTS REPORTED              :" TO RCL-LABEL
017430     MOVE ACCOUNTS-REPORTED-COUNT TO RCL-COUNT
017440     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017450     MOVE "GL EXTRACT RECORDS READ        :" TO RCL-LABEL
017460     MOVE GL-READ-COUNT TO RCL-COUNT
017470     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017480     MOVE "GL RECORDS NOT CLASSIFIED      :" TO RCL-LABEL
017490     MOVE GL-UNCLASSIFIED-COUNT TO RCL-COUNT
017500     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017510     MOVE "HISTORY RECORDS READ           :" TO RCL-LABEL
017520     MOVE HISTORY-READ-COUNT TO RCL-COUNT
017530     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017540     MOVE "HISTORY RECORDS DROPPED        :" TO RCL-LABEL
017550     MOVE HISTORY-DROPPED-COUNT TO RCL-COUNT
017560     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017570     MOVE "HISTORY RECORDS WRITTEN        :" TO RCL-LABEL
017580     MOVE HISTORY-WRITTEN-COUNT TO RCL-COUNT
017590     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-COUNT-LINE
017600     MOVE "INTEREST IN GL EXTRACT         :" TO RAL-LABEL
017610     MOVE GL-INTEREST-TOTAL TO RAL-AMOUNT
017620     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-AMOUNT-LINE
017630     MOVE "INTEREST NOT CLASSIFIED        :" TO RAL-LABEL
017640     MOVE GL-UNCLASSIFIED-INTEREST TO RAL-AMOUNT
017650     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-AMOUNT-LINE
017660     MOVE "RUN CONTROL GL INTEREST WRITTEN:" TO RAL-LABEL
017670     MOVE CTL-GL-INTEREST-WRITTEN TO RAL-AMOUNT
017680     WRITE PORTFOLIO-REPORT-LINE FROM REPORT-AMOUNT-LINE
017690     IF GL-INTEREST-TOTAL NOT = CTL-GL-INTEREST-WRITTEN
017700        MOVE "N" TO INTEREST-PROOF-SWITCH
017710        DISPLAY "PORT_MIS: GL EXTRACT INTEREST " GL-INTEREST-TOTAL
017720           " DOES NOT AGREE TO RUN CONTROL "
017730           CTL-GL-INTEREST-WRITTEN
017740        MOVE "INTEREST OUT OF PROOF WITH THE RUN CONTROL"
017750           TO PORTFOLIO-REPORT-LINE
017760     ELSE
017770        MOVE "INTEREST IN PROOF WITH THE RUN CONTROL"
017780           TO PORTFOLIO-REPORT-LINE
017790     END-IF
017800     WRITE PORTFOLIO-REPORT-LINE.
017810 6200-EXIT.
017820     EXIT.
017830*****************************************************************
017840* 7100-COMPUTE-PERCENT
017850*   Works out PERCENT-PART as a percentage of PERCENT-WHOLE,
017860*   zero when the whole is not positive.
017870*****************************************************************
017880 7100-COMPUTE-PERCENT.
017890     IF PERCENT-WHOLE NOT > ZERO
017900        MOVE ZERO TO PERCENT-RESULT
017910     ELSE
017920        COMPUTE PERCENT-RESULT ROUNDED =
017930           PERCENT-PART * 100 / PERCENT-WHOLE
017940     END-IF.
017950 7100-EXIT.
017960     EXIT.
017970*****************************************************************
017980* 7200-COMPUTE-WEIGHTED-RATE
017990*   Works out the balance-weighted average rate from the
018000*   rate weight and balance, zero when the balance is not
018010*   positive.
018020*****************************************************************
018030 7200-COMPUTE-WEIGHTED-RATE.
018040     IF WEIGHT-BALANCE NOT > ZERO
018050        MOVE ZERO TO WEIGHT-RESULT
018060     ELSE
018070        COMPUTE WEIGHT-RESULT ROUNDED =
018080           WEIGHT-AMOUNT / WEIGHT-BALANCE
018090     END-IF.
018100 7200-EXIT.
018110     EXIT.
018120*****************************************************************
018130* 7300-COMPUTE-COST-OF-FUNDS
018140*   Works out the annualized cost of funds in percent: the
018150*   month's interest expense times twelve over the month-end
018160*   balance, zero when the balance is not positive.
018170*****************************************************************
018180 7300-COMPUTE-COST-OF-FUNDS.
018190     IF COF-BALANCE NOT > ZERO
018200        MOVE ZERO TO COF-RESULT
018210     ELSE
018220        COMPUTE COF-RESULT ROUNDED =
018230           COF-INTEREST * 1200 / COF-BALANCE
018240     END-IF.
018250 7300-EXIT.
018260     EXIT.
018270*****************************************************************
018280* 9000-TERMINATE
018290*   Displays the run totals, closes every file, and sets the
018300*   return code: 8 when the run was refused or the history
018310*   file could not be written, 4 when positions or GL
018320*   interest were left out of the report or the GL interest
018330*   is out of proof, 0 otherwise - including a night that is
018340*   not a month-end.
018350*****************************************************************
018360 9000-TERMINATE.
018370     DISPLAY "PORT_MIS: " POSITION-READ-COUNT
018380        " POSITION RECORD(S) READ, " ACCOUNTS-REPORTED-COUNT
018390        " REPORTED"
018400     DISPLAY "PORT_MIS: " HISTORY-WRITTEN-COUNT
018410        " HISTORY RECORD(S) WRITTEN"
018420     CLOSE RUN-CONTROL-FILE
018430           CURRENT-POSITION-FILE
018440           ACCOUNT-MASTER-FILE
018450           GL-EXTRACT-FILE
018460           PORTFOLIO-REPORT-FILE
018470     EVALUATE TRUE
018480        WHEN RUN-ERROR OR UPDATE-FAILED
018490           MOVE 8 TO STEP-CONDITION-CODE
018500        WHEN NO-MASTER-COUNT > ZERO
018510              OR NOT-CLASSIFIED-COUNT > ZERO
018520              OR GL-UNCLASSIFIED-COUNT > ZERO
018530              OR INTEREST-OUT-OF-PROOF
018540           MOVE 4 TO STEP-CONDITION-CODE
018550        WHEN OTHER
018560           MOVE 0 TO STEP-CONDITION-CODE
018570     END-EVALUATE
018580     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
018590     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
018600 9000-EXIT.
018610     EXIT.
018620*****************************************************************
018630* 9500-WRITE-JOB-STATUS
018640*   Appends this step's machine-readable status record to the
018650*   shared job-stream status file for NIGHT_STATUS to
018660*   summarize.  The condition code is placed by the caller
018670*   before the perform.
018680*****************************************************************
018690 9500-WRITE-JOB-STATUS.
018700     OPEN EXTEND JOB-STATUS-FILE
018710     IF NOT JOBSTAT-OK
018720        DISPLAY "PORT_MIS: UNABLE TO OPEN JOBSTAT, STATUS "
018730           JOBSTAT-STATUS
018740        GO TO 9500-EXIT
018750     END-IF
018760     MOVE SPACES TO JOB-STATUS-RECORD
018770     MOVE "PORT_MIS" TO JS-PROGRAM-NAME
018780     MOVE MIS-RUN-DATE TO JS-RUN-DATE
018790     MOVE MIS-RUN-TIME TO JS-RUN-TIME
018800     MOVE POSITION-READ-COUNT TO JS-RECORDS-READ
018810     MOVE HISTORY-WRITTEN-COUNT TO JS-RECORDS-WRITTEN
018820     COMPUTE JS-ERROR-COUNT = NO-MASTER-COUNT
018830        + NOT-CLASSIFIED-COUNT + GL-UNCLASSIFIED-COUNT
018840     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
018850     WRITE JOB-STATUS-RECORD
018860     CLOSE JOB-STATUS-FILE.
018870 9500-EXIT.
018880     EXIT.
018890 END PROGRAM port_mis.
