000100*****************************************************************
000110* Program: CASH_CTR
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Nightly currency transaction report aggregation.
000170* The night's transactions feed is read in account order
000180* beside the customer tax file, and every cash transaction
000190* effective on the processing date is tied to the taxpayer
000200* (TIN) who owns the account and released to a sort on TIN.
000210* The output procedure totals each taxpayer's cash in and
000220* cash out across all of the taxpayer's accounts; a taxpayer
000230* whose cash in or cash out exceeds the CTR threshold is
000240* listed on the CTR report with every contributing account
000250* and written to the CTR filing extract.  Cash in an account
000260* with no usable taxpayer record is totalled and reported on
000270* its own as an unidentified subject.  Each taxpayer's daily
000280* totals are kept on a cash-activity history file (CASHHIST
000290* in, CASHNEW out) holding the business days of the
000300* structuring review window, walked back on the bank calendar
000310* (CALFILE); a taxpayer with cash just under the threshold on
000320* consecutive business days through the processing date is
000330* listed on the structuring review report for the BSA
000340* officer.  Back-valued cash - effective before the
000350* processing date - is totalled per subject for its effective
000360* date and folded into that day's history record; the day's
000370* new totals are weighed against the threshold and for
000380* structuring, and every back-valued item is listed on the CTR
000390* report for review.
000400*
000410* Modification History
000420* ----------------------------------------------------------------
000430* DATE       INIT  DESCRIPTION
000440* 10/15/26   JWB   Original version.
000450* 10/15/26   JWB   Refuses to run (return code 8) unless the
000460*                  run date is the next processing date on
000470*                  the date-control record (DATECTL).
000480* 10/15/26   JWB   Back-valued cash is sorted under its
000490*                  effective date, folded into that day's
000500*                  cash history and weighed for a CTR and for
000510*                  structuring, and listed on CTRRPT (return
000520*                  code 4).
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. cash_ctr.
000560 AUTHOR. J BAKER.
000570 INSTALLATION. CONSUMER BANKING SYSTEMS.
000580 DATE-WRITTEN. 10/15/26.
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
000690     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS TRANFILE-STATUS.
000730     SELECT CUSTOMER-TAX-FILE ASSIGN TO "CUSTTAX"
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS CUSTTAX-STATUS.
000770     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS CALFILE-STATUS.
000810     SELECT OPTIONAL CASH-HISTORY-FILE ASSIGN TO "CASHHIST"
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS CASHHIST-STATUS.
000850     SELECT CASH-NEW-FILE ASSIGN TO "CASHNEW"
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS CASHNEW-STATUS.
000890     SELECT CTR-FILING-FILE ASSIGN TO "CTRFILE"
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS CTRFILE-STATUS.
000930     SELECT CTR-REPORT-FILE ASSIGN TO "CTRRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS CTRRPT-STATUS.
000960     SELECT STRUCTURING-REPORT-FILE ASSIGN TO "STRCRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS STRCRPT-STATUS.
000990     SELECT CASH-SORT-FILE ASSIGN TO "SORTWK01".
001000     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS DATECTL-STATUS.
001040     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS JOBSTAT-STATUS.
001080*****************************************************************
001090* DATA DIVISION
001100*****************************************************************
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  TRANSACTION-FILE
001140     RECORDING MODE IS F.
001150     COPY TRANREC.
001160 FD  CUSTOMER-TAX-FILE
001170     RECORDING MODE IS F.
001180     COPY CUSTTAX.
001190 FD  CALENDAR-FILE
001200     RECORDING MODE IS F.
001210     COPY CALREC.
001220 FD  CASH-HISTORY-FILE
001230     RECORDING MODE IS F.
001240     COPY CASHHIST.
001250 FD  CASH-NEW-FILE
001260     RECORDING MODE IS F.
001270 01  CASH-NEW-RECORD             PIC X(40).
001280 FD  CTR-FILING-FILE
001290     RECORDING MODE IS F.
001300     COPY CTRFILE.
001310 FD  CTR-REPORT-FILE.
001320 01  CTR-REPORT-LINE             PIC X(80).
001330 FD  STRUCTURING-REPORT-FILE.
001340 01  STRUCTURING-REPORT-LINE     PIC X(80).
001350 SD  CASH-SORT-FILE.
001360 01  SORT-CASH-RECORD.
001370     05  SRT-SUBJECT-TYPE        PIC X(01).
001380     05  SRT-SUBJECT-ID          PIC 9(09).
001390     05  SRT-BUSINESS-DATE       PIC 9(08).
001400     05  SRT-ACCT-NUMBER         PIC 9(07).
001410     05  SRT-CASH-IN             PIC S9(11)V9(2) COMP-3.
001420     05  SRT-CASH-OUT            PIC S9(11)V9(2) COMP-3.
001430     05  SRT-PAYEE-NAME          PIC X(30).
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
001540 01  TRANFILE-STATUS         PIC X(02) VALUE "00".
001550     88  TRANFILE-OK                   VALUE "00".
001560 01  CUSTTAX-STATUS          PIC X(02) VALUE "00".
001570     88  CUSTTAX-OK                    VALUE "00".
001580 01  CALFILE-STATUS          PIC X(02) VALUE "00".
001590     88  CALFILE-OK                    VALUE "00".
001600     88  CALFILE-EOF                   VALUE "10".
001610 01  CASHHIST-STATUS         PIC X(02) VALUE "00".
001620     88  CASHHIST-OK                   VALUE "00".
001630 01  CASHNEW-STATUS          PIC X(02) VALUE "00".
001640     88  CASHNEW-OK                    VALUE "00".
001650 01  CTRFILE-STATUS          PIC X(02) VALUE "00".
001660     88  CTRFILE-OK                    VALUE "00".
001670 01  CTRRPT-STATUS           PIC X(02) VALUE "00".
001680     88  CTRRPT-OK                     VALUE "00".
001690 01  STRCRPT-STATUS          PIC X(02) VALUE "00".
001700     88  STRCRPT-OK                    VALUE "00".
001710 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001720     88  DATECTL-OK                    VALUE "00".
001730 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001740     88  JOBSTAT-OK                    VALUE "00".
001750 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001760 01  PROGRAM-SWITCHES.
001770     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001780         88  RUN-ERROR                 VALUE "Y".
001790     05  TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
001800         88  TRAN-EXHAUSTED            VALUE "Y".
001810     05  CUSTTAX-EOF-SWITCH   PIC X(01) VALUE "N".
001820         88  CUSTTAX-EXHAUSTED         VALUE "Y".
001830     05  CASHHIST-EOF-SWITCH  PIC X(01) VALUE "N".
001840         88  CASHHIST-EXHAUSTED        VALUE "Y".
001850     05  SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001860         88  SORT-EXHAUSTED            VALUE "Y".
001870     05  TAXPAYER-FOUND-SWITCH PIC X(01) VALUE "N".
001880         88  TAXPAYER-FOUND            VALUE "Y".
001890     05  RUN-POSTED-SWITCH    PIC X(01) VALUE "N".
001900         88  RUN-POSTED                VALUE "Y".
001910     05  RUN-FLAGGED-SWITCH   PIC X(01) VALUE "N".
001920         88  RUN-FLAGGED               VALUE "Y".
001930*> ----------------------------------------------------------
001940*> Reporting thresholds.  A CTR is owed when one person's cash
001950*> in, or cash out, for the business day exceeds the CTR
001960*> threshold.  A day's cash from the review floor up to the
001970*> threshold is just under it; such days on at least the
001980*> minimum number of consecutive business days inside the
001990*> review window, through the processing date or a back-valued
002000*> day posted tonight, are flagged as possible structuring.
002010*> ----------------------------------------------------------
002020 01  CTR-THRESHOLD           PIC S9(11)V9(2) COMP-3
002030                                       VALUE 10000.00.
002040 01  STRUCTURING-FLOOR       PIC S9(11)V9(2) COMP-3
002050                                       VALUE 8000.00.
002060 01  STRUCTURING-WINDOW-DAYS PIC 9(02) COMP VALUE 5.
002070 01  STRUCTURING-MIN-DAYS    PIC 9(02) COMP VALUE 2.
002080*> ----------------------------------------------------------
002090*> Processing date and run stamp
002100*> ----------------------------------------------------------
002110 01  CTR-RUN-DATE            PIC 9(08) VALUE 0.
002120 01  CTR-RUN-TIME            PIC 9(08) VALUE 0.
002130*> ----------------------------------------------------------
002140*> Bank business-day calendar, loaded once at initialization.
002150*> The file lists only the non-business days, so a date with
002160*> no entry is a business day; a run with no calendar file
002170*> treats every day as a business day.
002180*> ----------------------------------------------------------
002190 01  CALENDAR-ENTRY-MAX      PIC 9(04) COMP VALUE 800.
002200 01  CALENDAR-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
002210 01  CAL-SUB                 PIC 9(04) COMP VALUE 0.
002220 01  CALENDAR-TABLE-AREA.
002230     05  CALENDAR-ENTRY OCCURS 800 TIMES.
002240         10  CE-DATE             PIC 9(08).
002250         10  CE-DAY-TYPE         PIC X(01).
002260 01  LOOKUP-DATE             PIC 9(08) VALUE 0.
002270 01  LOOKUP-DATE-SPLIT REDEFINES LOOKUP-DATE.
002280     05  LOOKUP-CCYY         PIC 9(04).
002290     05  LOOKUP-MM           PIC 9(02).
002300     05  LOOKUP-DD           PIC 9(02).
002310 01  DATE-FOUND-SWITCH       PIC X(01) VALUE "N".
002320     88  CALENDAR-DATE-FOUND           VALUE "Y".
002330 01  DATE-BUSINESS-SWITCH    PIC X(01) VALUE "Y".
002340     88  DATE-IS-BUSINESS              VALUE "Y".
002350 01  MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
002360 01  LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
002370 01  LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
002380 01  PRIOR-DAY-STEP-COUNT    PIC 9(02) COMP VALUE 0.
002390*> ----------------------------------------------------------
002400*> Structuring review window: the processing date and the
002410*> business days before it, newest first.  History older than
002420*> the oldest window date is dropped from the new file.
002430*> ----------------------------------------------------------
002440 01  WINDOW-DATE-COUNT       PIC 9(02) COMP VALUE 0.
002450 01  WINDOW-SUB              PIC 9(02) COMP VALUE 0.
002460 01  WINDOW-OLDEST-DATE      PIC 9(08) VALUE 0.
002470 01  WINDOW-TABLE-AREA.
002480     05  WINDOW-DATE OCCURS 5 TIMES PIC 9(08).
002490*> ----------------------------------------------------------
002500*> Subject being aggregated.  A subject is a taxpayer (type T,
002510*> keyed on TIN) or, for cash in an account with no usable
002520*> taxpayer record, the account alone (type U).  Its cash is
002530*> totalled one business day at a time: the processing date,
002540*> and the effective date of any back-valued cash.  The prior
002550*> cash is what the history already holds for a back-valued
002560*> day; the day's totals are tonight's cash plus the prior.
002570*> The account table holds the contributing accounts for the
002580*> CTR; any beyond its size are totalled but not itemized.
002590*> ----------------------------------------------------------
002600 01  SUBJECT-TYPE            PIC X(01) VALUE SPACE.
002610     88  SUBJECT-TAXPAYER              VALUE "T".
002620     88  SUBJECT-UNIDENTIFIED          VALUE "U".
002630 01  SUBJECT-ID              PIC 9(09) VALUE 0.
002640 01  SUBJECT-NAME            PIC X(30) VALUE SPACES.
002650 01  SUBJECT-DATE            PIC 9(08) VALUE 0.
002660 01  SUBJECT-CASH-IN         PIC S9(11)V9(2) COMP-3 VALUE 0.
002670 01  SUBJECT-CASH-OUT        PIC S9(11)V9(2) COMP-3 VALUE 0.
002680 01  SUBJECT-PRIOR-CASH-IN   PIC S9(11)V9(2) COMP-3 VALUE 0.
002690 01  SUBJECT-PRIOR-CASH-OUT  PIC S9(11)V9(2) COMP-3 VALUE 0.
002700 01  SUBJECT-PRIOR-ACCOUNTS  PIC 9(03) VALUE 0.
002710 01  SUBJECT-DAY-CASH-IN     PIC S9(11)V9(2) COMP-3 VALUE 0.
002720 01  SUBJECT-DAY-CASH-OUT    PIC S9(11)V9(2) COMP-3 VALUE 0.
002730 01  SUBJECT-DAY-ACCOUNTS    PIC 9(05) COMP VALUE 0.
002740 01  SUBJECT-LAST-ACCT       PIC 9(07) VALUE 0.
002750 01  SUBJECT-ACCOUNT-TOTAL   PIC 9(05) COMP VALUE 0.
002760 01  SUBJECT-ACCOUNT-MAX     PIC 9(02) COMP VALUE 50.
002770 01  SUBJECT-ACCOUNT-COUNT   PIC 9(02) COMP VALUE 0.
002780 01  SA-SUB                  PIC 9(02) COMP VALUE 0.
002790 01  SUBJECT-ACCOUNT-AREA.
002800     05  SUBJECT-ACCOUNT OCCURS 50 TIMES.
002810         10  SA-ACCT-NUMBER      PIC 9(07).
002820         10  SA-CASH-IN          PIC S9(11)V9(2) COMP-3.
002830         10  SA-CASH-OUT         PIC S9(11)V9(2) COMP-3.
002840*> ----------------------------------------------------------
002850*> Taxpayer's daily cash history: the prior business days
002860*> still inside the window, plus the processing date, in date
002870*> order.  A day with cash posted tonight - the processing
002880*> date or a back-valued day - is marked posted.  The run
002890*> table holds the entries of the consecutive run of days
002900*> just under the threshold, newest first.
002910*> ----------------------------------------------------------
002920 01  DAY-ENTRY-MAX           PIC 9(02) COMP VALUE 10.
002930 01  DAY-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
002940 01  DAY-SUB                 PIC 9(02) COMP VALUE 0.
002950 01  FOUND-DAY-SUB           PIC 9(02) COMP VALUE 0.
002960 01  DAY-TABLE-AREA.
002970     05  DAY-ENTRY OCCURS 10 TIMES.
002980         10  DE-DATE             PIC 9(08).
002990         10  DE-CASH-IN          PIC S9(11)V9(2) COMP-3.
003000         10  DE-CASH-OUT         PIC S9(11)V9(2) COMP-3.
003010         10  DE-POSTED-SWITCH    PIC X(01).
003020             88  DE-POSTED                 VALUE "Y".
003030 01  RUN-DAY-COUNT           PIC 9(02) COMP VALUE 0.
003040 01  RUN-SUB                 PIC 9(02) COMP VALUE 0.
003050 01  RUN-TABLE-AREA.
003060     05  RUN-DAY-ENTRY OCCURS 5 TIMES PIC 9(02) COMP.
003070*> ----------------------------------------------------------
003080*> New cash-history record, built here and written to CASHNEW.
003090*> ----------------------------------------------------------
003100 COPY CASHHIST
003110     REPLACING ==CASH-HISTORY-RECORD== BY ==CSN-HISTORY-RECORD==
003120               LEADING ==CSH== BY ==CSN==.
003130*> ----------------------------------------------------------
003140*> Run counters and cash totals
003150*> ----------------------------------------------------------
003160 01  TOTAL-CASH-IN           PIC S9(11)V9(2) COMP-3 VALUE 0.
003170 01  TOTAL-CASH-OUT          PIC S9(11)V9(2) COMP-3 VALUE 0.
003180 01  CTR-CASH-IN-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
003190 01  CTR-CASH-OUT-TOTAL      PIC S9(11)V9(2) COMP-3 VALUE 0.
003200 77  TRAN-READ-COUNT         PIC 9(07) VALUE 0.
003210 77  CASH-TRAN-COUNT         PIC 9(07) VALUE 0.
003220 77  BACK-VALUED-CASH-COUNT  PIC 9(07) VALUE 0.
003230 77  SUBJECT-COUNT           PIC 9(07) VALUE 0.
003240 77  TAXPAYER-COUNT          PIC 9(07) VALUE 0.
003250 77  UNIDENTIFIED-COUNT      PIC 9(07) VALUE 0.
003260 77  CTR-SUBJECT-COUNT       PIC 9(07) VALUE 0.
003270 77  BACK-VALUED-CTR-COUNT   PIC 9(07) VALUE 0.
003280 77  CTR-RECORD-COUNT        PIC 9(07) VALUE 0.
003290 77  ACCOUNT-OVERFLOW-COUNT  PIC 9(07) VALUE 0.
003300 77  STRUCTURING-COUNT       PIC 9(07) VALUE 0.
003310 77  HISTORY-READ-COUNT      PIC 9(07) VALUE 0.
003320 77  HISTORY-WRITTEN-COUNT   PIC 9(07) VALUE 0.
003330 77  HISTORY-DROPPED-COUNT   PIC 9(07) VALUE 0.
003340*> ----------------------------------------------------------
003350*> CTR report print lines
003360*> ----------------------------------------------------------
003370 01  CTR-HEADING-LINE.
003380     05  FILLER              PIC X(34)
003390         VALUE "CURRENCY TRANSACTION REPORT LIST  ".
003400     05  FILLER              PIC X(09) VALUE "RUN DATE ".
003410     05  CHL-RUN-DATE        PIC 9(08).
003420     05  FILLER              PIC X(06) VALUE " TIME ".
003430     05  CHL-RUN-TIME        PIC 9(08).
003440 01  CTR-CRITERIA-LINE.
003450     05  FILLER              PIC X(14) VALUE "BUSINESS DATE ".
003460     05  CCR-BUSINESS-DATE   PIC 9(08).
003470     05  FILLER              PIC X(20)
003480         VALUE "   CASH IN OR OUT > ".
003490     05  CCR-THRESHOLD       PIC Z(07)9.99.
003500 01  CTR-COLUMN-LINE.
003510     05  FILLER              PIC X(06) VALUE "SUBJ".
003520     05  FILLER              PIC X(11) VALUE "TIN".
003530     05  FILLER              PIC X(09) VALUE "ACCOUNT".
003540     05  FILLER              PIC X(25) VALUE "NAME".
003550     05  FILLER              PIC X(15) VALUE "       CASH IN".
003560     05  FILLER              PIC X(14) VALUE "      CASH OUT".
003570 01  CTR-DETAIL-LINE.
003580     05  CDL-SUBJECT-TAG     PIC X(06).
003590     05  CDL-TIN             PIC X(09).
003600     05  FILLER              PIC X(02) VALUE SPACES.
003610     05  CDL-ACCT-NUMBER     PIC X(07).
003620     05  FILLER              PIC X(02) VALUE SPACES.
003630     05  CDL-NAME            PIC X(24).
003640     05  FILLER              PIC X(01) VALUE SPACE.
003650     05  CDL-CASH-IN         PIC -(10)9.99.
003660     05  FILLER              PIC X(01) VALUE SPACE.
003670     05  CDL-CASH-OUT        PIC -(10)9.99.
003680 01  CTR-DATE-LINE.
003690     05  FILLER              PIC X(17) VALUE SPACES.
003700     05  FILLER              PIC X(28)
003710         VALUE "BACK-VALUED - BUSINESS DATE ".
003720     05  CTD-BUSINESS-DATE   PIC 9(08).
003730 01  CTR-OVERFLOW-LINE.
003740     05  FILLER              PIC X(17) VALUE SPACES.
003750     05  COL-ACCOUNT-COUNT   PIC Z(04)9.
003760     05  FILLER              PIC X(33)
003770         VALUE " MORE ACCOUNT(S) NOT ITEMIZED".
003780 01  CTR-COUNT-LINE.
003790     05  CCL-LABEL            PIC X(32).
003800     05  FILLER               PIC X(01) VALUE SPACE.
003810     05  CCL-COUNT            PIC Z(06)9.
003820 01  CTR-AMOUNT-LINE.
003830     05  CAL-LABEL            PIC X(32).
003840     05  FILLER               PIC X(01) VALUE SPACE.
003850     05  CAL-AMOUNT           PIC -(13)9.99.
003860 01  BACK-VALUED-HEADING-LINE.
003870     05  FILLER              PIC X(50)
003880         VALUE "BACK-VALUED CASH - WEIGHED ON ITS EFFECTIVE DATE".
003890 01  BACK-VALUED-COLUMN-LINE.
003900     05  FILLER              PIC X(06) VALUE "SUBJ".
003910     05  FILLER              PIC X(11) VALUE "TIN".
003920     05  FILLER              PIC X(09) VALUE "ACCOUNT".
003930     05  FILLER              PIC X(25) VALUE "EFFECTIVE".
003940     05  FILLER              PIC X(15) VALUE "       CASH IN".
003950     05  FILLER              PIC X(14) VALUE "      CASH OUT".
003960 01  BACK-VALUED-DETAIL-LINE.
003970     05  BDL-SUBJECT-TAG     PIC X(06).
003980     05  BDL-TIN             PIC X(09).
003990     05  FILLER              PIC X(02) VALUE SPACES.
004000     05  BDL-ACCT-NUMBER     PIC 9(07).
004010     05  FILLER              PIC X(02) VALUE SPACES.
004020     05  BDL-EFFECTIVE-DATE  PIC 9(08).
004030     05  FILLER              PIC X(17) VALUE SPACES.
004040     05  BDL-CASH-IN         PIC -(10)9.99.
004050     05  FILLER              PIC X(01) VALUE SPACE.
004060     05  BDL-CASH-OUT        PIC -(10)9.99.
004070*> ----------------------------------------------------------
004080*> Structuring review report print lines
004090*> ----------------------------------------------------------
004100 01  STRUCTURING-HEADING-LINE.
004110     05  FILLER              PIC X(34)
004120         VALUE "POSSIBLE STRUCTURING REVIEW       ".
004130     05  FILLER              PIC X(09) VALUE "RUN DATE ".
004140     05  SHL-RUN-DATE        PIC 9(08).
004150     05  FILLER              PIC X(06) VALUE " TIME ".
004160     05  SHL-RUN-TIME        PIC 9(08).
004170 01  STRUCTURING-CRITERIA-LINE.
004180     05  FILLER              PIC X(14) VALUE "BUSINESS DATE ".
004190     05  SCR-BUSINESS-DATE   PIC 9(08).
004200     05  FILLER              PIC X(13) VALUE "   CASH FROM ".
004210     05  SCR-FLOOR           PIC Z(07)9.99.
004220     05  FILLER              PIC X(04) VALUE " TO ".
004230     05  SCR-THRESHOLD       PIC Z(07)9.99.
004240 01  STRUCTURING-WINDOW-LINE.
004250     05  FILLER              PIC X(18) VALUE "ON AT LEAST ".
004260     05  SWL-MIN-DAYS        PIC Z9.
004270     05  FILLER              PIC X(32)
004280         VALUE " CONSECUTIVE BUSINESS DAYS OF ".
004290     05  SWL-WINDOW-DAYS     PIC Z9.
004300 01  STRUCTURING-SUBJECT-LINE.
004310     05  FILLER              PIC X(04) VALUE "TIN ".
004320     05  SSL-TIN             PIC 9(09).
004330     05  FILLER              PIC X(02) VALUE SPACES.
004340     05  SSL-NAME            PIC X(30).
004350     05  FILLER              PIC X(19)
004360         VALUE "  CONSECUTIVE DAYS ".
004370     05  SSL-RUN-DAYS        PIC Z9.
004380 01  STRUCTURING-DAY-LINE.
004390     05  FILLER              PIC X(06) VALUE SPACES.
004400     05  SDL-BUSINESS-DATE   PIC 9(08).
004410     05  FILLER              PIC X(10) VALUE "  CASH IN ".
004420     05  SDL-CASH-IN         PIC -(10)9.99.
004430     05  FILLER              PIC X(11) VALUE "  CASH OUT ".
004440     05  SDL-CASH-OUT        PIC -(10)9.99.
004450 01  STRUCTURING-SIGNOFF-LINE.
004460     05  FILLER              PIC X(13) VALUE "REVIEWED BY: ".
004470     05  FILLER              PIC X(33) VALUE ALL "_".
004480     05  FILLER              PIC X(08) VALUE "  DATE: ".
004490     05  FILLER              PIC X(10) VALUE ALL "_".
004500 PROCEDURE DIVISION.
004510*****************************************************************
004520* 0000-MAINLINE
004530*   Top level driver.  The input procedure ties each cash
004540*   transaction to its taxpayer and releases it to the sort
004550*   keyed on TIN and business date; the output procedure
004560*   totals each subject's cash for each business day, reports
004570*   the CTRs owed, rolls the cash history forward and flags
004580*   possible structuring.  The report totals close the run.
004590*****************************************************************
004600 0000-MAINLINE.
004610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004620     IF NOT RUN-ERROR
004630        SORT CASH-SORT-FILE
004640           ON ASCENDING KEY SRT-SUBJECT-TYPE
004650                            SRT-SUBJECT-ID
004660                            SRT-BUSINESS-DATE
004670                            SRT-ACCT-NUMBER
004680           INPUT PROCEDURE IS 2000-SELECT-CASH
004690              THRU 2999-SELECT-EXIT
004700           OUTPUT PROCEDURE IS 4000-AGGREGATE-CASH
004710              THRU 4999-AGGREGATE-EXIT
004720        PERFORM 6000-WRITE-REPORT-TOTALS THRU 6000-EXIT
004730     END-IF
004740     PERFORM 9000-TERMINATE THRU 9000-EXIT
004750     STOP RUN.
004760*****************************************************************
004770* 1000-INITIALIZE
004780*   Opens every file, stamps the run, writes the report
004790*   headings, loads the bank calendar, builds the structuring
004800*   review window, and primes the input read-ahead buffers.
004810*   An absent cash history starts fresh.
004820*   A run whose date is not the next processing date on the
004830*   date-control record is refused before any file is opened.
004840*****************************************************************
004850 1000-INITIALIZE.
004860     ACCEPT CTR-RUN-DATE FROM DATE YYYYMMDD
004870     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
004880     IF RUN-ERROR
004890        GO TO 1000-EXIT
004900     END-IF
004910     OPEN INPUT TRANSACTION-FILE
004920     IF NOT TRANFILE-OK
004930        DISPLAY "CASH_CTR: UNABLE TO OPEN TRANFILE, STATUS "
004940           TRANFILE-STATUS
004950        MOVE "Y" TO RUN-ERROR-SWITCH
004960     END-IF
004970     OPEN INPUT CUSTOMER-TAX-FILE
004980     IF NOT CUSTTAX-OK
004990        DISPLAY "CASH_CTR: UNABLE TO OPEN CUSTTAX, STATUS "
005000           CUSTTAX-STATUS
005010        MOVE "Y" TO RUN-ERROR-SWITCH
005020     END-IF
005030     OPEN INPUT CASH-HISTORY-FILE
005040     IF NOT CASHHIST-OK
005050        DISPLAY "CASH_CTR: NO PRIOR CASHHIST, STATUS "
005060           CASHHIST-STATUS " - HISTORY STARTS FRESH"
005070        MOVE "Y" TO CASHHIST-EOF-SWITCH
005080     END-IF
005090     OPEN OUTPUT CASH-NEW-FILE
005100     IF NOT CASHNEW-OK
005110        DISPLAY "CASH_CTR: UNABLE TO OPEN CASHNEW, STATUS "
005120           CASHNEW-STATUS
005130        MOVE "Y" TO RUN-ERROR-SWITCH
005140     END-IF
005150     OPEN OUTPUT CTR-FILING-FILE
005160     IF NOT CTRFILE-OK
005170        DISPLAY "CASH_CTR: UNABLE TO OPEN CTRFILE, STATUS "
005180           CTRFILE-STATUS
005190        MOVE "Y" TO RUN-ERROR-SWITCH
005200     END-IF
005210     OPEN OUTPUT CTR-REPORT-FILE
005220     IF NOT CTRRPT-OK
005230        DISPLAY "CASH_CTR: UNABLE TO OPEN CTRRPT, STATUS "
005240           CTRRPT-STATUS
005250        MOVE "Y" TO RUN-ERROR-SWITCH
005260     END-IF
005270     OPEN OUTPUT STRUCTURING-REPORT-FILE
005280     IF NOT STRCRPT-OK
005290        DISPLAY "CASH_CTR: UNABLE TO OPEN STRCRPT, STATUS "
005300           STRCRPT-STATUS
005310        MOVE "Y" TO RUN-ERROR-SWITCH
005320     END-IF
005330     ACCEPT CTR-RUN-TIME FROM TIME
005340     IF RUN-ERROR
005350        GO TO 1000-EXIT
005360     END-IF
005370     MOVE CTR-RUN-DATE TO CHL-RUN-DATE
005380     MOVE CTR-RUN-TIME TO CHL-RUN-TIME
005390     WRITE CTR-REPORT-LINE FROM CTR-HEADING-LINE
005400     MOVE CTR-RUN-DATE TO CCR-BUSINESS-DATE
005410     MOVE CTR-THRESHOLD TO CCR-THRESHOLD
005420     WRITE CTR-REPORT-LINE FROM CTR-CRITERIA-LINE
005430     MOVE CTR-RUN-DATE TO SHL-RUN-DATE
005440     MOVE CTR-RUN-TIME TO SHL-RUN-TIME
005450     WRITE STRUCTURING-REPORT-LINE FROM STRUCTURING-HEADING-LINE
005460     MOVE CTR-RUN-DATE TO SCR-BUSINESS-DATE
005470     MOVE STRUCTURING-FLOOR TO SCR-FLOOR
005480     MOVE CTR-THRESHOLD TO SCR-THRESHOLD
005490     WRITE STRUCTURING-REPORT-LINE
005500        FROM STRUCTURING-CRITERIA-LINE
005510     MOVE STRUCTURING-MIN-DAYS TO SWL-MIN-DAYS
005520     MOVE STRUCTURING-WINDOW-DAYS TO SWL-WINDOW-DAYS
005530     WRITE STRUCTURING-REPORT-LINE FROM STRUCTURING-WINDOW-LINE
005540     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
005550     PERFORM 1400-BUILD-WINDOW THRU 1400-EXIT
005560     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
005570     PERFORM 1150-READ-CUSTOMER-TAX THRU 1150-EXIT
005580     IF NOT CASHHIST-EXHAUSTED
005590        PERFORM 1200-READ-CASH-HISTORY THRU 1200-EXIT
005600     END-IF.
005610 1000-EXIT.
005620     EXIT.
005630*****************************************************************
005640* 1010-CHECK-PROCESSING-DATE
005650*   Reads the date-control record and refuses the run unless
005660*   the run date is the next processing date on it, so a
005670*   resubmitted night, or one run after a skipped night, stops
005680*   here before anything is posted.
005690*****************************************************************
005700 1010-CHECK-PROCESSING-DATE.
005710     OPEN INPUT DATE-CONTROL-FILE
005720     IF NOT DATECTL-OK
005730        DISPLAY "CASH_CTR: UNABLE TO OPEN DATECTL, STATUS "
005740           DATECTL-STATUS
005750        MOVE "Y" TO RUN-ERROR-SWITCH
005760        GO TO 1010-EXIT
005770     END-IF
005780     READ DATE-CONTROL-FILE
005790         AT END
005800             DISPLAY "CASH_CTR: DATECTL IS EMPTY - NO "
005810                "PROCESSING DATE ON FILE"
005820             MOVE "Y" TO RUN-ERROR-SWITCH
005830     END-READ
005840     CLOSE DATE-CONTROL-FILE
005850     IF RUN-ERROR
005860        GO TO 1010-EXIT
005870     END-IF
005880     IF CTR-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
005890        DISPLAY "CASH_CTR: RUN DATE " CTR-RUN-DATE
005900           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
005910        DISPLAY "CASH_CTR: LAST COMPLETED DATE "
005920           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
005930        MOVE "Y" TO RUN-ERROR-SWITCH
005940     END-IF.
005950 1010-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 1100-READ-TRANSACTION
005990*   Reads the next transaction record into the read-ahead
006000*   buffer.
006010*****************************************************************
006020 1100-READ-TRANSACTION.
006030     READ TRANSACTION-FILE
006040        AT END MOVE "Y" TO TRAN-EOF-SWITCH
006050        NOT AT END ADD 1 TO TRAN-READ-COUNT
006060     END-READ.
006070 1100-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 1150-READ-CUSTOMER-TAX
006110*   Reads the next customer tax record into the read-ahead
006120*   buffer.
006130*****************************************************************
006140 1150-READ-CUSTOMER-TAX.
006150     READ CUSTOMER-TAX-FILE
006160        AT END MOVE "Y" TO CUSTTAX-EOF-SWITCH
006170     END-READ.
006180 1150-EXIT.
006190     EXIT.
006200*****************************************************************
006210* 1200-READ-CASH-HISTORY
006220*   Reads the next prior cash-history record into the
006230*   read-ahead buffer.
006240*****************************************************************
006250 1200-READ-CASH-HISTORY.
006260     READ CASH-HISTORY-FILE
006270        AT END MOVE "Y" TO CASHHIST-EOF-SWITCH
006280        NOT AT END ADD 1 TO HISTORY-READ-COUNT
006290     END-READ.
006300 1200-EXIT.
006310     EXIT.
006320*****************************************************************
006330* 1300-LOAD-CALENDAR
006340*   Loads the bank business-day calendar into working storage.
006350*   The file is optional: a run with no calendar leaves the
006360*   entry count at zero and every day is taken as a business
006370*   day.
006380*****************************************************************
006390 1300-LOAD-CALENDAR.
006400     OPEN INPUT CALENDAR-FILE
006410     IF NOT CALFILE-OK
006420        DISPLAY "CASH_CTR: NO BANK CALENDAR, STATUS "
006430           CALFILE-STATUS
006440           " - EVERY DAY TAKEN AS A BUSINESS DAY"
006450        CLOSE CALENDAR-FILE
006460        GO TO 1300-EXIT
006470     END-IF
006480     PERFORM 1310-READ-CALENDAR-ENTRY THRU 1310-EXIT
006490        UNTIL CALFILE-EOF
006500           OR CALENDAR-ENTRY-COUNT = CALENDAR-ENTRY-MAX
006510     IF NOT CALFILE-EOF
006520        DISPLAY "CASH_CTR: CALENDAR TRUNCATED AT "
006530           CALENDAR-ENTRY-MAX " ENTRIES"
006540     END-IF
006550     CLOSE CALENDAR-FILE.
006560 1300-EXIT.
006570     EXIT.
006580*****************************************************************
006590* 1310-READ-CALENDAR-ENTRY
006600*   Reads one calendar record into the next table slot.
006610*****************************************************************
006620 1310-READ-CALENDAR-ENTRY.
006630     READ CALENDAR-FILE
006640         AT END
006650             GO TO 1310-EXIT
006660     END-READ
006670     ADD 1 TO CALENDAR-ENTRY-COUNT
006680     MOVE CAL-DATE TO
006690        CE-DATE (CALENDAR-ENTRY-COUNT)
006700     MOVE CAL-DAY-TYPE TO
006710        CE-DAY-TYPE (CALENDAR-ENTRY-COUNT).
006720 1310-EXIT.
006730     EXIT.
006740*****************************************************************
006750* 1400-BUILD-WINDOW
006760*   Builds the structuring review window: the processing date,
006770*   then each business day before it on the bank calendar,
006780*   until the window is full.
006790*****************************************************************
006800 1400-BUILD-WINDOW.
006810     MOVE CTR-RUN-DATE TO LOOKUP-DATE
006820     MOVE 1 TO WINDOW-DATE-COUNT
006830     MOVE CTR-RUN-DATE TO WINDOW-DATE (1)
006840     PERFORM 1410-ADD-WINDOW-DAY THRU 1410-EXIT
006850        UNTIL WINDOW-DATE-COUNT = STRUCTURING-WINDOW-DAYS
006860     MOVE WINDOW-DATE (WINDOW-DATE-COUNT) TO WINDOW-OLDEST-DATE.
006870 1400-EXIT.
006880     EXIT.
006890*****************************************************************
006900* 1410-ADD-WINDOW-DAY
006910*   Steps LOOKUP-DATE back to the previous business day and
006920*   adds it to the window.  The step limit guards against a
006930*   calendar mis-keyed with an unbroken run of closed days.
006940*****************************************************************
006950 1410-ADD-WINDOW-DAY.
006960     MOVE ZERO TO PRIOR-DAY-STEP-COUNT
006970     PERFORM 1420-STEP-BACK-ONE-DAY THRU 1420-EXIT
006980     PERFORM 1420-STEP-BACK-ONE-DAY THRU 1420-EXIT
006990        UNTIL DATE-IS-BUSINESS
007000           OR PRIOR-DAY-STEP-COUNT > 30
007010     ADD 1 TO WINDOW-DATE-COUNT
007020     MOVE LOOKUP-DATE TO WINDOW-DATE (WINDOW-DATE-COUNT).
007030 1410-EXIT.
007040     EXIT.
007050*****************************************************************
007060* 1420-STEP-BACK-ONE-DAY
007070*   Steps back one calendar day and re-checks the calendar.
007080*****************************************************************
007090 1420-STEP-BACK-ONE-DAY.
007100     PERFORM 8200-BACK-ONE-DAY THRU 8200-EXIT
007110     ADD 1 TO PRIOR-DAY-STEP-COUNT
007120     PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT.
007130 1420-EXIT.
007140     EXIT.
007150*****************************************************************
007160* 2000-SELECT-CASH
007170*   Sort input procedure - weighs one transaction per pass
007180*   until the transactions feed is exhausted.
007190*****************************************************************
007200 2000-SELECT-CASH.
007210     PERFORM 2100-SELECT-TRANSACTION THRU 2100-EXIT
007220        UNTIL TRAN-EXHAUSTED
007230     GO TO 2999-SELECT-EXIT.
007240*****************************************************************
007250* 2100-SELECT-TRANSACTION
007260*   Weighs one transaction.  Only cash counts.  Cash belongs to
007270*   the business day it is effective - a spaces or zero
007280*   effective date is effective the night it posts, and so is
007290*   a date after the processing date, as cash cannot change
007300*   hands before it posts.  Cash effective before the
007310*   processing date is back-valued: it is sorted under its
007320*   effective date and listed for review.  The transaction is
007330*   tied to its account's taxpayer and released to the sort as
007340*   cash in (a deposit) or cash out (a withdrawal).
007350*****************************************************************
007360 2100-SELECT-TRANSACTION.
007370     IF NOT TRAN-CASH
007380        GO TO 2100-NEXT
007390     END-IF
007400     ADD 1 TO CASH-TRAN-COUNT
007410     MOVE CTR-RUN-DATE TO SRT-BUSINESS-DATE
007420     IF TRAN-EFFECTIVE-DATE-SPLIT NOT = SPACES
007430           AND TRAN-EFFECTIVE-DATE IS NUMERIC
007440           AND TRAN-EFFECTIVE-DATE > ZERO
007450           AND TRAN-EFFECTIVE-DATE < CTR-RUN-DATE
007460        MOVE TRAN-EFFECTIVE-DATE TO SRT-BUSINESS-DATE
007470        ADD 1 TO BACK-VALUED-CASH-COUNT
007480     END-IF
007490     PERFORM 2110-MATCH-CUSTOMER-TAX THRU 2110-EXIT
007500     MOVE TRAN-ACCOUNT-NUMBER TO SRT-ACCT-NUMBER
007510     IF TAXPAYER-FOUND
007520        MOVE "T"             TO SRT-SUBJECT-TYPE
007530        MOVE CTX-TIN         TO SRT-SUBJECT-ID
007540        MOVE CTX-PAYEE-NAME  TO SRT-PAYEE-NAME
007550     ELSE
007560        MOVE "U"             TO SRT-SUBJECT-TYPE
007570        MOVE TRAN-ACCOUNT-NUMBER TO SRT-SUBJECT-ID
007580        MOVE SPACES          TO SRT-PAYEE-NAME
007590     END-IF
007600     IF TRAN-AMOUNT < ZERO
007610        MOVE ZERO TO SRT-CASH-IN
007620        COMPUTE SRT-CASH-OUT = ZERO - TRAN-AMOUNT
007630     ELSE
007640        MOVE TRAN-AMOUNT TO SRT-CASH-IN
007650        MOVE ZERO TO SRT-CASH-OUT
007660     END-IF
007670     ADD SRT-CASH-IN  TO TOTAL-CASH-IN
007680     ADD SRT-CASH-OUT TO TOTAL-CASH-OUT
007690     IF SRT-BUSINESS-DATE < CTR-RUN-DATE
007700        PERFORM 2120-LIST-BACK-VALUED THRU 2120-EXIT
007710     END-IF
007720     RELEASE SORT-CASH-RECORD.
007730 2100-NEXT.
007740     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
007750 2100-EXIT.
007760     EXIT.
007770*****************************************************************
007780* 2110-MATCH-CUSTOMER-TAX
007790*   Advances the customer tax read-ahead buffer, held across
007800*   the run (both files are in ascending account order), to
007810*   the transaction's account.  A taxpayer is found only when
007820*   the record carries a usable, non-zero TIN.
007830*****************************************************************
007840 2110-MATCH-CUSTOMER-TAX.
007850     PERFORM 1150-READ-CUSTOMER-TAX THRU 1150-EXIT
007860        UNTIL CUSTTAX-EXHAUSTED
007870           OR CTX-ACCT-NUMBER >= TRAN-ACCOUNT-NUMBER
007880     MOVE "N" TO TAXPAYER-FOUND-SWITCH
007890     IF (NOT CUSTTAX-EXHAUSTED)
007900           AND CTX-ACCT-NUMBER = TRAN-ACCOUNT-NUMBER
007910           AND CTX-TIN IS NUMERIC
007920           AND CTX-TIN > ZERO
007930        MOVE "Y" TO TAXPAYER-FOUND-SWITCH
007940     END-IF.
007950 2110-EXIT.
007960     EXIT.
007970*****************************************************************
007980* 2120-LIST-BACK-VALUED
007990*   Lists one back-valued cash transaction on the CTR report
008000*   under its own heading, written ahead of the first one.
008010*****************************************************************
008020 2120-LIST-BACK-VALUED.
008030     IF BACK-VALUED-CASH-COUNT = 1
008040        MOVE SPACES TO CTR-REPORT-LINE
008050        WRITE CTR-REPORT-LINE
008060        WRITE CTR-REPORT-LINE FROM BACK-VALUED-HEADING-LINE
008070        WRITE CTR-REPORT-LINE FROM BACK-VALUED-COLUMN-LINE
008080     END-IF
008090     MOVE SPACES TO BACK-VALUED-DETAIL-LINE
008100     IF TAXPAYER-FOUND
008110        MOVE "TIN"           TO BDL-SUBJECT-TAG
008120        MOVE SRT-SUBJECT-ID  TO BDL-TIN
008130     ELSE
008140        MOVE "UNID"          TO BDL-SUBJECT-TAG
008150     END-IF
008160     MOVE SRT-ACCT-NUMBER    TO BDL-ACCT-NUMBER
008170     MOVE SRT-BUSINESS-DATE  TO BDL-EFFECTIVE-DATE
008180     MOVE SRT-CASH-IN        TO BDL-CASH-IN
008190     MOVE SRT-CASH-OUT       TO BDL-CASH-OUT
008200     WRITE CTR-REPORT-LINE FROM BACK-VALUED-DETAIL-LINE.
008210 2120-EXIT.
008220     EXIT.
008230 2999-SELECT-EXIT.
008240     EXIT.
008250*****************************************************************
008260* 4000-AGGREGATE-CASH
008270*   Sort output procedure - heads the CTR list, then totals
008280*   one subject's cash per pass, taxpayers first in TIN order,
008290*   then the unidentified accounts, and finally carries forward
008300*   the cash history of the taxpayers with no cash tonight.
008310*****************************************************************
008320 4000-AGGREGATE-CASH.
008330     MOVE SPACES TO CTR-REPORT-LINE
008340     WRITE CTR-REPORT-LINE
008350     WRITE CTR-REPORT-LINE FROM CTR-COLUMN-LINE
008360     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT
008370     PERFORM 4100-AGGREGATE-SUBJECT THRU 4100-EXIT
008380        UNTIL SORT-EXHAUSTED
008390     PERFORM 4310-CARRY-PRIOR-HISTORY THRU 4310-EXIT
008400        UNTIL CASHHIST-EXHAUSTED
008410     GO TO 4999-AGGREGATE-EXIT.
008420*****************************************************************
008430* 4010-RETURN-SORTED
008440*   Returns the next sorted cash record into the read-ahead
008450*   buffer.
008460*****************************************************************
008470 4010-RETURN-SORTED.
008480     RETURN CASH-SORT-FILE
008490        AT END MOVE "Y" TO SORT-EOF-SWITCH
008500     END-RETURN.
008510 4010-EXIT.
008520     EXIT.
008530*****************************************************************
008540* 4100-AGGREGATE-SUBJECT
008550*   Totals every sorted cash record of one subject, one
008560*   business day per pass.  A taxpayer's cash history is first
008570*   carried forward to the TIN, and once the days are totalled
008580*   the rest of the taxpayer's history is rolled forward and
008590*   the days weighed for structuring.
008600*****************************************************************
008610 4100-AGGREGATE-SUBJECT.
008620     MOVE SRT-SUBJECT-TYPE TO SUBJECT-TYPE
008630     MOVE SRT-SUBJECT-ID   TO SUBJECT-ID
008640     MOVE SRT-PAYEE-NAME   TO SUBJECT-NAME
008650     ADD 1 TO SUBJECT-COUNT
008660     IF SUBJECT-TAXPAYER
008670        ADD 1 TO TAXPAYER-COUNT
008680        PERFORM 4310-CARRY-PRIOR-HISTORY THRU 4310-EXIT
008690           UNTIL CASHHIST-EXHAUSTED
008700              OR CSH-TIN NOT < SUBJECT-ID
008710     ELSE
008720        ADD 1 TO UNIDENTIFIED-COUNT
008730        MOVE "NO TAXPAYER RECORD" TO SUBJECT-NAME
008740     END-IF
008750     MOVE ZERO TO DAY-ENTRY-COUNT
008760     PERFORM 4120-AGGREGATE-SUBJECT-DAY THRU 4120-EXIT
008770        UNTIL SORT-EXHAUSTED
008780           OR SRT-SUBJECT-TYPE NOT = SUBJECT-TYPE
008790           OR SRT-SUBJECT-ID NOT = SUBJECT-ID
008800     IF SUBJECT-TAXPAYER
008810        PERFORM 4300-ROLL-CASH-HISTORY THRU 4300-EXIT
008820     END-IF.
008830 4100-EXIT.
008840     EXIT.
008850*****************************************************************
008860* 4110-ADD-SORTED-CASH
008870*   Adds one sorted cash record to the subject's totals and to
008880*   its account's entry in the account table.  An account past
008890*   the end of the table is counted but not itemized.
008900*****************************************************************
008910 4110-ADD-SORTED-CASH.
008920     ADD SRT-CASH-IN  TO SUBJECT-CASH-IN
008930     ADD SRT-CASH-OUT TO SUBJECT-CASH-OUT
008940     IF SRT-ACCT-NUMBER NOT = SUBJECT-LAST-ACCT
008950        MOVE SRT-ACCT-NUMBER TO SUBJECT-LAST-ACCT
008960        ADD 1 TO SUBJECT-ACCOUNT-TOTAL
008970        IF SUBJECT-ACCOUNT-COUNT < SUBJECT-ACCOUNT-MAX
008980           ADD 1 TO SUBJECT-ACCOUNT-COUNT
008990           MOVE SRT-ACCT-NUMBER
009000              TO SA-ACCT-NUMBER (SUBJECT-ACCOUNT-COUNT)
009010           MOVE ZERO TO SA-CASH-IN (SUBJECT-ACCOUNT-COUNT)
009020           MOVE ZERO TO SA-CASH-OUT (SUBJECT-ACCOUNT-COUNT)
009030        END-IF
009040     END-IF
009050     IF SA-ACCT-NUMBER (SUBJECT-ACCOUNT-COUNT) = SRT-ACCT-NUMBER
009060        ADD SRT-CASH-IN  TO SA-CASH-IN (SUBJECT-ACCOUNT-COUNT)
009070        ADD SRT-CASH-OUT TO SA-CASH-OUT (SUBJECT-ACCOUNT-COUNT)
009080     END-IF
009090     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT.
009100 4110-EXIT.
009110     EXIT.
009120*****************************************************************
009130* 4120-AGGREGATE-SUBJECT-DAY
009140*   Totals the subject's sorted cash for one business day.  For
009150*   a taxpayer, the prior history days before it are gathered
009160*   and a back-valued day's own history record is folded in, so
009170*   the day is weighed on all of its cash.  A CTR is reported
009180*   when the day's cash in or cash out exceeds the threshold;
009190*   an unidentified subject is always listed.  A taxpayer's day
009200*   is then written to the cash history.
009210*****************************************************************
009220 4120-AGGREGATE-SUBJECT-DAY.
009230     MOVE SRT-BUSINESS-DATE TO SUBJECT-DATE
009240     MOVE ZERO TO SUBJECT-CASH-IN
009250     MOVE ZERO TO SUBJECT-CASH-OUT
009260     MOVE ZERO TO SUBJECT-PRIOR-CASH-IN
009270     MOVE ZERO TO SUBJECT-PRIOR-CASH-OUT
009280     MOVE ZERO TO SUBJECT-PRIOR-ACCOUNTS
009290     MOVE ZERO TO SUBJECT-LAST-ACCT
009300     MOVE ZERO TO SUBJECT-ACCOUNT-TOTAL
009310     MOVE ZERO TO SUBJECT-ACCOUNT-COUNT
009320     PERFORM 4110-ADD-SORTED-CASH THRU 4110-EXIT
009330        UNTIL SORT-EXHAUSTED
009340           OR SRT-SUBJECT-TYPE NOT = SUBJECT-TYPE
009350           OR SRT-SUBJECT-ID NOT = SUBJECT-ID
009360           OR SRT-BUSINESS-DATE NOT = SUBJECT-DATE
009370     IF SUBJECT-TAXPAYER
009380        PERFORM 4320-GATHER-PRIOR-DAY THRU 4320-EXIT
009390           UNTIL CASHHIST-EXHAUSTED
009400              OR CSH-TIN NOT = SUBJECT-ID
009410              OR CSH-BUSINESS-DATE NOT < SUBJECT-DATE
009420        IF (NOT CASHHIST-EXHAUSTED)
009430              AND CSH-TIN = SUBJECT-ID
009440              AND CSH-BUSINESS-DATE = SUBJECT-DATE
009450           PERFORM 4330-FOLD-PRIOR-DAY THRU 4330-EXIT
009460        END-IF
009470     END-IF
009480     COMPUTE SUBJECT-DAY-CASH-IN =
009490        SUBJECT-CASH-IN + SUBJECT-PRIOR-CASH-IN
009500     COMPUTE SUBJECT-DAY-CASH-OUT =
009510        SUBJECT-CASH-OUT + SUBJECT-PRIOR-CASH-OUT
009520     COMPUTE SUBJECT-DAY-ACCOUNTS =
009530        SUBJECT-ACCOUNT-TOTAL + SUBJECT-PRIOR-ACCOUNTS
009540     IF SUBJECT-DAY-CASH-IN > CTR-THRESHOLD
009550           OR SUBJECT-DAY-CASH-OUT > CTR-THRESHOLD
009560        PERFORM 4200-REPORT-CTR THRU 4200-EXIT
009570     ELSE
009580        IF SUBJECT-UNIDENTIFIED
009590           PERFORM 4250-LIST-UNIDENTIFIED THRU 4250-EXIT
009600        END-IF
009610     END-IF
009620     IF SUBJECT-TAXPAYER
009630        PERFORM 4340-WRITE-SUBJECT-DAY THRU 4340-EXIT
009640     END-IF.
009650 4120-EXIT.
009660     EXIT.
009670*****************************************************************
009680* 4200-REPORT-CTR
009690*   Reports one subject's day owed a CTR: the subject line and
009700*   one line per contributing account on the CTR report, and
009710*   the person record and its account records on the filing
009720*   extract.  A back-valued day is reported under its own
009730*   business date, and any cash the history already held for
009740*   it is shown on its own line; the person record carries the
009750*   day's totals, the account records tonight's cash.
009760*****************************************************************
009770 4200-REPORT-CTR.
009780     ADD 1 TO CTR-SUBJECT-COUNT
009790     IF SUBJECT-DATE < CTR-RUN-DATE
009800        ADD 1 TO BACK-VALUED-CTR-COUNT
009810     END-IF
009820     ADD SUBJECT-DAY-CASH-IN  TO CTR-CASH-IN-TOTAL
009830     ADD SUBJECT-DAY-CASH-OUT TO CTR-CASH-OUT-TOTAL
009840     MOVE SPACES TO CTR-DETAIL-LINE
009850     IF SUBJECT-TAXPAYER
009860        MOVE "TIN"         TO CDL-SUBJECT-TAG
009870        MOVE SUBJECT-ID    TO CDL-TIN
009880     ELSE
009890        MOVE "UNID"        TO CDL-SUBJECT-TAG
009900     END-IF
009910     MOVE SUBJECT-NAME     TO CDL-NAME
009920     MOVE SUBJECT-DAY-CASH-IN  TO CDL-CASH-IN
009930     MOVE SUBJECT-DAY-CASH-OUT TO CDL-CASH-OUT
009940     WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
009950     IF SUBJECT-DATE < CTR-RUN-DATE
009960        MOVE SUBJECT-DATE TO CTD-BUSINESS-DATE
009970        WRITE CTR-REPORT-LINE FROM CTR-DATE-LINE
009980     END-IF
009990     IF SUBJECT-PRIOR-CASH-IN NOT = ZERO
010000           OR SUBJECT-PRIOR-CASH-OUT NOT = ZERO
010010        MOVE SPACES TO CTR-DETAIL-LINE
010020        MOVE "ON HISTORY FOR THE DAY" TO CDL-NAME
010030        MOVE SUBJECT-PRIOR-CASH-IN  TO CDL-CASH-IN
010040        MOVE SUBJECT-PRIOR-CASH-OUT TO CDL-CASH-OUT
010050        WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
010060     END-IF
010070     MOVE SPACES TO CTR-PERSON-RECORD
010080     MOVE "P"              TO CTP-RECORD-TYPE
010090     MOVE SUBJECT-TYPE     TO CTP-SUBJECT-TYPE
010100     IF SUBJECT-TAXPAYER
010110        MOVE SUBJECT-ID    TO CTP-TIN
010120        MOVE SUBJECT-NAME  TO CTP-PAYEE-NAME
010130     ELSE
010140        MOVE ZERO          TO CTP-TIN
010150     END-IF
010160     MOVE SUBJECT-DATE     TO CTP-BUSINESS-DATE
010170     MOVE SUBJECT-DAY-CASH-IN  TO CTP-TOTAL-CASH-IN
010180     MOVE SUBJECT-DAY-CASH-OUT TO CTP-TOTAL-CASH-OUT
010190     IF SUBJECT-DAY-ACCOUNTS > 999
010200        MOVE 999 TO CTP-ACCOUNT-COUNT
010210     ELSE
010220        MOVE SUBJECT-DAY-ACCOUNTS TO CTP-ACCOUNT-COUNT
010230     END-IF
010240     WRITE CTR-PERSON-RECORD
010250     ADD 1 TO CTR-RECORD-COUNT
010260     PERFORM 4210-REPORT-CTR-ACCOUNT THRU 4210-EXIT
010270        VARYING SA-SUB FROM 1 BY 1
010280           UNTIL SA-SUB > SUBJECT-ACCOUNT-COUNT
010290     IF SUBJECT-ACCOUNT-TOTAL > SUBJECT-ACCOUNT-COUNT
010300        ADD 1 TO ACCOUNT-OVERFLOW-COUNT
010310        COMPUTE COL-ACCOUNT-COUNT =
010320           SUBJECT-ACCOUNT-TOTAL - SUBJECT-ACCOUNT-COUNT
010330        WRITE CTR-REPORT-LINE FROM CTR-OVERFLOW-LINE
010340     END-IF.
010350 4200-EXIT.
010360     EXIT.
010370*****************************************************************
010380* 4210-REPORT-CTR-ACCOUNT
010390*   Reports one contributing account of a CTR subject.
010400*****************************************************************
010410 4210-REPORT-CTR-ACCOUNT.
010420     MOVE SPACES TO CTR-DETAIL-LINE
010430     MOVE SA-ACCT-NUMBER (SA-SUB) TO CDL-ACCT-NUMBER
010440     MOVE SA-CASH-IN (SA-SUB)     TO CDL-CASH-IN
010450     MOVE SA-CASH-OUT (SA-SUB)    TO CDL-CASH-OUT
010460     WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
010470     MOVE SPACES TO CTR-ACCOUNT-RECORD
010480     MOVE "A"                     TO CTA-RECORD-TYPE
010490     MOVE CTP-SUBJECT-TYPE        TO CTA-SUBJECT-TYPE
010500     MOVE CTP-TIN                 TO CTA-TIN
010510     MOVE SUBJECT-DATE            TO CTA-BUSINESS-DATE
010520     MOVE SA-ACCT-NUMBER (SA-SUB) TO CTA-ACCT-NUMBER
010530     MOVE SA-CASH-IN (SA-SUB)     TO CTA-CASH-IN
010540     MOVE SA-CASH-OUT (SA-SUB)    TO CTA-CASH-OUT
010550     WRITE CTR-ACCOUNT-RECORD
010560     ADD 1 TO CTR-RECORD-COUNT.
010570 4210-EXIT.
010580     EXIT.
010590*****************************************************************
010600* 4250-LIST-UNIDENTIFIED
010610*   Lists the cash of an account with no usable taxpayer
010620*   record that did not reach the threshold on its own, so
010630*   the customer can be identified and the day re-weighed.
010640*****************************************************************
010650 4250-LIST-UNIDENTIFIED.
010660     MOVE SPACES TO CTR-DETAIL-LINE
010670     MOVE "UNID"           TO CDL-SUBJECT-TAG
010680     MOVE SUBJECT-LAST-ACCT TO CDL-ACCT-NUMBER
010690     MOVE SUBJECT-NAME     TO CDL-NAME
010700     MOVE SUBJECT-DAY-CASH-IN  TO CDL-CASH-IN
010710     MOVE SUBJECT-DAY-CASH-OUT TO CDL-CASH-OUT
010720     WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
010730     IF SUBJECT-DATE < CTR-RUN-DATE
010740        MOVE SUBJECT-DATE TO CTD-BUSINESS-DATE
010750        WRITE CTR-REPORT-LINE FROM CTR-DATE-LINE
010760     END-IF.
010770 4250-EXIT.
010780     EXIT.
010790*****************************************************************
010800* 4300-ROLL-CASH-HISTORY
010810*   Rolls the rest of the taxpayer's prior days forward once
010820*   the days with cash tonight are written, and weighs the
010830*   days for structuring.
010840*****************************************************************
010850 4300-ROLL-CASH-HISTORY.
010860     PERFORM 4320-GATHER-PRIOR-DAY THRU 4320-EXIT
010870        UNTIL CASHHIST-EXHAUSTED
010880           OR CSH-TIN NOT = SUBJECT-ID
010890     PERFORM 4400-WEIGH-STRUCTURING THRU 4400-EXIT.
010900 4300-EXIT.
010910     EXIT.
010920*****************************************************************
010930* 4310-CARRY-PRIOR-HISTORY
010940*   Carries one prior cash-history record to the new file when
010950*   it is still inside the review window and before the
010960*   processing date; otherwise drops it.  A record for the
010970*   processing date itself is from an earlier run tonight and
010980*   is replaced by this run's totals.
010990*****************************************************************
011000 4310-CARRY-PRIOR-HISTORY.
011010     IF CSH-BUSINESS-DATE NOT < WINDOW-OLDEST-DATE
011020           AND CSH-BUSINESS-DATE < CTR-RUN-DATE
011030        WRITE CASH-NEW-RECORD FROM CASH-HISTORY-RECORD
011040        ADD 1 TO HISTORY-WRITTEN-COUNT
011050     ELSE
011060        ADD 1 TO HISTORY-DROPPED-COUNT
011070     END-IF
011080     PERFORM 1200-READ-CASH-HISTORY THRU 1200-EXIT.
011090 4310-EXIT.
011100     EXIT.
011110*****************************************************************
011120* 4320-GATHER-PRIOR-DAY
011130*   Holds one of the taxpayer's prior days in the day table
011140*   when it is carried to the new file, then carries it.
011150*****************************************************************
011160 4320-GATHER-PRIOR-DAY.
011170     IF CSH-BUSINESS-DATE NOT < WINDOW-OLDEST-DATE
011180           AND CSH-BUSINESS-DATE < CTR-RUN-DATE
011190           AND DAY-ENTRY-COUNT < DAY-ENTRY-MAX
011200        ADD 1 TO DAY-ENTRY-COUNT
011210        MOVE CSH-BUSINESS-DATE TO DE-DATE (DAY-ENTRY-COUNT)
011220        MOVE CSH-CASH-IN       TO DE-CASH-IN (DAY-ENTRY-COUNT)
011230        MOVE CSH-CASH-OUT      TO DE-CASH-OUT (DAY-ENTRY-COUNT)
011240        MOVE "N" TO DE-POSTED-SWITCH (DAY-ENTRY-COUNT)
011250     END-IF
011260     PERFORM 4310-CARRY-PRIOR-HISTORY THRU 4310-EXIT.
011270 4320-EXIT.
011280     EXIT.
011290*****************************************************************
011300* 4330-FOLD-PRIOR-DAY
011310*   Takes the history record for the day being totalled.  For
011320*   a back-valued day its cash is held as the day's prior cash
011330*   and the record is replaced by the day's new totals.  A
011340*   record for the processing date is from an earlier run
011350*   tonight and is dropped.
011360*****************************************************************
011370 4330-FOLD-PRIOR-DAY.
011380     IF SUBJECT-DATE NOT < CTR-RUN-DATE
011390        PERFORM 4310-CARRY-PRIOR-HISTORY THRU 4310-EXIT
011400        GO TO 4330-EXIT
011410     END-IF
011420     MOVE CSH-CASH-IN       TO SUBJECT-PRIOR-CASH-IN
011430     MOVE CSH-CASH-OUT      TO SUBJECT-PRIOR-CASH-OUT
011440     MOVE CSH-ACCOUNT-COUNT TO SUBJECT-PRIOR-ACCOUNTS
011450     IF CSH-BUSINESS-DATE < WINDOW-OLDEST-DATE
011460        ADD 1 TO HISTORY-DROPPED-COUNT
011470     END-IF
011480     PERFORM 1200-READ-CASH-HISTORY THRU 1200-EXIT.
011490 4330-EXIT.
011500     EXIT.
011510*****************************************************************
011520* 4340-WRITE-SUBJECT-DAY
011530*   Writes the taxpayer's totals for the day to the new cash
011540*   history and holds them in the day table, marked posted.  A
011550*   back-valued day older than the review window is weighed
011560*   for a CTR but not kept.
011570*****************************************************************
011580 4340-WRITE-SUBJECT-DAY.
011590     IF SUBJECT-DATE < WINDOW-OLDEST-DATE
011600        GO TO 4340-EXIT
011610     END-IF
011620     MOVE SPACES               TO CSN-HISTORY-RECORD
011630     MOVE SUBJECT-ID           TO CSN-TIN
011640     MOVE SUBJECT-DATE         TO CSN-BUSINESS-DATE
011650     MOVE SUBJECT-DAY-CASH-IN  TO CSN-CASH-IN
011660     MOVE SUBJECT-DAY-CASH-OUT TO CSN-CASH-OUT
011670     IF SUBJECT-DAY-ACCOUNTS > 999
011680        MOVE 999 TO CSN-ACCOUNT-COUNT
011690     ELSE
011700        MOVE SUBJECT-DAY-ACCOUNTS TO CSN-ACCOUNT-COUNT
011710     END-IF
011720     WRITE CASH-NEW-RECORD FROM CSN-HISTORY-RECORD
011730     ADD 1 TO HISTORY-WRITTEN-COUNT
011740     IF DAY-ENTRY-COUNT < DAY-ENTRY-MAX
011750        ADD 1 TO DAY-ENTRY-COUNT
011760        MOVE SUBJECT-DATE      TO DE-DATE (DAY-ENTRY-COUNT)
011770        MOVE SUBJECT-DAY-CASH-IN
011780           TO DE-CASH-IN (DAY-ENTRY-COUNT)
011790        MOVE SUBJECT-DAY-CASH-OUT
011800           TO DE-CASH-OUT (DAY-ENTRY-COUNT)
011810        MOVE "Y" TO DE-POSTED-SWITCH (DAY-ENTRY-COUNT)
011820     END-IF.
011830 4340-EXIT.
011840     EXIT.
011850*****************************************************************
011860* 4400-WEIGH-STRUCTURING
011870*   Walks the window newest first, counting each run of
011880*   consecutive business days on which the taxpayer's cash in
011890*   or cash out was just under the threshold.  The first run
011900*   of at least the minimum number of days that takes in a day
011910*   with cash posted tonight - the processing date or a
011920*   back-valued day - is listed for review.
011930*****************************************************************
011940 4400-WEIGH-STRUCTURING.
011950     MOVE ZERO TO RUN-DAY-COUNT
011960     MOVE "N" TO RUN-POSTED-SWITCH
011970     MOVE "N" TO RUN-FLAGGED-SWITCH
011980     PERFORM 4410-WEIGH-WINDOW-DAY THRU 4410-EXIT
011990        VARYING WINDOW-SUB FROM 1 BY 1
012000           UNTIL WINDOW-SUB > WINDOW-DATE-COUNT
012010              OR RUN-FLAGGED
012020     IF NOT RUN-FLAGGED
012030        PERFORM 4430-CLOSE-RUN THRU 4430-EXIT
012040     END-IF
012050     IF RUN-FLAGGED
012060        PERFORM 4500-REPORT-STRUCTURING THRU 4500-EXIT
012070     END-IF.
012080 4400-EXIT.
012090     EXIT.
012100*****************************************************************
012110* 4410-WEIGH-WINDOW-DAY
012120*   Weighs one window date: the run goes on while the
012130*   taxpayer has cash that day from the review floor up to
012140*   the threshold, and is closed by a day with no such cash.
012150*****************************************************************
012160 4410-WEIGH-WINDOW-DAY.
012170     MOVE ZERO TO FOUND-DAY-SUB
012180     PERFORM 4420-FIND-DAY THRU 4420-EXIT
012190        VARYING DAY-SUB FROM 1 BY 1
012200           UNTIL DAY-SUB > DAY-ENTRY-COUNT
012210     IF FOUND-DAY-SUB = ZERO
012220        PERFORM 4430-CLOSE-RUN THRU 4430-EXIT
012230        GO TO 4410-EXIT
012240     END-IF
012250     IF (DE-CASH-IN (FOUND-DAY-SUB) NOT < STRUCTURING-FLOOR
012260           AND DE-CASH-IN (FOUND-DAY-SUB) NOT > CTR-THRESHOLD)
012270        OR (DE-CASH-OUT (FOUND-DAY-SUB) NOT < STRUCTURING-FLOOR
012280           AND DE-CASH-OUT (FOUND-DAY-SUB) NOT > CTR-THRESHOLD)
012290        ADD 1 TO RUN-DAY-COUNT
012300        MOVE FOUND-DAY-SUB TO RUN-DAY-ENTRY (RUN-DAY-COUNT)
012310        IF DE-POSTED (FOUND-DAY-SUB)
012320           MOVE "Y" TO RUN-POSTED-SWITCH
012330        END-IF
012340     ELSE
012350        PERFORM 4430-CLOSE-RUN THRU 4430-EXIT
012360     END-IF.
012370 4410-EXIT.
012380     EXIT.
012390*****************************************************************
012400* 4420-FIND-DAY
012410*   Checks one day-table entry against the window date.
012420*****************************************************************
012430 4420-FIND-DAY.
012440     IF DE-DATE (DAY-SUB) = WINDOW-DATE (WINDOW-SUB)
012450        MOVE DAY-SUB TO FOUND-DAY-SUB
012460     END-IF.
012470 4420-EXIT.
012480     EXIT.
012490*****************************************************************
012500* 4430-CLOSE-RUN
012510*   Closes the run counted so far: it is flagged when long
012520*   enough and it takes in a day posted tonight, otherwise it
012530*   is cleared for the next run.
012540*****************************************************************
012550 4430-CLOSE-RUN.
012560     IF RUN-DAY-COUNT NOT < STRUCTURING-MIN-DAYS
012570           AND RUN-POSTED
012580        MOVE "Y" TO RUN-FLAGGED-SWITCH
012590     ELSE
012600        MOVE ZERO TO RUN-DAY-COUNT
012610        MOVE "N" TO RUN-POSTED-SWITCH
012620     END-IF.
012630 4430-EXIT.
012640     EXIT.
012650*****************************************************************
012660* 4500-REPORT-STRUCTURING
012670*   Lists one taxpayer flagged for possible structuring, with
012680*   each day of the run.
012690*****************************************************************
012700 4500-REPORT-STRUCTURING.
012710     ADD 1 TO STRUCTURING-COUNT
012720     MOVE SPACES TO STRUCTURING-REPORT-LINE
012730     WRITE STRUCTURING-REPORT-LINE
012740     MOVE SUBJECT-ID    TO SSL-TIN
012750     MOVE SUBJECT-NAME  TO SSL-NAME
012760     MOVE RUN-DAY-COUNT TO SSL-RUN-DAYS
012770     WRITE STRUCTURING-REPORT-LINE FROM STRUCTURING-SUBJECT-LINE
012780     PERFORM 4510-REPORT-RUN-DAY THRU 4510-EXIT
012790        VARYING RUN-SUB FROM 1 BY 1
012800           UNTIL RUN-SUB > RUN-DAY-COUNT.
012810 4500-EXIT.
012820     EXIT.
012830*****************************************************************
012840* 4510-REPORT-RUN-DAY
012850*   Lists one day of a flagged taxpayer's run.
012860*****************************************************************
012870 4510-REPORT-RUN-DAY.
012880     MOVE RUN-DAY-ENTRY (RUN-SUB) TO DAY-SUB
012890     MOVE DE-DATE (DAY-SUB)     TO SDL-BUSINESS-DATE
012900     MOVE DE-CASH-IN (DAY-SUB)  TO SDL-CASH-IN
012910     MOVE DE-CASH-OUT (DAY-SUB) TO SDL-CASH-OUT
012920     WRITE STRUCTURING-REPORT-LINE FROM STRUCTURING-DAY-LINE.
012930 4510-EXIT.
012940     EXIT.
012950 4999-AGGREGATE-EXIT.
012960     EXIT.
012970*****************************************************************
012980* 6000-WRITE-REPORT-TOTALS
012990*   Closes the CTR report with the run counts and cash totals,
013000*   and the structuring review report with its counts and the
013010*   BSA officer's sign-off line.
013020*****************************************************************
013030 6000-WRITE-REPORT-TOTALS.
013040     MOVE SPACES TO CTR-REPORT-LINE
013050     WRITE CTR-REPORT-LINE
013060     MOVE "TRANSACTIONS READ              :" TO CCL-LABEL
013070     MOVE TRAN-READ-COUNT TO CCL-COUNT
013080     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013090     MOVE "CASH TRANSACTIONS              :" TO CCL-LABEL
013100     MOVE CASH-TRAN-COUNT TO CCL-COUNT
013110     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013120     MOVE "BACK-VALUED CASH TRANSACTIONS  :" TO CCL-LABEL
013130     MOVE BACK-VALUED-CASH-COUNT TO CCL-COUNT
013140     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013150     MOVE "TAXPAYERS WITH CASH            :" TO CCL-LABEL
013160     MOVE TAXPAYER-COUNT TO CCL-COUNT
013170     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013180     MOVE "UNIDENTIFIED ACCOUNTS WITH CASH:" TO CCL-LABEL
013190     MOVE UNIDENTIFIED-COUNT TO CCL-COUNT
013200     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013210     MOVE "CTRS TO FILE                   :" TO CCL-LABEL
013220     MOVE CTR-SUBJECT-COUNT TO CCL-COUNT
013230     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013240     MOVE "CTRS FOR BACK-VALUED DAYS      :" TO CCL-LABEL
013250     MOVE BACK-VALUED-CTR-COUNT TO CCL-COUNT
013260     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013270     MOVE "CTR EXTRACT RECORDS WRITTEN    :" TO CCL-LABEL
013280     MOVE CTR-RECORD-COUNT TO CCL-COUNT
013290     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013300     MOVE "CTRS WITH ACCOUNTS NOT ITEMIZED:" TO CCL-LABEL
013310     MOVE ACCOUNT-OVERFLOW-COUNT TO CCL-COUNT
013320     WRITE CTR-REPORT-LINE FROM CTR-COUNT-LINE
013330     MOVE "TOTAL CASH IN                  :" TO CAL-LABEL
013340     MOVE TOTAL-CASH-IN TO CAL-AMOUNT
013350     WRITE CTR-REPORT-LINE FROM CTR-AMOUNT-LINE
013360     MOVE "TOTAL CASH OUT                 :" TO CAL-LABEL
013370     MOVE TOTAL-CASH-OUT TO CAL-AMOUNT
013380     WRITE CTR-REPORT-LINE FROM CTR-AMOUNT-LINE
013390     MOVE "CASH IN REPORTED ON CTRS       :" TO CAL-LABEL
013400     MOVE CTR-CASH-IN-TOTAL TO CAL-AMOUNT
013410     WRITE CTR-REPORT-LINE FROM CTR-AMOUNT-LINE
013420     MOVE "CASH OUT REPORTED ON CTRS      :" TO CAL-LABEL
013430     MOVE CTR-CASH-OUT-TOTAL TO CAL-AMOUNT
013440     WRITE CTR-REPORT-LINE FROM CTR-AMOUNT-LINE
013450     MOVE SPACES TO STRUCTURING-REPORT-LINE
013460     WRITE STRUCTURING-REPORT-LINE
013470     MOVE "TAXPAYERS WEIGHED              :" TO CCL-LABEL
013480     MOVE TAXPAYER-COUNT TO CCL-COUNT
013490     WRITE STRUCTURING-REPORT-LINE FROM CTR-COUNT-LINE
013500     MOVE "TAXPAYERS FLAGGED FOR REVIEW   :" TO CCL-LABEL
013510     MOVE STRUCTURING-COUNT TO CCL-COUNT
013520     WRITE STRUCTURING-REPORT-LINE FROM CTR-COUNT-LINE
013530     MOVE "CASH HISTORY RECORDS WRITTEN   :" TO CCL-LABEL
013540     MOVE HISTORY-WRITTEN-COUNT TO CCL-COUNT
013550     WRITE STRUCTURING-REPORT-LINE FROM CTR-COUNT-LINE
013560     MOVE "CASH HISTORY RECORDS AGED OFF  :" TO CCL-LABEL
013570     MOVE HISTORY-DROPPED-COUNT TO CCL-COUNT
013580     WRITE STRUCTURING-REPORT-LINE FROM CTR-COUNT-LINE
013590     MOVE SPACES TO STRUCTURING-REPORT-LINE
013600     WRITE STRUCTURING-REPORT-LINE
013610     WRITE STRUCTURING-REPORT-LINE
013620        FROM STRUCTURING-SIGNOFF-LINE.
013630 6000-EXIT.
013640     EXIT.
013650*****************************************************************
013660* 8000-LOOKUP-CALENDAR-DATE
013670*   Looks LOOKUP-DATE up on the bank calendar.  A date with no
013680*   entry is a business day - the file lists only the
013690*   exceptions.
013700*****************************************************************
013710 8000-LOOKUP-CALENDAR-DATE.
013720     MOVE "N" TO DATE-FOUND-SWITCH
013730     MOVE "Y" TO DATE-BUSINESS-SWITCH
013740     PERFORM 8010-SCAN-CALENDAR-ENTRY THRU 8010-EXIT
013750        VARYING CAL-SUB FROM 1 BY 1
013760           UNTIL CAL-SUB > CALENDAR-ENTRY-COUNT
013770              OR CALENDAR-DATE-FOUND.
013780 8000-EXIT.
013790     EXIT.
013800*****************************************************************
013810* 8010-SCAN-CALENDAR-ENTRY
013820*   Weighs one calendar entry against the lookup date.
013830*****************************************************************
013840 8010-SCAN-CALENDAR-ENTRY.
013850     IF CE-DATE (CAL-SUB) = LOOKUP-DATE
013860        MOVE "Y" TO DATE-FOUND-SWITCH
013870        IF CE-DAY-TYPE (CAL-SUB) NOT = "B"
013880              AND CE-DAY-TYPE (CAL-SUB) NOT = SPACE
013890           MOVE "N" TO DATE-BUSINESS-SWITCH
013900        END-IF
013910     END-IF.
013920 8010-EXIT.
013930     EXIT.
013940*****************************************************************
013950* 8200-BACK-ONE-DAY
013960*   Steps LOOKUP-DATE back one real calendar day, month
013970*   lengths and leap years included.
013980*****************************************************************
013990 8200-BACK-ONE-DAY.
014000     IF LOOKUP-DD > 1
014010        SUBTRACT 1 FROM LOOKUP-DD
014020     ELSE
014030        IF LOOKUP-MM > 1
014040           SUBTRACT 1 FROM LOOKUP-MM
014050        ELSE
014060           MOVE 12 TO LOOKUP-MM
014070           SUBTRACT 1 FROM LOOKUP-CCYY
014080        END-IF
014090        PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
014100        MOVE MONTH-LENGTH TO LOOKUP-DD
014110     END-IF.
014120 8200-EXIT.
014130     EXIT.
014140*****************************************************************
014150* 8210-SET-MONTH-LENGTH
014160*   Sets MONTH-LENGTH to the number of days in the month of
014170*   LOOKUP-DATE, leap years included.
014180*****************************************************************
014190 8210-SET-MONTH-LENGTH.
014200     EVALUATE LOOKUP-MM
014210        WHEN 4
014220        WHEN 6
014230        WHEN 9
014240        WHEN 11
014250           MOVE 30 TO MONTH-LENGTH
014260        WHEN 2
014270           MOVE 28 TO MONTH-LENGTH
014280           DIVIDE LOOKUP-CCYY BY 4
014290              GIVING LEAP-QUOTIENT
014300              REMAINDER LEAP-REMAINDER
014310           IF LEAP-REMAINDER = ZERO
014320              MOVE 29 TO MONTH-LENGTH
014330              DIVIDE LOOKUP-CCYY BY 100
014340                 GIVING LEAP-QUOTIENT
014350                 REMAINDER LEAP-REMAINDER
014360              IF LEAP-REMAINDER = ZERO
014370                 MOVE 28 TO MONTH-LENGTH
014380                 DIVIDE LOOKUP-CCYY BY 400
014390                    GIVING LEAP-QUOTIENT
014400                    REMAINDER LEAP-REMAINDER
014410                 IF LEAP-REMAINDER = ZERO
014420                    MOVE 29 TO MONTH-LENGTH
014430                 END-IF
014440              END-IF
014450           END-IF
014460        WHEN OTHER
014470           MOVE 31 TO MONTH-LENGTH
014480     END-EVALUATE.
014490 8210-EXIT.
014500     EXIT.
014510*****************************************************************
014520* 9000-TERMINATE
014530*   Displays the run totals, closes every file, appends the
014540*   step-status record, and sets the return code: 8 when the
014550*   run failed, 4 when cash could not be tied to a taxpayer, a
014560*   CTR has accounts not itemized or back-valued cash was
014570*   listed for review, 0 otherwise.
014580*****************************************************************
014590 9000-TERMINATE.
014600     DISPLAY "CASH_CTR: " CASH-TRAN-COUNT
014610        " CASH TRANSACTION(S), " BACK-VALUED-CASH-COUNT
014620        " BACK-VALUED"
014630     DISPLAY "CASH_CTR: " CTR-SUBJECT-COUNT
014640        " CTR(S) TO FILE, " UNIDENTIFIED-COUNT
014650        " UNIDENTIFIED ACCOUNT(S)"
014660     DISPLAY "CASH_CTR: " STRUCTURING-COUNT
014670        " TAXPAYER(S) FLAGGED FOR STRUCTURING REVIEW"
014680     CLOSE TRANSACTION-FILE
014690           CUSTOMER-TAX-FILE
014700           CASH-HISTORY-FILE
014710           CASH-NEW-FILE
014720           CTR-FILING-FILE
014730           CTR-REPORT-FILE
014740           STRUCTURING-REPORT-FILE
014750     EVALUATE TRUE
014760        WHEN RUN-ERROR
014770           MOVE 8 TO STEP-CONDITION-CODE
014780        WHEN UNIDENTIFIED-COUNT > ZERO
014790           OR ACCOUNT-OVERFLOW-COUNT > ZERO
014800           OR BACK-VALUED-CASH-COUNT > ZERO
014810           MOVE 4 TO STEP-CONDITION-CODE
014820        WHEN OTHER
014830           MOVE 0 TO STEP-CONDITION-CODE
014840     END-EVALUATE
014850     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
014860     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
014870 9000-EXIT.
014880     EXIT.
014890*****************************************************************
014900* 9500-WRITE-JOB-STATUS
014910*   Appends this step's machine-readable status record to the
014920*   shared job-stream status file for NIGHT_STATUS to
014930*   summarize.  The condition code is placed by the caller
014940*   before the perform.
014950*****************************************************************
014960 9500-WRITE-JOB-STATUS.
014970     OPEN EXTEND JOB-STATUS-FILE
014980     IF NOT JOBSTAT-OK
014990        DISPLAY "CASH_CTR: UNABLE TO OPEN JOBSTAT, STATUS "
015000           JOBSTAT-STATUS
015010        GO TO 9500-EXIT
015020     END-IF
015030     MOVE SPACES TO JOB-STATUS-RECORD
015040     MOVE "CASH_CTR" TO JS-PROGRAM-NAME
015050     MOVE CTR-RUN-DATE TO JS-RUN-DATE
015060     MOVE CTR-RUN-TIME TO JS-RUN-TIME
015070     MOVE TRAN-READ-COUNT TO JS-RECORDS-READ
015080     MOVE CTR-RECORD-COUNT TO JS-RECORDS-WRITTEN
015090     COMPUTE JS-ERROR-COUNT =
015100        UNIDENTIFIED-COUNT + ACCOUNT-OVERFLOW-COUNT
015110        + BACK-VALUED-CASH-COUNT
015120     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
015130     WRITE JOB-STATUS-RECORD
015140     CLOSE JOB-STATUS-FILE.
015150 9500-EXIT.
015160     EXIT.
015170 END PROGRAM cash_ctr.
