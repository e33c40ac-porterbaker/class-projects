000240* customers get neither.  Each printed statement starts a
000250* fresh page with the address block and column headings, its
000260* period lines follow, and it closes with the account's total
000270* contributions and total interest earned, followed by the
000280* Truth-in-Savings disclosure block with the annual percentage
000290* yield earned.  An account with no address record cannot be
000300* delivered, so its detail is skipped and counted.  The run
000310* closes with the mailing register the mailroom balances
000320* pieces against.
000330*
000340* Modification History
000350* ----------------------------------------------------------------
000360* DATE       INIT  DESCRIPTION
000370* 08/12/26   JWB   Original version.
000380* 09/03/26   JWB   Appends the step-status record to the
000390*                  shared job-stream status file and sets a
000400*                  return code that reflects the run: 8 on a
000410*                  failure, 4 when statements were skipped.
000420* 09/03/26   JWB   Delivery preferences: mail statements now
000430*                  sort into ZIP order with presort batch
000440*                  separators, electronic customers route to
000450*                  the ESTMT extract, suppressed customers
000460*                  print nothing, and the MAILREG mailing
000470*                  register closes with the counts by
000480*                  delivery type.
000490* 10/15/26   JWB   Truth-in-Savings: each period line now shows
000500*                  its days, average daily balance and rate,
000510*                  and every statement closes with the
000520*                  disclosure block - days in the statement
000530*                  period, average daily balance, interest
000540*                  earned, the rate(s) in effect and the
000550*                  annual percentage yield earned.  The
000560*                  ESTMT extract carries the same figures on
000570*                  each period record and on a closing
000580*                  summary record per account.
000590* 10/15/26   JWB   Refuses to run (return code 8) unless the
000600*                  run date is the next processing date on
000610*                  the date-control record (DATECTL).
000620*****************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. stmt_print.
000650 AUTHOR. J BAKER.
000660 INSTALLATION. CONSUMER BANKING SYSTEMS.
000670 DATE-WRITTEN. 08/12/26.
000680 DATE-COMPILED.
000690*****************************************************************
000700* ENVIRONMENT DIVISION
000710*****************************************************************
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000750 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT AMORT-DETAIL-FILE ASSIGN TO "AMORTRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS AMORTRPT-STATUS.
000810     SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS CUSTADDR-STATUS.
000850     SELECT STATEMENT-PRINT-FILE ASSIGN TO "STMTRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS STMTRPT-STATUS.
000880     SELECT E-STATEMENT-FILE ASSIGN TO "ESTMT"
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS ESTMT-STATUS.
000920     SELECT MAILING-REGISTER-FILE ASSIGN TO "MAILREG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS MAILREG-STATUS.
000950     SELECT STATEMENT-SORT-FILE ASSIGN TO "SORTWK01".
000960     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS DATECTL-STATUS.
001000     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS JOBSTAT-STATUS.
001040*****************************************************************
001050* DATA DIVISION
001060*****************************************************************
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  AMORT-DETAIL-FILE.
001100     COPY AMORTRPT.
001110 FD  CUSTOMER-ADDRESS-FILE
001120     RECORDING MODE IS F.
001130     COPY CUSTADDR.
001140 FD  STATEMENT-PRINT-FILE.
001150 01  STATEMENT-PRINT-LINE        PIC X(132).
001160 FD  E-STATEMENT-FILE
001170     RECORDING MODE IS F.
001180     COPY ESTMT.
001190 FD  MAILING-REGISTER-FILE.
001200 01  MAILING-REGISTER-LINE       PIC X(80).
001210 SD  STATEMENT-SORT-FILE.
001220 01  SORT-STATEMENT-RECORD.
001230     05  SRT-ZIP.
001240         10  SRT-ZIP3            PIC X(03).
001250         10  FILLER              PIC X(06).
001260     05  SRT-ACCT-NUMBER         PIC 9(07).
001270     05  SRT-PERIOD-NUMBER       PIC 9(04).
001280     05  SRT-CONTRIBUTION        PIC S9(9)V9(2) COMP-3.
001290     05  SRT-INTEREST-EARNED     PIC S9(9)V9(2) COMP-3.
001300     05  SRT-RUNNING-BALANCE     PIC S9(9)V9(2) COMP-3.
001310     05  SRT-DAYS-IN-PERIOD      PIC 9(03).
001320     05  SRT-AVG-DAILY-BALANCE   PIC S9(9)V9(2) COMP-3.
001330     05  SRT-ANNUAL-RATE         PIC S9(3)V9(2) COMP-3.
001340     05  SRT-CUST-NAME           PIC X(30).
001350     05  SRT-ADDR-LINE-1         PIC X(30).
001360     05  SRT-ADDR-LINE-2         PIC X(30).
001370     05  SRT-CITY                PIC X(20).
001380     05  SRT-STATE               PIC X(02).
001390 FD  DATE-CONTROL-FILE
001400     RECORDING MODE IS F.
001410     COPY DATECTL.
001420 FD  JOB-STATUS-FILE
001430     RECORDING MODE IS F.
001440     COPY JOBSTAT.
001450 WORKING-STORAGE SECTION.
001460*> ----------------------------------------------------------
001470*> File status and end-of-file switches
001480*> ----------------------------------------------------------
001490 01  AMORTRPT-STATUS         PIC X(02) VALUE "00".
001500     88  AMORTRPT-OK                   VALUE "00".
001510     88  AMORTRPT-EOF                  VALUE "10".
001520 01  CUSTADDR-STATUS         PIC X(02) VALUE "00".
001530     88  CUSTADDR-OK                   VALUE "00".
001540     88  CUSTADDR-EOF                  VALUE "10".
001550 01  STMTRPT-STATUS          PIC X(02) VALUE "00".
001560     88  STMTRPT-OK                    VALUE "00".
001570 01  ESTMT-STATUS            PIC X(02) VALUE "00".
001580     88  ESTMT-OK                      VALUE "00".
001590 01  MAILREG-STATUS          PIC X(02) VALUE "00".
001600     88  MAILREG-OK                    VALUE "00".
001610 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001620     88  DATECTL-OK                    VALUE "00".
001630 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001640     88  JOBSTAT-OK                    VALUE "00".
001650 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001660 01  PROGRAM-SWITCHES.
001670     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001680         88  RUN-ERROR                 VALUE "Y".
001690     05  AMORT-EOF-SWITCH     PIC X(01) VALUE "N".
001700         88  AMORT-EXHAUSTED           VALUE "Y".
001710     05  CUSTADDR-EOF-SWITCH  PIC X(01) VALUE "N".
001720         88  CUSTADDR-EXHAUSTED        VALUE "Y".
001730     05  ADDRESS-FOUND-SWITCH PIC X(01) VALUE "N".
001740         88  ADDRESS-FOUND             VALUE "Y".
001750     05  SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001760         88  SORT-EXHAUSTED            VALUE "Y".
001770*> ----------------------------------------------------------
001780*> Statement control fields
001790*> ----------------------------------------------------------
001800 01  STATEMENT-ACCOUNT       PIC 9(07) VALUE 0.
001810 01  STATEMENT-RUN-DATE      PIC 9(08) VALUE 0.
001820 01  PAGE-LINE-LIMIT         PIC 9(02) COMP VALUE 55.
001830 01  LINE-COUNT              PIC 9(02) COMP VALUE 0.
001840 01  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
001850 01  CURRENT-PRESORT-ZIP3    PIC X(03) VALUE LOW-VALUES.
001860 77  MAIL-ACCOUNT-COUNT      PIC 9(07) VALUE 0.
001870 77  MAILED-STATEMENT-COUNT  PIC 9(07) VALUE 0.
001880 77  ESTMT-ACCOUNT-COUNT     PIC 9(07) VALUE 0.
001890 77  ESTMT-RECORD-COUNT      PIC 9(07) VALUE 0.
001900 77  SUPPRESSED-COUNT        PIC 9(07) VALUE 0.
001910 77  NO-ADDRESS-COUNT        PIC 9(07) VALUE 0.
001920 77  PRESORT-BATCH-COUNT     PIC 9(07) VALUE 0.
001930*> ----------------------------------------------------------
001940*> Statement accumulators - one account's worth at a time
001950*> ----------------------------------------------------------
001960 01  DETAIL-CONTRIBUTION     PIC S9(9)V9(2) COMP-3 VALUE 0.
001970 01  DETAIL-INTEREST         PIC S9(9)V9(2) COMP-3 VALUE 0.
001980 01  TOTAL-CONTRIBUTIONS     PIC S9(9)V9(2) COMP-3 VALUE 0.
001990 01  TOTAL-INTEREST-EARNED   PIC S9(9)V9(2) COMP-3 VALUE 0.
002000*> ----------------------------------------------------------
002010*> Truth-in-Savings figures.  The statement period is every
002020*> period line on the statement: its days are the sum of
002030*> the lines' days, its average daily balance the lines'
002040*> balances weighted by their days, and the APY earned is
002050*> worked from those and the interest earned by the
002060*> Regulation DD formula
002070*>    100 x ((1 + interest / balance) ** (365 / days) - 1)
002080*> rounded to two places.  The distinct rates in effect are
002090*> listed in the order they first appear.
002100*> ----------------------------------------------------------
002110 01  DETAIL-DAYS             PIC 9(03) COMP VALUE 0.
002120 01  DETAIL-AVG-BALANCE      PIC S9(9)V9(2) COMP-3 VALUE 0.
002130 01  DETAIL-RATE             PIC S9(3)V9(2) COMP-3 VALUE 0.
002140 01  TOTAL-DAYS-IN-PERIOD    PIC 9(05) COMP VALUE 0.
002150 01  BALANCE-DAYS-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE 0.
002160 01  STATEMENT-AVG-BALANCE   PIC S9(9)V9(2) COMP-3 VALUE 0.
002170 01  CLOSING-BALANCE         PIC S9(9)V9(2) COMP-3 VALUE 0.
002180 01  CLOSING-ANNUAL-RATE     PIC S9(3)V9(2) COMP-3 VALUE 0.
002190 01  DAYS-IN-YEAR            PIC 9(03) COMP VALUE 365.
002200 01  APY-INTEREST            PIC S9(9)V9(2) COMP-3 VALUE 0.
002210 01  APY-BALANCE             PIC S9(9)V9(2) COMP-3 VALUE 0.
002220 01  APY-DAYS                PIC 9(05) COMP VALUE 0.
002230 01  APY-EARNED-PERCENT      PIC S9(3)V9(2) COMP-3 VALUE 0.
002240 01  RATE-LIST-MAX           PIC 9(02) COMP VALUE 6.
002250 01  RATE-LIST-COUNT         PIC 9(02) COMP VALUE 0.
002260 01  RATE-LIST-SUB           PIC 9(02) COMP VALUE 0.
002270 01  RATE-LIST-AREA.
002280     05  RL-ANNUAL-RATE      PIC S9(3)V9(2) COMP-3
002290                             OCCURS 6 TIMES.
002300 01  RATE-LIST-SWITCHES.
002310     05  RATE-LISTED-SWITCH   PIC X(01) VALUE "N".
002320         88  RATE-LISTED               VALUE "Y".
002330     05  RATE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
002340         88  RATE-LIST-OVERFLOW        VALUE "Y".
002350*> ----------------------------------------------------------
002360*> Address hold fields for the statement being printed - the
002370*> mail stream prints from the sorted records, so the address
002380*> rides each sorted detail line and is held here per account.
002390*> ----------------------------------------------------------
002400 01  HOLD-CUST-NAME          PIC X(30) VALUE SPACES.
002410 01  HOLD-ADDR-LINE-1        PIC X(30) VALUE SPACES.
002420 01  HOLD-ADDR-LINE-2        PIC X(30) VALUE SPACES.
002430 01  HOLD-CITY               PIC X(20) VALUE SPACES.
002440 01  HOLD-STATE              PIC X(02) VALUE SPACES.
002450 01  HOLD-ZIP                PIC X(09) VALUE SPACES.
002460*> ----------------------------------------------------------
002470*> Statement print lines
002480*> ----------------------------------------------------------
002490 01  STMT-HEADING-LINE-1.
002500     05  FILLER              PIC X(10) VALUE SPACES.
002510     05  FILLER              PIC X(24)
002520         VALUE "CONSUMER BANKING SYSTEMS".
002530     05  FILLER              PIC X(14) VALUE SPACES.
002540     05  FILLER              PIC X(29)
002550         VALUE "SAVINGS PROJECTION STATEMENT".
002560     05  FILLER              PIC X(13) VALUE SPACES.
002570     05  FILLER              PIC X(05) VALUE "PAGE ".
002580     05  SH1-PAGE-NUMBER     PIC Z(03)9.
002590 01  STMT-HEADING-LINE-2.
002600     05  FILLER              PIC X(10) VALUE SPACES.
002610     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002620     05  SH2-ACCT-NUMBER     PIC 9(07).
002630     05  FILLER              PIC X(52) VALUE SPACES.
002640     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002650     05  SH2-RUN-DATE        PIC 9(08).
002660 01  STMT-ADDRESS-LINE.
002670     05  FILLER              PIC X(10) VALUE SPACES.
002680     05  SAD-ADDRESS-TEXT    PIC X(64) VALUE SPACES.
002690 01  STMT-CITY-LINE.
002700     05  FILLER              PIC X(10) VALUE SPACES.
002710     05  SCL-CITY            PIC X(20).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  SCL-STATE           PIC X(02).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  SCL-ZIP             PIC X(09).
002760 01  STMT-COLUMN-HEADING-1.
002770     05  FILLER              PIC X(10) VALUE SPACES.
002780     05  FILLER              PIC X(06) VALUE "PERIOD".
002790     05  FILLER              PIC X(07) VALUE SPACES.
002800     05  FILLER              PIC X(12) VALUE "CONTRIBUTION".
002810     05  FILLER              PIC X(05) VALUE SPACES.
002820     05  FILLER              PIC X(15) VALUE "INTEREST EARNED".
002830     05  FILLER              PIC X(05) VALUE SPACES.
002840     05  FILLER              PIC X(15) VALUE "RUNNING BALANCE".
002850     05  FILLER              PIC X(03) VALUE SPACES.
002860     05  FILLER              PIC X(04) VALUE "DAYS".
002870     05  FILLER              PIC X(03) VALUE SPACES.
002880     05  FILLER              PIC X(17) VALUE "AVG DAILY BALANCE".
002890     05  FILLER              PIC X(03) VALUE SPACES.
002900     05  FILLER              PIC X(06) VALUE "RATE %".
002910 01  STMT-COLUMN-HEADING-2.
002920     05  FILLER              PIC X(10) VALUE SPACES.
002930     05  FILLER              PIC X(06) VALUE "------".
002940     05  FILLER              PIC X(07) VALUE SPACES.
002950     05  FILLER              PIC X(12) VALUE ALL "-".
002960     05  FILLER              PIC X(05) VALUE SPACES.
002970     05  FILLER              PIC X(15) VALUE ALL "-".
002980     05  FILLER              PIC X(05) VALUE SPACES.
002990     05  FILLER              PIC X(15) VALUE ALL "-".
003000     05  FILLER              PIC X(03) VALUE SPACES.
003010     05  FILLER              PIC X(04) VALUE ALL "-".
003020     05  FILLER              PIC X(03) VALUE SPACES.
003030     05  FILLER              PIC X(17) VALUE ALL "-".
003040     05  FILLER              PIC X(03) VALUE SPACES.
003050     05  FILLER              PIC X(06) VALUE ALL "-".
003060 01  STMT-DETAIL-LINE.
003070     05  FILLER              PIC X(10) VALUE SPACES.
003080     05  SDL-PERIOD-NUMBER   PIC 9(04).
003090     05  FILLER              PIC X(05) VALUE SPACES.
003100     05  SDL-CONTRIBUTION    PIC -(9)9.99.
003110     05  FILLER              PIC X(07) VALUE SPACES.
003120     05  SDL-INTEREST        PIC -(9)9.99.
003130     05  FILLER              PIC X(07) VALUE SPACES.
003140     05  SDL-BALANCE         PIC -(9)9.99.
003150     05  FILLER              PIC X(07) VALUE SPACES.
003160     05  SDL-DAYS            PIC ZZ9.
003170     05  FILLER              PIC X(07) VALUE SPACES.
003180     05  SDL-AVG-BALANCE     PIC -(9)9.99.
003190     05  FILLER              PIC X(03) VALUE SPACES.
003200     05  SDL-RATE            PIC ZZ9.99.
003210 01  STMT-TOTAL-LINE-1.
003220     05  FILLER              PIC X(10) VALUE SPACES.
003230     05  FILLER              PIC X(26)
003240         VALUE "TOTAL CONTRIBUTIONS      :".
003250     05  FILLER              PIC X(01) VALUE SPACES.
003260     05  STL-CONTRIBUTIONS   PIC -(9)9.99.
003270 01  STMT-TOTAL-LINE-2.
003280     05  FILLER              PIC X(10) VALUE SPACES.
003290     05  FILLER              PIC X(26)
003300         VALUE "TOTAL INTEREST EARNED    :".
003310     05  FILLER              PIC X(01) VALUE SPACES.
003320     05  STL-INTEREST        PIC -(9)9.99.
003330 01  STMT-DISCLOSURE-HEADING.
003340     05  FILLER              PIC X(10) VALUE SPACES.
003350     05  FILLER              PIC X(27)
003360         VALUE "TRUTH-IN-SAVINGS DISCLOSURE".
003370 01  STMT-DISCLOSURE-DAYS-LINE.
003380     05  FILLER              PIC X(10) VALUE SPACES.
003390     05  FILLER              PIC X(32)
003400         VALUE "DAYS IN STATEMENT PERIOD       :".
003410     05  FILLER              PIC X(01) VALUE SPACES.
003420     05  SDD-DAYS            PIC Z(04)9.
003430 01  STMT-DISCLOSURE-AMOUNT-LINE.
003440     05  FILLER              PIC X(10) VALUE SPACES.
003450     05  SDA-LABEL           PIC X(32).
003460     05  FILLER              PIC X(01) VALUE SPACES.
003470     05  SDA-AMOUNT          PIC -(9)9.99.
003480 01  STMT-DISCLOSURE-APY-LINE.
003490     05  FILLER              PIC X(10) VALUE SPACES.
003500     05  FILLER              PIC X(32)
003510         VALUE "ANNUAL PERCENTAGE YIELD EARNED :".
003520     05  FILLER              PIC X(01) VALUE SPACES.
003530     05  SDY-APY-EARNED      PIC -ZZ9.99.
003540     05  FILLER              PIC X(01) VALUE "%".
003550 01  STMT-DISCLOSURE-RATE-LINE.
003560     05  FILLER              PIC X(10) VALUE SPACES.
003570     05  FILLER              PIC X(32)
003580         VALUE "INTEREST RATE(S) IN EFFECT     :".
003590     05  SDR-RATE-ENTRY OCCURS 6 TIMES.
003600         10  FILLER          PIC X(01) VALUE SPACES.
003610         10  SDR-RATE        PIC ZZ9.99.
003620         10  SDR-PERCENT     PIC X(01).
003630     05  SDR-MORE            PIC X(09).
003640 01  STMT-DISCLOSURE-TEXT-LINE.
003650     05  FILLER              PIC X(10) VALUE SPACES.
003660     05  SDT-TEXT            PIC X(50).
003670 01  DISCLOSURE-TEXT-VALUES.
003680     05  FILLER              PIC X(50) VALUE
003690         "THE ANNUAL PERCENTAGE YIELD EARNED IS AN".
003700     05  FILLER              PIC X(50) VALUE
003710         "ANNUALIZED RATE THAT REFLECTS THE RELATIONSHIP".
003720     05  FILLER              PIC X(50) VALUE
003730         "BETWEEN THE AMOUNT OF INTEREST ACTUALLY EARNED ON".
003740     05  FILLER              PIC X(50) VALUE
003750         "YOUR ACCOUNT DURING THE STATEMENT PERIOD AND THE".
003760     05  FILLER              PIC X(50) VALUE
003770         "AVERAGE DAILY BALANCE IN THE ACCOUNT FOR THE".
003780     05  FILLER              PIC X(50) VALUE
003790         "STATEMENT PERIOD.".
003800 01  DISCLOSURE-TEXT-TABLE REDEFINES DISCLOSURE-TEXT-VALUES.
003810     05  DISCLOSURE-TEXT     PIC X(50) OCCURS 6 TIMES.
003820 01  DISCLOSURE-TEXT-COUNT   PIC 9(02) COMP VALUE 6.
003830 01  DISCLOSURE-TEXT-SUB     PIC 9(02) COMP VALUE 0.
003840 01  STMT-PRESORT-LINE.
003850     05  FILLER              PIC X(03) VALUE "** ".
003860     05  FILLER              PIC X(14) VALUE "PRESORT BATCH ".
003870     05  SPL-BATCH-NUMBER    PIC Z(03)9.
003880     05  FILLER              PIC X(09) VALUE "  ZIP3 = ".
003890     05  SPL-ZIP3            PIC X(03).
003900     05  FILLER              PIC X(03) VALUE " **".
003910*> ----------------------------------------------------------
003920*> Mailing register print lines
003930*> ----------------------------------------------------------
003940 01  REGISTER-HEADING-LINE.
003950     05  FILLER              PIC X(34)
003960         VALUE "STATEMENT MAILING REGISTER        ".
003970     05  FILLER              PIC X(09) VALUE "RUN DATE ".
003980     05  RGH-RUN-DATE        PIC 9(08).
003990 01  REGISTER-COUNT-LINE.
004000     05  RGC-LABEL           PIC X(32).
004010     05  FILLER              PIC X(01) VALUE SPACE.
004020     05  RGC-COUNT           PIC Z(06)9.
004030 PROCEDURE DIVISION.
004040*****************************************************************
004050* 0000-MAINLINE
004060*   Top level driver.  The input procedure routes each account
004070*   group by delivery preference - mail groups are released to
004080*   the sort keyed on ZIP, electronic groups go to the ESTMT
004090*   extract, suppressed and unaddressed groups are counted -
004100*   and the output procedure prints the mail stream in ZIP
004110*   order with presort batch separators.  The mailing register
004120*   closes the run.
004130*****************************************************************
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004160     IF NOT RUN-ERROR
004170        SORT STATEMENT-SORT-FILE
004180           ON ASCENDING KEY SRT-ZIP
004190                            SRT-ACCT-NUMBER
004200                            SRT-PERIOD-NUMBER
004210           INPUT PROCEDURE IS 2000-ROUTE-INPUT
004220              THRU 2999-ROUTE-EXIT
004230           OUTPUT PROCEDURE IS 4000-PRINT-MAIL-STREAM
004240              THRU 4999-PRINT-EXIT
004250        PERFORM 5000-WRITE-MAILING-REGISTER THRU 5000-EXIT
004260     END-IF
004270     PERFORM 9000-TERMINATE THRU 9000-EXIT
004280     STOP RUN.
004290*****************************************************************
004300* 1000-INITIALIZE
004310*   Opens every file, stamps the run date, and primes the two
004320*   input read-ahead buffers.
004330*   A run whose date is not the next processing date on the
004340*   date-control record is refused before any file is opened.
004350*****************************************************************
004360 1000-INITIALIZE.
004370     ACCEPT STATEMENT-RUN-DATE FROM DATE YYYYMMDD
004380     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
004390     IF RUN-ERROR
004400        GO TO 1000-EXIT
004410     END-IF
004420     OPEN INPUT AMORT-DETAIL-FILE
004430     IF NOT AMORTRPT-OK
004440        DISPLAY "STMT_PRINT: UNABLE TO OPEN AMORTRPT, STATUS "
004450           AMORTRPT-STATUS
004460        MOVE "Y" TO RUN-ERROR-SWITCH
004470        MOVE "Y" TO AMORT-EOF-SWITCH
004480     END-IF
004490     OPEN INPUT CUSTOMER-ADDRESS-FILE
004500     IF NOT CUSTADDR-OK
004510        DISPLAY "STMT_PRINT: UNABLE TO OPEN CUSTADDR, STATUS "
004520           CUSTADDR-STATUS
004530        MOVE "Y" TO RUN-ERROR-SWITCH
004540     END-IF
004550     OPEN OUTPUT STATEMENT-PRINT-FILE
004560     IF NOT STMTRPT-OK
004570        DISPLAY "STMT_PRINT: UNABLE TO OPEN STMTRPT, STATUS "
004580           STMTRPT-STATUS
004590        MOVE "Y" TO RUN-ERROR-SWITCH
004600     END-IF
004610     OPEN OUTPUT E-STATEMENT-FILE
004620     IF NOT ESTMT-OK
004630        DISPLAY "STMT_PRINT: UNABLE TO OPEN ESTMT, STATUS "
004640           ESTMT-STATUS
004650        MOVE "Y" TO RUN-ERROR-SWITCH
004660     END-IF
004670     OPEN OUTPUT MAILING-REGISTER-FILE
004680     IF NOT MAILREG-OK
004690        DISPLAY "STMT_PRINT: UNABLE TO OPEN MAILREG, STATUS "
004700           MAILREG-STATUS
004710        MOVE "Y" TO RUN-ERROR-SWITCH
004720     END-IF
004730     PERFORM 1100-READ-AMORT-DETAIL THRU 1100-EXIT
004740     PERFORM 1200-READ-CUST-ADDRESS THRU 1200-EXIT.
004750 1000-EXIT.
004760     EXIT.
004770*****************************************************************
004780* 1010-CHECK-PROCESSING-DATE
004790*   Reads the date-control record and refuses the run unless
004800*   the run date is the next processing date on it, so a
004810*   resubmitted night, or one run after a skipped night, stops
004820*   here before anything is posted.
004830*****************************************************************
004840 1010-CHECK-PROCESSING-DATE.
004850     OPEN INPUT DATE-CONTROL-FILE
004860     IF NOT DATECTL-OK
004870        DISPLAY "STMT_PRINT: UNABLE TO OPEN DATECTL, STATUS "
004880           DATECTL-STATUS
004890        MOVE "Y" TO RUN-ERROR-SWITCH
004900        GO TO 1010-EXIT
004910     END-IF
004920     READ DATE-CONTROL-FILE
004930         AT END
004940             DISPLAY "STMT_PRINT: DATECTL IS EMPTY - NO "
004950                "PROCESSING DATE ON FILE"
004960             MOVE "Y" TO RUN-ERROR-SWITCH
004970     END-READ
004980     CLOSE DATE-CONTROL-FILE
004990     IF RUN-ERROR
005000        GO TO 1010-EXIT
005010     END-IF
005020     IF STATEMENT-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
005030        DISPLAY "STMT_PRINT: RUN DATE " STATEMENT-RUN-DATE
005040           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
005050        DISPLAY "STMT_PRINT: LAST COMPLETED DATE "
005060           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
005070        MOVE "Y" TO RUN-ERROR-SWITCH
005080     END-IF.
005090 1010-EXIT.
005100     EXIT.
005110*****************************************************************
005120* 1100-READ-AMORT-DETAIL
005130*   Reads the next amortization detail line into the read-ahead
005140*   buffer.
005150*****************************************************************
005160 1100-READ-AMORT-DETAIL.
005170     READ AMORT-DETAIL-FILE
005180        AT END MOVE "Y" TO AMORT-EOF-SWITCH
005190     END-READ.
005200 1100-EXIT.
005210     EXIT.
005220*****************************************************************
005230* 1200-READ-CUST-ADDRESS
005240*   Reads the next name-and-address record into the read-ahead
005250*   buffer.
005260*****************************************************************
005270 1200-READ-CUST-ADDRESS.
005280     READ CUSTOMER-ADDRESS-FILE
005290        AT END MOVE "Y" TO CUSTADDR-EOF-SWITCH
005300     END-READ.
005310 1200-EXIT.
005320     EXIT.
005330*****************************************************************
005340* 2000-ROUTE-INPUT
005350*   Sort input procedure - routes one account group per pass
005360*   until the amortization detail is exhausted.
005370*****************************************************************
005380 2000-ROUTE-INPUT.
005390     PERFORM 2100-ROUTE-ACCOUNT THRU 2100-EXIT
005400        UNTIL AMORT-EXHAUSTED
005410     GO TO 2999-ROUTE-EXIT.
005420*****************************************************************
005430* 2100-ROUTE-ACCOUNT
005440*   Routes one account's detail group by the customer's
005450*   delivery preference: mail releases the lines to the sort
005460*   with the address and ZIP riding each one, electronic
005470*   writes them to the e-statement extract with a closing
005480*   Truth-in-Savings summary record, suppress and
005490*   no-address discard them with a count.
005500*****************************************************************
005510 2100-ROUTE-ACCOUNT.
005520     MOVE RPT-ACCOUNT-NUMBER TO STATEMENT-ACCOUNT
005530     PERFORM 2110-MATCH-CUST-ADDRESS THRU 2110-EXIT
005540     EVALUATE TRUE
005550        WHEN NOT ADDRESS-FOUND
005560           DISPLAY "STMT_PRINT: ACCOUNT " STATEMENT-ACCOUNT
005570              " HAS NO ADDRESS RECORD - STATEMENT SKIPPED"
005580           ADD 1 TO NO-ADDRESS-COUNT
005590           PERFORM 2120-SKIP-DETAIL-GROUP THRU 2120-EXIT
005600              UNTIL AMORT-EXHAUSTED
005610                 OR RPT-ACCOUNT-NUMBER NOT = STATEMENT-ACCOUNT
005620        WHEN CUST-DELIVER-SUPPRESS
005630           ADD 1 TO SUPPRESSED-COUNT
005640           PERFORM 2120-SKIP-DETAIL-GROUP THRU 2120-EXIT
005650              UNTIL AMORT-EXHAUSTED
005660                 OR RPT-ACCOUNT-NUMBER NOT = STATEMENT-ACCOUNT
005670        WHEN CUST-DELIVER-ELECTRONIC
005680           ADD 1 TO ESTMT-ACCOUNT-COUNT
005690           PERFORM 7000-CLEAR-STATEMENT-TOTALS THRU 7000-EXIT
005700           PERFORM 2130-WRITE-ESTMT-LINE THRU 2130-EXIT
005710              UNTIL AMORT-EXHAUSTED
005720                 OR RPT-ACCOUNT-NUMBER NOT = STATEMENT-ACCOUNT
005730           PERFORM 2135-WRITE-ESTMT-SUMMARY THRU 2135-EXIT
005740        WHEN OTHER
005750           ADD 1 TO MAIL-ACCOUNT-COUNT
005760           PERFORM 2140-RELEASE-MAIL-LINE THRU 2140-EXIT
005770              UNTIL AMORT-EXHAUSTED
005780                 OR RPT-ACCOUNT-NUMBER NOT = STATEMENT-ACCOUNT
005790     END-EVALUATE.
005800 2100-EXIT.
005810     EXIT.
005820*****************************************************************
005830* 2110-MATCH-CUST-ADDRESS
005840*   Advances the address read-ahead buffer, which is held across
005850*   the run (both files are in ascending account order), until
005860*   it reaches or passes the statement account.
005870*****************************************************************
005880 2110-MATCH-CUST-ADDRESS.
005890     PERFORM 1200-READ-CUST-ADDRESS THRU 1200-EXIT
005900        UNTIL CUSTADDR-EXHAUSTED
005910           OR CUST-ACCT-NUMBER >= STATEMENT-ACCOUNT
005920     IF (NOT CUSTADDR-EXHAUSTED)
005930           AND CUST-ACCT-NUMBER = STATEMENT-ACCOUNT
005940        MOVE "Y" TO ADDRESS-FOUND-SWITCH
005950     ELSE
005960        MOVE "N" TO ADDRESS-FOUND-SWITCH
005970     END-IF.
005980 2110-EXIT.
005990     EXIT.
006000*****************************************************************
006010* 2120-SKIP-DETAIL-GROUP
006020*   Discards one detail line of an account that cannot or must
006030*   not be delivered.
006040*****************************************************************
006050 2120-SKIP-DETAIL-GROUP.
006060     PERFORM 1100-READ-AMORT-DETAIL THRU 1100-EXIT.
006070 2120-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 2130-WRITE-ESTMT-LINE
006110*   Writes one period line of an electronic customer to the
006120*   e-statement extract for the portal vendor, with the
006130*   period's own APY earned, and rolls it into the statement
006140*   totals for the closing summary record.
006150*****************************************************************
006160 2130-WRITE-ESTMT-LINE.
006170     MOVE RPT-CONTRIBUTION      TO DETAIL-CONTRIBUTION
006180     MOVE RPT-INTEREST-EARNED   TO DETAIL-INTEREST
006190     MOVE RPT-DAYS-IN-PERIOD    TO DETAIL-DAYS
006200     MOVE RPT-AVG-DAILY-BALANCE TO DETAIL-AVG-BALANCE
006210     MOVE RPT-ANNUAL-RATE       TO DETAIL-RATE
006220     MOVE RPT-RUNNING-BALANCE   TO CLOSING-BALANCE
006230     ADD DETAIL-CONTRIBUTION    TO TOTAL-CONTRIBUTIONS
006240     ADD DETAIL-INTEREST        TO TOTAL-INTEREST-EARNED
006250     PERFORM 7100-ACCUMULATE-PERIOD THRU 7100-EXIT
006260     MOVE DETAIL-INTEREST       TO APY-INTEREST
006270     MOVE DETAIL-AVG-BALANCE    TO APY-BALANCE
006280     MOVE DETAIL-DAYS           TO APY-DAYS
006290     PERFORM 7200-COMPUTE-APY-EARNED THRU 7200-EXIT
006300     MOVE SPACES TO E-STATEMENT-RECORD
006310     MOVE RPT-ACCOUNT-NUMBER    TO EST-ACCT-NUMBER
006320     MOVE RPT-PERIOD-NUMBER     TO EST-PERIOD-NUMBER
006330     MOVE "P"                   TO EST-RECORD-TYPE
006340     MOVE DETAIL-CONTRIBUTION   TO EST-CONTRIBUTION
006350     MOVE DETAIL-INTEREST       TO EST-INTEREST-EARNED
006360     MOVE CLOSING-BALANCE       TO EST-RUNNING-BALANCE
006370     MOVE DETAIL-DAYS           TO EST-DAYS-IN-PERIOD
006380     MOVE DETAIL-AVG-BALANCE    TO EST-AVG-DAILY-BALANCE
006390     MOVE DETAIL-RATE           TO EST-ANNUAL-RATE
006400     MOVE APY-EARNED-PERCENT    TO EST-APY-EARNED
006410     WRITE E-STATEMENT-RECORD
006420     ADD 1 TO ESTMT-RECORD-COUNT
006430     PERFORM 1100-READ-AMORT-DETAIL THRU 1100-EXIT.
006440 2130-EXIT.
006450     EXIT.
006460*****************************************************************
006470* 2135-WRITE-ESTMT-SUMMARY
006480*   Writes the electronic customer's closing Truth-in-Savings
006490*   summary record: the statement totals, the days in the
006500*   statement period, its average daily balance, the closing
006510*   rate and the APY earned.  Period 9999 keeps it last in
006520*   the account's account/period order.
006530*****************************************************************
006540 2135-WRITE-ESTMT-SUMMARY.
006550     PERFORM 7300-COMPUTE-STATEMENT-APY THRU 7300-EXIT
006560     MOVE SPACES TO E-STATEMENT-RECORD
006570     MOVE STATEMENT-ACCOUNT     TO EST-ACCT-NUMBER
006580     MOVE 9999                  TO EST-PERIOD-NUMBER
006590     MOVE "S"                   TO EST-RECORD-TYPE
006600     MOVE TOTAL-CONTRIBUTIONS   TO EST-CONTRIBUTION
006610     MOVE TOTAL-INTEREST-EARNED TO EST-INTEREST-EARNED
006620     MOVE CLOSING-BALANCE       TO EST-RUNNING-BALANCE
006630     MOVE TOTAL-DAYS-IN-PERIOD  TO EST-DAYS-IN-PERIOD
006640     MOVE STATEMENT-AVG-BALANCE TO EST-AVG-DAILY-BALANCE
006650     MOVE CLOSING-ANNUAL-RATE   TO EST-ANNUAL-RATE
006660     MOVE APY-EARNED-PERCENT    TO EST-APY-EARNED
006670     WRITE E-STATEMENT-RECORD
006680     ADD 1 TO ESTMT-RECORD-COUNT.
006690 2135-EXIT.
006700     EXIT.
006710*****************************************************************
006720* 2140-RELEASE-MAIL-LINE
006730*   Releases one period line of a mail customer to the sort,
006740*   keyed on ZIP then account then period, with the address
006750*   block riding the record for the output procedure.
006760*****************************************************************
006770 2140-RELEASE-MAIL-LINE.
006780     MOVE CUST-ZIP            TO SRT-ZIP
006790     MOVE RPT-ACCOUNT-NUMBER  TO SRT-ACCT-NUMBER
006800     MOVE RPT-PERIOD-NUMBER   TO SRT-PERIOD-NUMBER
006810     MOVE RPT-CONTRIBUTION    TO SRT-CONTRIBUTION
006820     MOVE RPT-INTEREST-EARNED TO SRT-INTEREST-EARNED
006830     MOVE RPT-RUNNING-BALANCE TO SRT-RUNNING-BALANCE
006840     MOVE RPT-DAYS-IN-PERIOD  TO SRT-DAYS-IN-PERIOD
006850     MOVE RPT-AVG-DAILY-BALANCE TO SRT-AVG-DAILY-BALANCE
006860     MOVE RPT-ANNUAL-RATE     TO SRT-ANNUAL-RATE
006870     MOVE CUST-NAME           TO SRT-CUST-NAME
006880     MOVE CUST-ADDR-LINE-1    TO SRT-ADDR-LINE-1
006890     MOVE CUST-ADDR-LINE-2    TO SRT-ADDR-LINE-2
006900     MOVE CUST-CITY           TO SRT-CITY
006910     MOVE CUST-STATE          TO SRT-STATE
006920     RELEASE SORT-STATEMENT-RECORD
006930     PERFORM 1100-READ-AMORT-DETAIL THRU 1100-EXIT.
006940 2140-EXIT.
006950     EXIT.
006960 2999-ROUTE-EXIT.
006970     EXIT.
006980*****************************************************************
006990* 4000-PRINT-MAIL-STREAM
007000*   Sort output procedure - prints one statement per account
007010*   group of the sorted mail stream, now in ZIP order, opening
007020*   a presort batch at every change of three-digit ZIP prefix.
007030*****************************************************************
007040 4000-PRINT-MAIL-STREAM.
007050     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT
007060     PERFORM 4100-PRINT-ONE-STATEMENT THRU 4100-EXIT
007070        UNTIL SORT-EXHAUSTED
007080     GO TO 4999-PRINT-EXIT.
007090*****************************************************************
007100* 4010-RETURN-SORTED
007110*   Returns the next sorted mail record into the read-ahead
007120*   buffer.
007130*****************************************************************
007140 4010-RETURN-SORTED.
007150     RETURN STATEMENT-SORT-FILE
007160        AT END MOVE "Y" TO SORT-EOF-SWITCH
007170     END-RETURN.
007180 4010-EXIT.
007190     EXIT.
007200*****************************************************************
007210* 4100-PRINT-ONE-STATEMENT
007220*   Prints one account's statement from the sorted records:
007230*   the presort separator when the three-digit ZIP prefix
007240*   changes, the page heading and address block, the period
007250*   lines, the closing totals, and the Truth-in-Savings
007260*   disclosure block.
007270*****************************************************************
007280 4100-PRINT-ONE-STATEMENT.
007290     IF SRT-ZIP3 NOT = CURRENT-PRESORT-ZIP3
007300        PERFORM 4200-START-PRESORT-BATCH THRU 4200-EXIT
007310     END-IF
007320     MOVE SRT-ACCT-NUMBER  TO STATEMENT-ACCOUNT
007330     MOVE SRT-CUST-NAME    TO HOLD-CUST-NAME
007340     MOVE SRT-ADDR-LINE-1  TO HOLD-ADDR-LINE-1
007350     MOVE SRT-ADDR-LINE-2  TO HOLD-ADDR-LINE-2
007360     MOVE SRT-CITY         TO HOLD-CITY
007370     MOVE SRT-STATE        TO HOLD-STATE
007380     MOVE SRT-ZIP          TO HOLD-ZIP
007390     PERFORM 7000-CLEAR-STATEMENT-TOTALS THRU 7000-EXIT
007400     MOVE ZERO TO PAGE-NUMBER
007410     PERFORM 4400-START-NEW-PAGE THRU 4400-EXIT
007420     PERFORM 4410-WRITE-ADDRESS-BLOCK THRU 4410-EXIT
007430     PERFORM 4420-WRITE-COLUMN-HEADINGS THRU 4420-EXIT
007440     PERFORM 4300-PRINT-DETAIL-LINE THRU 4300-EXIT
007450        UNTIL SORT-EXHAUSTED
007460           OR SRT-ACCT-NUMBER NOT = STATEMENT-ACCOUNT
007470     PERFORM 4500-WRITE-STATEMENT-TOTALS THRU 4500-EXIT
007480     PERFORM 4600-WRITE-DISCLOSURE-BLOCK THRU 4600-EXIT
007490     ADD 1 TO MAILED-STATEMENT-COUNT.
007500 4100-EXIT.
007510     EXIT.
007520*****************************************************************
007530* 4200-START-PRESORT-BATCH
007540*   Opens a presort batch: the separator line the mailroom
007550*   breaks trays on, one batch per three-digit ZIP prefix.
007560*****************************************************************
007570 4200-START-PRESORT-BATCH.
007580     MOVE SRT-ZIP3 TO CURRENT-PRESORT-ZIP3
007590     ADD 1 TO PRESORT-BATCH-COUNT
007600     MOVE PRESORT-BATCH-COUNT TO SPL-BATCH-NUMBER
007610     MOVE CURRENT-PRESORT-ZIP3 TO SPL-ZIP3
007620     WRITE STATEMENT-PRINT-LINE FROM STMT-PRESORT-LINE
007630        AFTER ADVANCING PAGE.
007640 4200-EXIT.
007650     EXIT.
007660*****************************************************************
007670* 4300-PRINT-DETAIL-LINE
007680*   Prints one period line of the statement, rolling its
007690*   contribution, interest, days, average daily balance and
007700*   rate into the statement totals, and starts
007710*   a continuation page with fresh headings when the page
007720*   fills.
007730*****************************************************************
007740 4300-PRINT-DETAIL-LINE.
007750     IF LINE-COUNT > PAGE-LINE-LIMIT
007760        PERFORM 4400-START-NEW-PAGE THRU 4400-EXIT
007770        PERFORM 4420-WRITE-COLUMN-HEADINGS THRU 4420-EXIT
007780     END-IF
007790     MOVE SRT-CONTRIBUTION    TO DETAIL-CONTRIBUTION
007800     MOVE SRT-INTEREST-EARNED TO DETAIL-INTEREST
007810     MOVE SRT-DAYS-IN-PERIOD  TO DETAIL-DAYS
007820     MOVE SRT-AVG-DAILY-BALANCE TO DETAIL-AVG-BALANCE
007830     MOVE SRT-ANNUAL-RATE     TO DETAIL-RATE
007840     MOVE SRT-RUNNING-BALANCE TO CLOSING-BALANCE
007850     ADD DETAIL-CONTRIBUTION  TO TOTAL-CONTRIBUTIONS
007860     ADD DETAIL-INTEREST      TO TOTAL-INTEREST-EARNED
007870     PERFORM 7100-ACCUMULATE-PERIOD THRU 7100-EXIT
007880     MOVE SRT-PERIOD-NUMBER   TO SDL-PERIOD-NUMBER
007890     MOVE DETAIL-CONTRIBUTION TO SDL-CONTRIBUTION
007900     MOVE DETAIL-INTEREST     TO SDL-INTEREST
007910     MOVE SRT-RUNNING-BALANCE TO SDL-BALANCE
007920     MOVE DETAIL-DAYS         TO SDL-DAYS
007930     MOVE DETAIL-AVG-BALANCE  TO SDL-AVG-BALANCE
007940     MOVE DETAIL-RATE         TO SDL-RATE
007950     WRITE STATEMENT-PRINT-LINE FROM STMT-DETAIL-LINE
007960        AFTER ADVANCING 1 LINE
007970     ADD 1 TO LINE-COUNT
007980     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT.
007990 4300-EXIT.
008000     EXIT.
008010*****************************************************************
008020* 4400-START-NEW-PAGE
008030*   Advances to a fresh statement page and writes the page
008040*   heading lines.
008050*****************************************************************
008060 4400-START-NEW-PAGE.
008070     ADD 1 TO PAGE-NUMBER
008080     MOVE PAGE-NUMBER TO SH1-PAGE-NUMBER
008090     WRITE STATEMENT-PRINT-LINE FROM STMT-HEADING-LINE-1
008100        AFTER ADVANCING PAGE
008110     MOVE STATEMENT-ACCOUNT TO SH2-ACCT-NUMBER
008120     MOVE STATEMENT-RUN-DATE TO SH2-RUN-DATE
008130     WRITE STATEMENT-PRINT-LINE FROM STMT-HEADING-LINE-2
008140        AFTER ADVANCING 1 LINE
008150     MOVE SPACES TO STATEMENT-PRINT-LINE
008160     WRITE STATEMENT-PRINT-LINE AFTER ADVANCING 1 LINE
008170     MOVE 3 TO LINE-COUNT.
008180 4400-EXIT.
008190     EXIT.
008200*****************************************************************
008210* 4410-WRITE-ADDRESS-BLOCK
008220*   Writes the customer's name and mailing address at the top of
008230*   the statement's first page, from the address held off the
008240*   sorted record.
008250*****************************************************************
008260 4410-WRITE-ADDRESS-BLOCK.
008270     MOVE HOLD-CUST-NAME TO SAD-ADDRESS-TEXT
008280     WRITE STATEMENT-PRINT-LINE FROM STMT-ADDRESS-LINE
008290        AFTER ADVANCING 1 LINE
008300     MOVE HOLD-ADDR-LINE-1 TO SAD-ADDRESS-TEXT
008310     WRITE STATEMENT-PRINT-LINE FROM STMT-ADDRESS-LINE
008320        AFTER ADVANCING 1 LINE
008330     ADD 2 TO LINE-COUNT
008340     IF HOLD-ADDR-LINE-2 NOT = SPACES
008350        MOVE HOLD-ADDR-LINE-2 TO SAD-ADDRESS-TEXT
008360        WRITE STATEMENT-PRINT-LINE FROM STMT-ADDRESS-LINE
008370           AFTER ADVANCING 1 LINE
008380        ADD 1 TO LINE-COUNT
008390     END-IF
008400     MOVE HOLD-CITY  TO SCL-CITY
008410     MOVE HOLD-STATE TO SCL-STATE
008420     MOVE HOLD-ZIP   TO SCL-ZIP
008430     WRITE STATEMENT-PRINT-LINE FROM STMT-CITY-LINE
008440        AFTER ADVANCING 1 LINE
008450     MOVE SPACES TO STATEMENT-PRINT-LINE
008460     WRITE STATEMENT-PRINT-LINE AFTER ADVANCING 1 LINE
008470     ADD 2 TO LINE-COUNT.
008480 4410-EXIT.
008490     EXIT.
008500*****************************************************************
008510* 4420-WRITE-COLUMN-HEADINGS
008520*   Writes the statement column headings.
008530*****************************************************************
008540 4420-WRITE-COLUMN-HEADINGS.
008550     WRITE STATEMENT-PRINT-LINE FROM STMT-COLUMN-HEADING-1
008560        AFTER ADVANCING 1 LINE
008570     WRITE STATEMENT-PRINT-LINE FROM STMT-COLUMN-HEADING-2
008580        AFTER ADVANCING 1 LINE
008590     ADD 2 TO LINE-COUNT.
008600 4420-EXIT.
008610     EXIT.
008620*****************************************************************
008630* 4500-WRITE-STATEMENT-TOTALS
008640*   Closes the statement with the account's total contributions
008650*   and total interest earned over the term.
008660*****************************************************************
008670 4500-WRITE-STATEMENT-TOTALS.
008680     MOVE SPACES TO STATEMENT-PRINT-LINE
008690     WRITE STATEMENT-PRINT-LINE AFTER ADVANCING 1 LINE
008700     MOVE TOTAL-CONTRIBUTIONS   TO STL-CONTRIBUTIONS
008710     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE-1
008720        AFTER ADVANCING 1 LINE
008730     MOVE TOTAL-INTEREST-EARNED TO STL-INTEREST
008740     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE-2
008750        AFTER ADVANCING 1 LINE
008760     ADD 3 TO LINE-COUNT.
008770 4500-EXIT.
008780     EXIT.
008790*****************************************************************
008800* 4600-WRITE-DISCLOSURE-BLOCK
008810*   Closes the statement with the Truth-in-Savings disclosure
008820*   block: days in the statement period, average daily
008830*   balance, interest earned, the rate(s) in effect, the
008840*   annual percentage yield earned, and the explanation of
008850*   the APY earned.  The block is kept whole on one page.
008860*****************************************************************
008870 4600-WRITE-DISCLOSURE-BLOCK.
008880     PERFORM 7300-COMPUTE-STATEMENT-APY THRU 7300-EXIT
008890     IF LINE-COUNT + 14 > PAGE-LINE-LIMIT
008900        PERFORM 4400-START-NEW-PAGE THRU 4400-EXIT
008910     END-IF
008920     MOVE SPACES TO STATEMENT-PRINT-LINE
008930     WRITE STATEMENT-PRINT-LINE AFTER ADVANCING 1 LINE
008940     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-HEADING
008950        AFTER ADVANCING 1 LINE
008960     MOVE TOTAL-DAYS-IN-PERIOD TO SDD-DAYS
008970     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-DAYS-LINE
008980        AFTER ADVANCING 1 LINE
008990     MOVE "AVERAGE DAILY BALANCE          :" TO SDA-LABEL
009000     MOVE STATEMENT-AVG-BALANCE TO SDA-AMOUNT
009010     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-AMOUNT-LINE
009020        AFTER ADVANCING 1 LINE
009030     MOVE "INTEREST EARNED                :" TO SDA-LABEL
009040     MOVE TOTAL-INTEREST-EARNED TO SDA-AMOUNT
009050     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-AMOUNT-LINE
009060        AFTER ADVANCING 1 LINE
009070     PERFORM 4610-FORMAT-RATE-LIST THRU 4610-EXIT
009080     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-RATE-LINE
009090        AFTER ADVANCING 1 LINE
009100     MOVE APY-EARNED-PERCENT TO SDY-APY-EARNED
009110     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-APY-LINE
009120        AFTER ADVANCING 1 LINE
009130     MOVE SPACES TO STATEMENT-PRINT-LINE
009140     WRITE STATEMENT-PRINT-LINE AFTER ADVANCING 1 LINE
009150     PERFORM 4620-WRITE-DISCLOSURE-TEXT THRU 4620-EXIT
009160        VARYING DISCLOSURE-TEXT-SUB FROM 1 BY 1
009170           UNTIL DISCLOSURE-TEXT-SUB > DISCLOSURE-TEXT-COUNT
009180     ADD 8 TO LINE-COUNT.
009190 4600-EXIT.
009200     EXIT.
009210*****************************************************************
009220* 4610-FORMAT-RATE-LIST
009230*   Lays the statement's distinct rates out on the rate line,
009240*   noting when there were more than the line holds.
009250*****************************************************************
009260 4610-FORMAT-RATE-LIST.
009270     MOVE SPACES TO SDR-MORE
009280     PERFORM 4615-FORMAT-ONE-RATE THRU 4615-EXIT
009290        VARYING RATE-LIST-SUB FROM 1 BY 1
009300           UNTIL RATE-LIST-SUB > RATE-LIST-MAX
009310     IF RATE-LIST-OVERFLOW
009320        MOVE " + OTHERS" TO SDR-MORE
009330     END-IF.
009340 4610-EXIT.
009350     EXIT.
009360*****************************************************************
009370* 4615-FORMAT-ONE-RATE
009380*   Places one listed rate on the rate line, or blanks the
009390*   slot when the list is shorter.
009400*****************************************************************
009410 4615-FORMAT-ONE-RATE.
009420     IF RATE-LIST-SUB > RATE-LIST-COUNT
009430        MOVE SPACES TO SDR-RATE-ENTRY (RATE-LIST-SUB)
009440     ELSE
009450        MOVE RL-ANNUAL-RATE (RATE-LIST-SUB)
009460           TO SDR-RATE (RATE-LIST-SUB)
009470        MOVE "%" TO SDR-PERCENT (RATE-LIST-SUB)
009480     END-IF.
009490 4615-EXIT.
009500     EXIT.
009510*****************************************************************
009520* 4620-WRITE-DISCLOSURE-TEXT
009530*   Writes one line of the APY-earned explanation.
009540*****************************************************************
009550 4620-WRITE-DISCLOSURE-TEXT.
009560     MOVE DISCLOSURE-TEXT (DISCLOSURE-TEXT-SUB) TO SDT-TEXT
009570     WRITE STATEMENT-PRINT-LINE FROM STMT-DISCLOSURE-TEXT-LINE
009580        AFTER ADVANCING 1 LINE
009590     ADD 1 TO LINE-COUNT.
009600 4620-EXIT.
009610     EXIT.
009620 4999-PRINT-EXIT.
009630     EXIT.
009640*****************************************************************
009650* 5000-WRITE-MAILING-REGISTER
009660*   Writes the mailing register: the counts by delivery type
009670*   the mailroom balances pieces against.
009680*****************************************************************
009690 5000-WRITE-MAILING-REGISTER.
009700     MOVE STATEMENT-RUN-DATE TO RGH-RUN-DATE
009710     WRITE MAILING-REGISTER-LINE FROM REGISTER-HEADING-LINE
009720     MOVE "STATEMENTS MAILED              :" TO RGC-LABEL
009730     MOVE MAILED-STATEMENT-COUNT TO RGC-COUNT
009740     WRITE MAILING-REGISTER-LINE FROM REGISTER-COUNT-LINE
009750     MOVE "PRESORT BATCHES                :" TO RGC-LABEL
009760     MOVE PRESORT-BATCH-COUNT TO RGC-COUNT
009770     WRITE MAILING-REGISTER-LINE FROM REGISTER-COUNT-LINE
009780     MOVE "ACCOUNTS TO E-STATEMENT EXTRACT:" TO RGC-LABEL
009790     MOVE ESTMT-ACCOUNT-COUNT TO RGC-COUNT
009800     WRITE MAILING-REGISTER-LINE FROM REGISTER-COUNT-LINE
009810     MOVE "E-STATEMENT RECORDS WRITTEN    :" TO RGC-LABEL
009820     MOVE ESTMT-RECORD-COUNT TO RGC-COUNT
009830     WRITE MAILING-REGISTER-LINE FROM REGISTER-COUNT-LINE
009840     MOVE "STATEMENTS SUPPRESSED          :" TO RGC-LABEL
009850     MOVE SUPPRESSED-COUNT TO RGC-COUNT
009860     WRITE MAILING-REGISTER-LINE FROM REGISTER-COUNT-LINE
009870     MOVE "ACCOUNTS WITH NO ADDRESS       :" TO RGC-LABEL
009880     MOVE NO-ADDRESS-COUNT TO RGC-COUNT
009890     WRITE MAILING-REGISTER-LINE FROM REGISTER-COUNT-LINE.
009900 5000-EXIT.
009910     EXIT.
009920*****************************************************************
009930* 7000-CLEAR-STATEMENT-TOTALS
009940*   Clears the statement totals and Truth-in-Savings
009950*   accumulators before an account's first period line.
009960*****************************************************************
009970 7000-CLEAR-STATEMENT-TOTALS.
009980     MOVE ZERO TO TOTAL-CONTRIBUTIONS
009990     MOVE ZERO TO TOTAL-INTEREST-EARNED
010000     MOVE ZERO TO TOTAL-DAYS-IN-PERIOD
010010     MOVE ZERO TO BALANCE-DAYS-TOTAL
010020     MOVE ZERO TO CLOSING-BALANCE
010030     MOVE ZERO TO CLOSING-ANNUAL-RATE
010040     MOVE ZERO TO RATE-LIST-COUNT
010050     MOVE "N" TO RATE-OVERFLOW-SWITCH.
010060 7000-EXIT.
010070     EXIT.
010080*****************************************************************
010090* 7100-ACCUMULATE-PERIOD
010100*   Rolls one period line's days, day-weighted balance and
010110*   rate into the statement's Truth-in-Savings accumulators.
010120*   The period's figures are placed in the DETAIL fields by
010130*   the caller before the perform.
010140*****************************************************************
010150 7100-ACCUMULATE-PERIOD.
010160     ADD DETAIL-DAYS TO TOTAL-DAYS-IN-PERIOD
010170     COMPUTE BALANCE-DAYS-TOTAL =
010180        BALANCE-DAYS-TOTAL + (DETAIL-AVG-BALANCE * DETAIL-DAYS)
010190     MOVE DETAIL-RATE TO CLOSING-ANNUAL-RATE
010200     MOVE "N" TO RATE-LISTED-SWITCH
010210     PERFORM 7110-SCAN-RATE-LIST THRU 7110-EXIT
010220        VARYING RATE-LIST-SUB FROM 1 BY 1
010230           UNTIL RATE-LIST-SUB > RATE-LIST-COUNT
010240              OR RATE-LISTED
010250     IF RATE-LISTED
010260        GO TO 7100-EXIT
010270     END-IF
010280     IF RATE-LIST-COUNT < RATE-LIST-MAX
010290        ADD 1 TO RATE-LIST-COUNT
010300        MOVE DETAIL-RATE TO RL-ANNUAL-RATE (RATE-LIST-COUNT)
010310     ELSE
010320        MOVE "Y" TO RATE-OVERFLOW-SWITCH
010330     END-IF.
010340 7100-EXIT.
010350     EXIT.
010360*****************************************************************
010370* 7110-SCAN-RATE-LIST
010380*   Checks one listed rate against the period's rate.
010390*****************************************************************
010400 7110-SCAN-RATE-LIST.
010410     IF RL-ANNUAL-RATE (RATE-LIST-SUB) = DETAIL-RATE
010420        MOVE "Y" TO RATE-LISTED-SWITCH
010430     END-IF.
010440 7110-EXIT.
010450     EXIT.
010460*****************************************************************
010470* 7200-COMPUTE-APY-EARNED
010480*   Works the annual percentage yield earned from the
010490*   interest, average daily balance and days placed in the
010500*   APY fields by the caller, by the Regulation DD formula.
010510*   A period with no balance or no days earns no yield, and
010520*   a yield too large to state is reported as zero.
010530*****************************************************************
010540 7200-COMPUTE-APY-EARNED.
010550     MOVE ZERO TO APY-EARNED-PERCENT
010560     IF APY-BALANCE NOT > ZERO
010570           OR APY-DAYS = ZERO
010580        GO TO 7200-EXIT
010590     END-IF
010600     COMPUTE APY-EARNED-PERCENT ROUNDED =
010610        100 * (((1 + (APY-INTEREST / APY-BALANCE))
010620           ** (DAYS-IN-YEAR / APY-DAYS)) - 1)
010630        ON SIZE ERROR
010640           MOVE ZERO TO APY-EARNED-PERCENT
010650     END-COMPUTE.
010660 7200-EXIT.
010670     EXIT.
010680*****************************************************************
010690* 7300-COMPUTE-STATEMENT-APY
010700*   Works the statement period's average daily balance from
010710*   the day-weighted balances, then its APY earned from the
010720*   interest earned over the statement.
010730*****************************************************************
010740 7300-COMPUTE-STATEMENT-APY.
010750     MOVE ZERO TO STATEMENT-AVG-BALANCE
010760     IF TOTAL-DAYS-IN-PERIOD > ZERO
010770        COMPUTE STATEMENT-AVG-BALANCE ROUNDED =
010780           BALANCE-DAYS-TOTAL / TOTAL-DAYS-IN-PERIOD
010790     END-IF
010800     MOVE TOTAL-INTEREST-EARNED TO APY-INTEREST
010810     MOVE STATEMENT-AVG-BALANCE TO APY-BALANCE
010820     MOVE TOTAL-DAYS-IN-PERIOD  TO APY-DAYS
010830     PERFORM 7200-COMPUTE-APY-EARNED THRU 7200-EXIT.
010840 7300-EXIT.
010850     EXIT.
010860*****************************************************************
010870* 9000-TERMINATE
010880*   Displays the run totals, closes every file, appends the
010890*   step-status record, and sets the return code: 8 when the
010900*   run failed to start, 4 when statements were skipped for a
010910*   missing address, 0 when every statement delivered.
010920*****************************************************************
010930 9000-TERMINATE.
010940     DISPLAY "STMT_PRINT: " MAILED-STATEMENT-COUNT
010950        " STATEMENT(S) MAILED IN " PRESORT-BATCH-COUNT
010960        " PRESORT BATCH(ES)"
010970     DISPLAY "STMT_PRINT: " ESTMT-ACCOUNT-COUNT
010980        " ACCOUNT(S) ROUTED TO THE E-STATEMENT EXTRACT"
010990     DISPLAY "STMT_PRINT: " SUPPRESSED-COUNT
011000        " STATEMENT(S) SUPPRESSED"
011010     DISPLAY "STMT_PRINT: " NO-ADDRESS-COUNT
011020        " ACCOUNT(S) WITH NO ADDRESS RECORD"
011030     CLOSE AMORT-DETAIL-FILE
011040           CUSTOMER-ADDRESS-FILE
011050           STATEMENT-PRINT-FILE
011060           E-STATEMENT-FILE
011070           MAILING-REGISTER-FILE
011080     EVALUATE TRUE
011090        WHEN RUN-ERROR
011100           MOVE 8 TO STEP-CONDITION-CODE
011110        WHEN NO-ADDRESS-COUNT > ZERO
011120           MOVE 4 TO STEP-CONDITION-CODE
011130        WHEN OTHER
011140           MOVE 0 TO STEP-CONDITION-CODE
011150     END-EVALUATE
011160     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
011170     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
011180 9000-EXIT.
011190     EXIT.
011200*****************************************************************
011210* 9500-WRITE-JOB-STATUS
011220*   Appends this step's machine-readable status record to the
011230*   shared job-stream status file for NIGHT_STATUS to
011240*   summarize.  The condition code is placed by the caller
011250*   before the perform.
011260*****************************************************************
011270 9500-WRITE-JOB-STATUS.
011280     OPEN EXTEND JOB-STATUS-FILE
011290     IF NOT JOBSTAT-OK
011300        DISPLAY "STMT_PRINT: UNABLE TO OPEN JOBSTAT, STATUS "
011310           JOBSTAT-STATUS
011320        GO TO 9500-EXIT
011330     END-IF
011340     MOVE SPACES TO JOB-STATUS-RECORD
011350     MOVE "STMT_PRINT" TO JS-PROGRAM-NAME
011360     MOVE STATEMENT-RUN-DATE TO JS-RUN-DATE
011370     ACCEPT JS-RUN-TIME FROM TIME
011380     COMPUTE JS-RECORDS-READ =
011390        MAIL-ACCOUNT-COUNT + ESTMT-ACCOUNT-COUNT
011400           + SUPPRESSED-COUNT + NO-ADDRESS-COUNT
011410     COMPUTE JS-RECORDS-WRITTEN =
011420        MAILED-STATEMENT-COUNT + ESTMT-ACCOUNT-COUNT
011430     MOVE NO-ADDRESS-COUNT TO JS-ERROR-COUNT
011440     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
011450     WRITE JOB-STATUS-RECORD
011460     CLOSE JOB-STATUS-FILE.
011470 9500-EXIT.
011480     EXIT.
011490 END PROGRAM stmt_print.
