000100*****************************************************************
000110* Program: RATE_NOTICE
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Finds every savings account owed a change-in-terms
000170* notice for the rate decreases RATE_MAINT has just applied,
000180* and produces the notices.  The decreases are taken from the
000190* rate-change file (RATECHG) RATE_MAINT writes - only adds
000200* and replaces that lowered the rate in force for a band -
000210* and held in working storage.  The account master is read
000220* in account order beside the current-position file for the
000230* live balance and the address file for the customer: a
000240* savings account of the decreased product whose balance
000250* falls in the band (at or above its floor, below its
000260* ceiling) is owed a notice.  Certificates of deposit are
000270* never noticed - their rate is fixed to maturity - and an
000280* account marked for close-out is counted but not noticed.
000290* Notices are routed by the customer's delivery preference:
000300* mail notices are sorted into ZIP order and printed as
000310* letters with a presort batch separator at every change of
000320* three-digit ZIP prefix, electronic customers' notices go to
000330* the notice extract for the portal vendor, and suppressed
000340* customers get neither.  An account with no address record
000350* cannot be noticed, so it is listed and counted.  The run
000360* closes with the notice register the mailroom balances
000370* pieces against.
000380*
000390* Modification History
000400* ----------------------------------------------------------------
000410* DATE       INIT  DESCRIPTION
000420* 10/15/26   JWB   Original version.
000430* 10/15/26   JWB   An account ACCT_MAINT has marked for close-
000440*                  out is not noticed - it is paid off before
000450*                  the decrease takes effect - and is counted
000460*                  on the register.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. rate_notice.
000500 AUTHOR. J BAKER.
000510 INSTALLATION. CONSUMER BANKING SYSTEMS.
000520 DATE-WRITTEN. 10/15/26.
000530 DATE-COMPILED.
000540*****************************************************************
000550* ENVIRONMENT DIVISION
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000600 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT RATE-CHANGE-FILE ASSIGN TO "RATECHG"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS RATECHG-STATUS.
000670     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS ACCT-NUMBER
000710         FILE STATUS IS ACCTMAST-STATUS.
000720     SELECT OPTIONAL CURRENT-POSITION-FILE ASSIGN TO "CURRPOS"
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS CURRPOS-STATUS.
000760     SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS CUSTADDR-STATUS.
000800     SELECT NOTICE-LETTER-FILE ASSIGN TO "NOTICELT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS NOTICELT-STATUS.
000830     SELECT NOTICE-EXTRACT-FILE ASSIGN TO "NOTICEX"
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS NOTICEX-STATUS.
000870     SELECT NOTICE-REGISTER-FILE ASSIGN TO "NOTICERG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS NOTICERG-STATUS.
000900     SELECT NOTICE-SORT-FILE ASSIGN TO "SORTWK01".
000910     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS JOBSTAT-STATUS.
000950*****************************************************************
000960* DATA DIVISION
000970*****************************************************************
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  RATE-CHANGE-FILE
001010     RECORDING MODE IS F.
001020     COPY RATECHG.
001030 FD  ACCOUNT-MASTER-FILE.
001040     COPY ACCTMAST.
001050 FD  CURRENT-POSITION-FILE
001060     RECORDING MODE IS F.
001070     COPY CURRPOS.
001080 FD  CUSTOMER-ADDRESS-FILE
001090     RECORDING MODE IS F.
001100     COPY CUSTADDR.
001110 FD  NOTICE-LETTER-FILE.
001120 01  NOTICE-LETTER-LINE          PIC X(80).
001130 FD  NOTICE-EXTRACT-FILE
001140     RECORDING MODE IS F.
001150     COPY RTNOTICE.
001160 FD  NOTICE-REGISTER-FILE.
001170 01  NOTICE-REGISTER-LINE        PIC X(80).
001180 SD  NOTICE-SORT-FILE.
001190 01  SORT-NOTICE-RECORD.
001200     05  SRT-ZIP.
001210         10  SRT-ZIP3            PIC X(03).
001220         10  FILLER              PIC X(06).
001230     05  SRT-ACCT-NUMBER         PIC 9(07).
001240     05  SRT-EFFECTIVE-DATE      PIC 9(08).
001250     05  SRT-PRODUCT-CODE        PIC X(01).
001260     05  SRT-TIER-FLOOR          PIC S9(9)V9(2) COMP-3.
001270     05  SRT-TIER-CEILING        PIC S9(9)V9(2) COMP-3.
001280     05  SRT-CURRENT-BALANCE     PIC S9(9)V9(2) COMP-3.
001290     05  SRT-OLD-RATE            PIC S9(3)V9(2) COMP-3.
001300     05  SRT-NEW-RATE            PIC S9(3)V9(2) COMP-3.
001310     05  SRT-CUST-NAME           PIC X(30).
001320     05  SRT-ADDR-LINE-1         PIC X(30).
001330     05  SRT-ADDR-LINE-2         PIC X(30).
001340     05  SRT-CITY                PIC X(20).
001350     05  SRT-STATE               PIC X(02).
001360 FD  JOB-STATUS-FILE
001370     RECORDING MODE IS F.
001380     COPY JOBSTAT.
001390 WORKING-STORAGE SECTION.
001400*> ----------------------------------------------------------
001410*> File status and end-of-file switches
001420*> ----------------------------------------------------------
001430 01  RATECHG-STATUS          PIC X(02) VALUE "00".
001440     88  RATECHG-OK                    VALUE "00".
001450     88  RATECHG-EOF                   VALUE "10".
001460 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001470     88  ACCTMAST-OK                   VALUE "00".
001480     88  ACCTMAST-EOF                  VALUE "10".
001490 01  CURRPOS-STATUS          PIC X(02) VALUE "00".
001500     88  CURRPOS-OK                    VALUE "00".
001510     88  CURRPOS-EOF                   VALUE "10".
001520 01  CUSTADDR-STATUS         PIC X(02) VALUE "00".
001530     88  CUSTADDR-OK                   VALUE "00".
001540     88  CUSTADDR-EOF                  VALUE "10".
001550 01  NOTICELT-STATUS         PIC X(02) VALUE "00".
001560     88  NOTICELT-OK                   VALUE "00".
001570 01  NOTICEX-STATUS          PIC X(02) VALUE "00".
001580     88  NOTICEX-OK                    VALUE "00".
001590 01  NOTICERG-STATUS         PIC X(02) VALUE "00".
001600     88  NOTICERG-OK                   VALUE "00".
001610 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001620     88  JOBSTAT-OK                    VALUE "00".
001630 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001640 01  PROGRAM-SWITCHES.
001650     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001660         88  RUN-ERROR                 VALUE "Y".
001670     05  ACCTMAST-EOF-SWITCH  PIC X(01) VALUE "N".
001680         88  ACCTMAST-EXHAUSTED        VALUE "Y".
001690     05  CURRPOS-EOF-SWITCH   PIC X(01) VALUE "N".
001700         88  CURRPOS-EXHAUSTED         VALUE "Y".
001710     05  CUSTADDR-EOF-SWITCH  PIC X(01) VALUE "N".
001720         88  CUSTADDR-EXHAUSTED        VALUE "Y".
001730     05  ADDRESS-FOUND-SWITCH PIC X(01) VALUE "N".
001740         88  ADDRESS-FOUND             VALUE "Y".
001750     05  ACCOUNT-NOTICED-SWITCH PIC X(01) VALUE "N".
001760         88  ACCOUNT-NOTICED           VALUE "Y".
001770     05  SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001780         88  SORT-EXHAUSTED            VALUE "Y".
001790*> ----------------------------------------------------------
001800*> Rate decreases held in working storage.  Only changes
001810*> that lowered a known prior rate are held - an increase,
001820*> an unchanged rate or a brand-new band needs no notice.
001830*> ----------------------------------------------------------
001840 01  DECREASE-MAX            PIC 9(03) COMP VALUE 100.
001850 01  DECREASE-COUNT          PIC 9(03) COMP VALUE 0.
001860 01  DECREASE-SUB            PIC 9(03) COMP VALUE 0.
001870 01  DECREASE-TABLE-AREA.
001880     05  DECREASE-ENTRY OCCURS 100 TIMES.
001890         10  DC-PRODUCT-CODE     PIC X(01).
001900         10  DC-TIER-FLOOR       PIC S9(9)V9(2) COMP-3.
001910         10  DC-TIER-CEILING     PIC S9(9)V9(2) COMP-3.
001920         10  DC-EFFECTIVE-DATE   PIC 9(08).
001930         10  DC-OLD-RATE         PIC S9(9)V9(2) COMP-3.
001940         10  DC-NEW-RATE         PIC S9(9)V9(2) COMP-3.
001950*> ----------------------------------------------------------
001960*> Notice control fields
001970*> ----------------------------------------------------------
001980 01  NOTICE-ACCOUNT          PIC 9(07) VALUE 0.
001990 01  NOTICE-BALANCE          PIC S9(9)V9(2) COMP-3 VALUE 0.
002000 01  NOTICE-RUN-DATE         PIC 9(08) VALUE 0.
002010 01  CURRENT-PRESORT-ZIP3    PIC X(03) VALUE LOW-VALUES.
002020 77  CHANGES-READ-COUNT      PIC 9(07) VALUE 0.
002030 77  ACCOUNTS-READ-COUNT     PIC 9(07) VALUE 0.
002040 77  ACCOUNTS-NOTICED-COUNT  PIC 9(07) VALUE 0.
002050 77  MAIL-NOTICE-COUNT       PIC 9(07) VALUE 0.
002060 77  PRINTED-NOTICE-COUNT    PIC 9(07) VALUE 0.
002070 77  EXTRACT-NOTICE-COUNT    PIC 9(07) VALUE 0.
002080 77  SUPPRESSED-COUNT        PIC 9(07) VALUE 0.
002090 77  NO-ADDRESS-COUNT        PIC 9(07) VALUE 0.
002100 77  CLOSING-ACCOUNT-COUNT   PIC 9(07) VALUE 0.
002110 77  PRESORT-BATCH-COUNT     PIC 9(07) VALUE 0.
002120*> ----------------------------------------------------------
002130*> Notice letter print lines
002140*> ----------------------------------------------------------
002150 01  LETTER-HEADING-LINE-1.
002160     05  FILLER              PIC X(10) VALUE SPACES.
002170     05  FILLER              PIC X(24)
002180         VALUE "CONSUMER BANKING SYSTEMS".
002190     05  FILLER              PIC X(10) VALUE SPACES.
002200     05  FILLER              PIC X(26)
002210         VALUE "NOTICE OF CHANGE IN TERMS".
002220 01  LETTER-HEADING-LINE-2.
002230     05  FILLER              PIC X(10) VALUE SPACES.
002240     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002250     05  LH2-ACCT-NUMBER     PIC 9(07).
002260     05  FILLER              PIC X(26) VALUE SPACES.
002270     05  FILLER              PIC X(12) VALUE "NOTICE DATE ".
002280     05  LH2-NOTICE-DATE     PIC 9(08).
002290 01  LETTER-ADDRESS-LINE.
002300     05  FILLER              PIC X(10) VALUE SPACES.
002310     05  LAD-ADDRESS-TEXT    PIC X(64) VALUE SPACES.
002320 01  LETTER-CITY-LINE.
002330     05  FILLER              PIC X(10) VALUE SPACES.
002340     05  LCL-CITY            PIC X(20).
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  LCL-STATE           PIC X(02).
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  LCL-ZIP             PIC X(09).
002390 01  LETTER-TEXT-LINE.
002400     05  FILLER              PIC X(10) VALUE SPACES.
002410     05  LTX-TEXT            PIC X(50).
002420 01  LETTER-RATE-LINE.
002430     05  FILLER              PIC X(10) VALUE SPACES.
002440     05  LRT-LABEL           PIC X(32).
002450     05  FILLER              PIC X(01) VALUE SPACES.
002460     05  LRT-RATE            PIC ZZ9.99.
002470     05  FILLER              PIC X(01) VALUE "%".
002480 01  LETTER-DATE-LINE.
002490     05  FILLER              PIC X(10) VALUE SPACES.
002500     05  FILLER              PIC X(32)
002510         VALUE "EFFECTIVE DATE                 :".
002520     05  FILLER              PIC X(01) VALUE SPACES.
002530     05  LDT-EFFECTIVE-DATE  PIC 9(08).
002540 01  LETTER-AMOUNT-LINE.
002550     05  FILLER              PIC X(10) VALUE SPACES.
002560     05  LAM-LABEL           PIC X(32).
002570     05  FILLER              PIC X(01) VALUE SPACES.
002580     05  LAM-AMOUNT          PIC -(9)9.99.
002590 01  LETTER-TIER-LINE.
002600     05  FILLER              PIC X(10) VALUE SPACES.
002610     05  FILLER              PIC X(32)
002620         VALUE "BALANCE TIER                   :".
002630     05  FILLER              PIC X(01) VALUE SPACES.
002640     05  LTR-TIER-FLOOR      PIC Z(8)9.99.
002650     05  LTR-TIER-TO         PIC X(04).
002660     05  LTR-TIER-CEILING    PIC X(12).
002670 01  LETTER-CEILING-EDIT     PIC Z(8)9.99.
002680 01  LETTER-TEXT-VALUES.
002690     05  FILLER              PIC X(50) VALUE
002700         "THE INTEREST RATE PAID ON YOUR SAVINGS ACCOUNT".
002710     05  FILLER              PIC X(50) VALUE
002720         "WILL DECREASE ON THE EFFECTIVE DATE SHOWN BELOW.".
002730     05  FILLER              PIC X(50) VALUE
002740         "THE NEW RATE APPLIES TO BALANCES IN THE TIER".
002750     05  FILLER              PIC X(50) VALUE
002760         "SHOWN.  NO ACTION IS REQUIRED TO KEEP YOUR".
002770     05  FILLER              PIC X(50) VALUE
002780         "ACCOUNT OPEN.  PLEASE CALL YOUR BRANCH WITH ANY".
002790     05  FILLER              PIC X(50) VALUE
002800         "QUESTIONS ABOUT THIS CHANGE.".
002810 01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
002820     05  LETTER-TEXT         PIC X(50) OCCURS 6 TIMES.
002830 01  LETTER-TEXT-COUNT       PIC 9(02) COMP VALUE 6.
002840 01  LETTER-TEXT-SUB         PIC 9(02) COMP VALUE 0.
002850 01  LETTER-PRESORT-LINE.
002860     05  FILLER              PIC X(03) VALUE "** ".
002870     05  FILLER              PIC X(14) VALUE "PRESORT BATCH ".
002880     05  LPL-BATCH-NUMBER    PIC Z(03)9.
002890     05  FILLER              PIC X(09) VALUE "  ZIP3 = ".
002900     05  LPL-ZIP3            PIC X(03).
002910     05  FILLER              PIC X(03) VALUE " **".
002920*> ----------------------------------------------------------
002930*> Notice register print lines
002940*> ----------------------------------------------------------
002950 01  REGISTER-HEADING-LINE.
002960     05  FILLER              PIC X(34)
002970         VALUE "RATE-CHANGE NOTICE REGISTER       ".
002980     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002990     05  RGH-RUN-DATE        PIC 9(08).
003000 01  REGISTER-COUNT-LINE.
003010     05  RGC-LABEL           PIC X(32).
003020     05  FILLER              PIC X(01) VALUE SPACE.
003030     05  RGC-COUNT           PIC Z(06)9.
003040 01  REGISTER-NO-ADDRESS-LINE.
003050     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
003060     05  RGN-ACCT-NUMBER     PIC 9(07).
003070     05  FILLER              PIC X(35)
003080         VALUE " HAS NO ADDRESS - NOTICE NOT SENT".
003090 PROCEDURE DIVISION.
003100*****************************************************************
003110* 0000-MAINLINE
003120*   Top level driver.  The input procedure matches the account
003130*   master against the rate decreases and routes each notice
003140*   owed by delivery preference - mail notices are released
003150*   to the sort keyed on ZIP, electronic notices go to the
003160*   extract, suppressed and unaddressed accounts are counted -
003170*   and the output procedure prints the mail letters in ZIP
003180*   order with presort batch separators.  The notice register
003190*   closes the run.  A run with no decreases to notice skips
003200*   the master pass.
003210*****************************************************************
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003240     IF NOT RUN-ERROR
003250        IF DECREASE-COUNT > ZERO
003260           SORT NOTICE-SORT-FILE
003270              ON ASCENDING KEY SRT-ZIP
003280                               SRT-ACCT-NUMBER
003290                               SRT-EFFECTIVE-DATE
003300              INPUT PROCEDURE IS 2000-SELECT-INPUT
003310                 THRU 2999-SELECT-EXIT
003320              OUTPUT PROCEDURE IS 4000-PRINT-LETTERS
003330                 THRU 4999-PRINT-EXIT
003340        END-IF
003350        PERFORM 5000-WRITE-NOTICE-TOTALS THRU 5000-EXIT
003360     END-IF
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT
003380     STOP RUN.
003390*****************************************************************
003400* 1000-INITIALIZE
003410*   Opens every file, stamps the run date, writes the register
003420*   heading, loads the rate decreases, and primes the three
003430*   input read-ahead buffers.
003440*****************************************************************
003450 1000-INITIALIZE.
003460     OPEN INPUT RATE-CHANGE-FILE
003470     IF NOT RATECHG-OK
003480        DISPLAY "RATE_NOTICE: UNABLE TO OPEN RATECHG, STATUS "
003490           RATECHG-STATUS
003500        MOVE "Y" TO RUN-ERROR-SWITCH
003510     END-IF
003520     OPEN INPUT ACCOUNT-MASTER-FILE
003530     IF NOT ACCTMAST-OK
003540        DISPLAY "RATE_NOTICE: UNABLE TO OPEN ACCTMAST, STATUS "
003550           ACCTMAST-STATUS
003560        MOVE "Y" TO RUN-ERROR-SWITCH
003570        MOVE "Y" TO ACCTMAST-EOF-SWITCH
003580     END-IF
003590     OPEN INPUT CURRENT-POSITION-FILE
003600     IF NOT CURRPOS-OK
003610        DISPLAY "RATE_NOTICE: NO CURRENT POSITION FILE, STATUS "
003620           CURRPOS-STATUS
003630           " - MASTER BALANCES USED"
003640        MOVE "Y" TO CURRPOS-EOF-SWITCH
003650     END-IF
003660     OPEN INPUT CUSTOMER-ADDRESS-FILE
003670     IF NOT CUSTADDR-OK
003680        DISPLAY "RATE_NOTICE: UNABLE TO OPEN CUSTADDR, STATUS "
003690           CUSTADDR-STATUS
003700        MOVE "Y" TO RUN-ERROR-SWITCH
003710     END-IF
003720     OPEN OUTPUT NOTICE-LETTER-FILE
003730     IF NOT NOTICELT-OK
003740        DISPLAY "RATE_NOTICE: UNABLE TO OPEN NOTICELT, STATUS "
003750           NOTICELT-STATUS
003760        MOVE "Y" TO RUN-ERROR-SWITCH
003770     END-IF
003780     OPEN OUTPUT NOTICE-EXTRACT-FILE
003790     IF NOT NOTICEX-OK
003800        DISPLAY "RATE_NOTICE: UNABLE TO OPEN NOTICEX, STATUS "
003810           NOTICEX-STATUS
003820        MOVE "Y" TO RUN-ERROR-SWITCH
003830     END-IF
003840     OPEN OUTPUT NOTICE-REGISTER-FILE
003850     IF NOT NOTICERG-OK
003860        DISPLAY "RATE_NOTICE: UNABLE TO OPEN NOTICERG, STATUS "
003870           NOTICERG-STATUS
003880        MOVE "Y" TO RUN-ERROR-SWITCH
003890     END-IF
003900     ACCEPT NOTICE-RUN-DATE FROM DATE YYYYMMDD
003910     IF RUN-ERROR
003920        GO TO 1000-EXIT
003930     END-IF
003940     MOVE NOTICE-RUN-DATE TO RGH-RUN-DATE
003950     WRITE NOTICE-REGISTER-LINE FROM REGISTER-HEADING-LINE
003960     PERFORM 1300-LOAD-DECREASES THRU 1300-EXIT
003970     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT
003980     PERFORM 1150-READ-CURRENT-POSITION THRU 1150-EXIT
003990     PERFORM 1200-READ-CUST-ADDRESS THRU 1200-EXIT.
004000 1000-EXIT.
004010     EXIT.
004020*****************************************************************
004030* 1100-READ-ACCOUNT-MASTER
004040*   Reads the next account master record into the read-ahead
004050*   buffer.
004060*****************************************************************
004070 1100-READ-ACCOUNT-MASTER.
004080     READ ACCOUNT-MASTER-FILE
004090        AT END MOVE "Y" TO ACCTMAST-EOF-SWITCH
004100     END-READ.
004110 1100-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 1150-READ-CURRENT-POSITION
004150*   Reads the next current-position record into the
004160*   read-ahead buffer.
004170*****************************************************************
004180 1150-READ-CURRENT-POSITION.
004190     READ CURRENT-POSITION-FILE
004200        AT END MOVE "Y" TO CURRPOS-EOF-SWITCH
004210     END-READ.
004220 1150-EXIT.
004230     EXIT.
004240*****************************************************************
004250* 1200-READ-CUST-ADDRESS
004260*   Reads the next name-and-address record into the read-ahead
004270*   buffer.
004280*****************************************************************
004290 1200-READ-CUST-ADDRESS.
004300     READ CUSTOMER-ADDRESS-FILE
004310        AT END MOVE "Y" TO CUSTADDR-EOF-SWITCH
004320     END-READ.
004330 1200-EXIT.
004340     EXIT.
004350*****************************************************************
004360* 1300-LOAD-DECREASES
004370*   Loads the rate decreases from the rate-change file into
004380*   working storage.  More decreases than the table holds
004390*   fails the run rather than leave customers unnoticed.
004400*****************************************************************
004410 1300-LOAD-DECREASES.
004420     PERFORM 1310-READ-RATE-CHANGE THRU 1310-EXIT
004430        UNTIL RATECHG-EOF
004440           OR RUN-ERROR
004450     CLOSE RATE-CHANGE-FILE.
004460 1300-EXIT.
004470     EXIT.
004480*****************************************************************
004490* 1310-READ-RATE-CHANGE
004500*   Reads one rate-change record and holds it when it lowered
004510*   a known prior rate.
004520*****************************************************************
004530 1310-READ-RATE-CHANGE.
004540     READ RATE-CHANGE-FILE
004550         AT END
004560             GO TO 1310-EXIT
004570     END-READ
004580     ADD 1 TO CHANGES-READ-COUNT
004590     IF NOT RCH-PRIOR-RATE-KNOWN
004600           OR RCH-NEW-RATE NOT < RCH-OLD-RATE
004610        GO TO 1310-EXIT
004620     END-IF
004630     IF DECREASE-COUNT = DECREASE-MAX
004640        DISPLAY "RATE_NOTICE: MORE THAN " DECREASE-MAX
004650           " RATE DECREASES - RUN STOPPED"
004660        MOVE "Y" TO RUN-ERROR-SWITCH
004670        GO TO 1310-EXIT
004680     END-IF
004690     ADD 1 TO DECREASE-COUNT
004700     MOVE RCH-PRODUCT-CODE   TO DC-PRODUCT-CODE (DECREASE-COUNT)
004710     MOVE RCH-TIER-FLOOR     TO DC-TIER-FLOOR (DECREASE-COUNT)
004720     MOVE RCH-TIER-CEILING
004730        TO DC-TIER-CEILING (DECREASE-COUNT)
004740     MOVE RCH-EFFECTIVE-DATE
004750        TO DC-EFFECTIVE-DATE (DECREASE-COUNT)
004760     MOVE RCH-OLD-RATE       TO DC-OLD-RATE (DECREASE-COUNT)
004770     MOVE RCH-NEW-RATE       TO DC-NEW-RATE (DECREASE-COUNT).
004780 1310-EXIT.
004790     EXIT.
004800*****************************************************************
004810* 2000-SELECT-INPUT
004820*   Sort input procedure - weighs one master account per pass
004830*   until the account master is exhausted.
004840*****************************************************************
004850 2000-SELECT-INPUT.
004860     PERFORM 2100-SELECT-ACCOUNT THRU 2100-EXIT
004870        UNTIL ACCTMAST-EXHAUSTED
004880     GO TO 2999-SELECT-EXIT.
004890*****************************************************************
004900* 2100-SELECT-ACCOUNT
004910*   Weighs one master account against every rate decrease.
004920*   A savings account's balance is its current position when
004930*   it has one, else the master balance.  Each decrease whose
004940*   product and band the account falls in is owed a notice,
004950*   routed by the customer's delivery preference.
004960*****************************************************************
004970 2100-SELECT-ACCOUNT.
004980     ADD 1 TO ACCOUNTS-READ-COUNT
004990     IF ACCT-PROD-CD
005000        GO TO 2100-NEXT
005010     END-IF
005020     MOVE ACCT-NUMBER TO NOTICE-ACCOUNT
005030     PERFORM 2110-MATCH-CURRENT-POSITION THRU 2110-EXIT
005040     MOVE "N" TO ACCOUNT-NOTICED-SWITCH
005050     MOVE "N" TO ADDRESS-FOUND-SWITCH
005060     PERFORM 2200-WEIGH-DECREASE THRU 2200-EXIT
005070        VARYING DECREASE-SUB FROM 1 BY 1
005080           UNTIL DECREASE-SUB > DECREASE-COUNT
005090     IF ACCOUNT-NOTICED
005100        ADD 1 TO ACCOUNTS-NOTICED-COUNT
005110     END-IF.
005120 2100-NEXT.
005130     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT.
005140 2100-EXIT.
005150     EXIT.
005160*****************************************************************
005170* 2110-MATCH-CURRENT-POSITION
005180*   Advances the current-position read-ahead buffer, held
005190*   across the run (both files are in ascending account
005200*   order), to the account and takes its live balance.
005210*****************************************************************
005220 2110-MATCH-CURRENT-POSITION.
005230     PERFORM 1150-READ-CURRENT-POSITION THRU 1150-EXIT
005240        UNTIL CURRPOS-EXHAUSTED
005250           OR CUR-ACCT-NUMBER >= NOTICE-ACCOUNT
005260     IF (NOT CURRPOS-EXHAUSTED)
005270           AND CUR-ACCT-NUMBER = NOTICE-ACCOUNT
005280        MOVE CUR-BALANCE TO NOTICE-BALANCE
005290     ELSE
005300        MOVE ACCT-SAVE-AMOUNT TO NOTICE-BALANCE
005310     END-IF.
005320 2110-EXIT.
005330     EXIT.
005340*****************************************************************
005350* 2120-MATCH-CUST-ADDRESS
005360*   Advances the address read-ahead buffer, held across the
005370*   run, until it reaches or passes the account.  Done only
005380*   for an account owed a notice, and only once per account.
005390*****************************************************************
005400 2120-MATCH-CUST-ADDRESS.
005410     PERFORM 1200-READ-CUST-ADDRESS THRU 1200-EXIT
005420        UNTIL CUSTADDR-EXHAUSTED
005430           OR CUST-ACCT-NUMBER >= NOTICE-ACCOUNT
005440     IF (NOT CUSTADDR-EXHAUSTED)
005450           AND CUST-ACCT-NUMBER = NOTICE-ACCOUNT
005460        MOVE "Y" TO ADDRESS-FOUND-SWITCH
005470     ELSE
005480        MOVE "N" TO ADDRESS-FOUND-SWITCH
005490     END-IF.
005500 2120-EXIT.
005510     EXIT.
005520*****************************************************************
005530* 2200-WEIGH-DECREASE
005540*   Checks the account against one rate decrease: the product
005550*   must match and the balance must fall in the band, at or
005560*   above its floor and below its ceiling (a zero ceiling has
005570*   no top).  A match is routed by delivery preference - an
005580*   unaddressed account is listed once on the register.  An
005590*   account marked for close-out is paid off before the
005600*   decrease takes effect, so it is counted once and not
005610*   noticed.
005620*****************************************************************
005630 2200-WEIGH-DECREASE.
005640     IF DC-PRODUCT-CODE (DECREASE-SUB) NOT = ACCT-COMPOUND-FREQ
005650           OR NOTICE-BALANCE < DC-TIER-FLOOR (DECREASE-SUB)
005660        GO TO 2200-EXIT
005670     END-IF
005680     IF DC-TIER-CEILING (DECREASE-SUB) > ZERO
005690           AND NOTICE-BALANCE NOT <
005700              DC-TIER-CEILING (DECREASE-SUB)
005710        GO TO 2200-EXIT
005720     END-IF
005730     IF NOT ACCT-OPEN
005740        IF NOT ACCOUNT-NOTICED
005750           MOVE "Y" TO ACCOUNT-NOTICED-SWITCH
005760           ADD 1 TO CLOSING-ACCOUNT-COUNT
005770        END-IF
005780        GO TO 2200-EXIT
005790     END-IF
005800     IF NOT ACCOUNT-NOTICED
005810        MOVE "Y" TO ACCOUNT-NOTICED-SWITCH
005820        PERFORM 2120-MATCH-CUST-ADDRESS THRU 2120-EXIT
005830        IF NOT ADDRESS-FOUND
005840           DISPLAY "RATE_NOTICE: ACCOUNT " NOTICE-ACCOUNT
005850              " HAS NO ADDRESS RECORD - NOTICE NOT SENT"
005860           ADD 1 TO NO-ADDRESS-COUNT
005870           MOVE NOTICE-ACCOUNT TO RGN-ACCT-NUMBER
005880           WRITE NOTICE-REGISTER-LINE
005890              FROM REGISTER-NO-ADDRESS-LINE
005900        END-IF
005910     END-IF
005920     EVALUATE TRUE
005930        WHEN NOT ADDRESS-FOUND
005940           CONTINUE
005950        WHEN CUST-DELIVER-SUPPRESS
005960           ADD 1 TO SUPPRESSED-COUNT
005970        WHEN CUST-DELIVER-ELECTRONIC
005980           PERFORM 2300-WRITE-NOTICE-EXTRACT THRU 2300-EXIT
005990        WHEN OTHER
006000           PERFORM 2400-RELEASE-MAIL-NOTICE THRU 2400-EXIT
006010     END-EVALUATE.
006020 2200-EXIT.
006030     EXIT.
006040*****************************************************************
006050* 2300-WRITE-NOTICE-EXTRACT
006060*   Writes one electronic customer's notice to the extract
006070*   for the portal vendor.
006080*****************************************************************
006090 2300-WRITE-NOTICE-EXTRACT.
006100     MOVE SPACES TO RATE-NOTICE-RECORD
006110     MOVE NOTICE-ACCOUNT     TO RNX-ACCT-NUMBER
006120     MOVE CUST-NAME          TO RNX-CUST-NAME
006130     MOVE DC-PRODUCT-CODE (DECREASE-SUB) TO RNX-PRODUCT-CODE
006140     MOVE DC-TIER-FLOOR (DECREASE-SUB)   TO RNX-TIER-FLOOR
006150     MOVE DC-TIER-CEILING (DECREASE-SUB) TO RNX-TIER-CEILING
006160     MOVE NOTICE-BALANCE     TO RNX-CURRENT-BALANCE
006170     MOVE DC-OLD-RATE (DECREASE-SUB)     TO RNX-OLD-RATE
006180     MOVE DC-NEW-RATE (DECREASE-SUB)     TO RNX-NEW-RATE
006190     MOVE DC-EFFECTIVE-DATE (DECREASE-SUB)
006200        TO RNX-EFFECTIVE-DATE
006210     MOVE NOTICE-RUN-DATE    TO RNX-NOTICE-DATE
006220     WRITE RATE-NOTICE-RECORD
006230     ADD 1 TO EXTRACT-NOTICE-COUNT.
006240 2300-EXIT.
006250     EXIT.
006260*****************************************************************
006270* 2400-RELEASE-MAIL-NOTICE
006280*   Releases one mail customer's notice to the sort, keyed on
006290*   ZIP then account then effective date, with the address
006300*   block riding the record for the output procedure.
006310*****************************************************************
006320 2400-RELEASE-MAIL-NOTICE.
006330     MOVE CUST-ZIP           TO SRT-ZIP
006340     MOVE NOTICE-ACCOUNT     TO SRT-ACCT-NUMBER
006350     MOVE DC-EFFECTIVE-DATE (DECREASE-SUB)
006360        TO SRT-EFFECTIVE-DATE
006370     MOVE DC-PRODUCT-CODE (DECREASE-SUB) TO SRT-PRODUCT-CODE
006380     MOVE DC-TIER-FLOOR (DECREASE-SUB)   TO SRT-TIER-FLOOR
006390     MOVE DC-TIER-CEILING (DECREASE-SUB) TO SRT-TIER-CEILING
006400     MOVE NOTICE-BALANCE     TO SRT-CURRENT-BALANCE
006410     MOVE DC-OLD-RATE (DECREASE-SUB)     TO SRT-OLD-RATE
006420     MOVE DC-NEW-RATE (DECREASE-SUB)     TO SRT-NEW-RATE
006430     MOVE CUST-NAME          TO SRT-CUST-NAME
006440     MOVE CUST-ADDR-LINE-1   TO SRT-ADDR-LINE-1
006450     MOVE CUST-ADDR-LINE-2   TO SRT-ADDR-LINE-2
006460     MOVE CUST-CITY          TO SRT-CITY
006470     MOVE CUST-STATE         TO SRT-STATE
006480     RELEASE SORT-NOTICE-RECORD
006490     ADD 1 TO MAIL-NOTICE-COUNT.
006500 2400-EXIT.
006510     EXIT.
006520 2999-SELECT-EXIT.
006530     EXIT.
006540*****************************************************************
006550* 4000-PRINT-LETTERS
006560*   Sort output procedure - prints one letter per sorted
006570*   notice, now in ZIP order, opening a presort batch at every
006580*   change of three-digit ZIP prefix.
006590*****************************************************************
006600 4000-PRINT-LETTERS.
006610     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT
006620     PERFORM 4100-PRINT-ONE-LETTER THRU 4100-EXIT
006630        UNTIL SORT-EXHAUSTED
006640     GO TO 4999-PRINT-EXIT.
006650*****************************************************************
006660* 4010-RETURN-SORTED
006670*   Returns the next sorted notice into the read-ahead buffer.
006680*****************************************************************
006690 4010-RETURN-SORTED.
006700     RETURN NOTICE-SORT-FILE
006710        AT END MOVE "Y" TO SORT-EOF-SWITCH
006720     END-RETURN.
006730 4010-EXIT.
006740     EXIT.
006750*****************************************************************
006760* 4100-PRINT-ONE-LETTER
006770*   Prints one notice letter from the sorted record: the
006780*   presort separator when the three-digit ZIP prefix
006790*   changes, the letter heading and address block, the
006800*   notice text, and the current rate, new rate, effective
006810*   date, balance tier and current balance.
006820*****************************************************************
006830 4100-PRINT-ONE-LETTER.
006840     IF SRT-ZIP3 NOT = CURRENT-PRESORT-ZIP3
006850        PERFORM 4200-START-PRESORT-BATCH THRU 4200-EXIT
006860     END-IF
006870     PERFORM 4400-WRITE-LETTER-HEADING THRU 4400-EXIT
006880     PERFORM 4410-WRITE-ADDRESS-BLOCK THRU 4410-EXIT
006890     PERFORM 4420-WRITE-LETTER-TEXT THRU 4420-EXIT
006900        VARYING LETTER-TEXT-SUB FROM 1 BY 1
006910           UNTIL LETTER-TEXT-SUB > LETTER-TEXT-COUNT
006920     PERFORM 4500-WRITE-RATE-FIGURES THRU 4500-EXIT
006930     ADD 1 TO PRINTED-NOTICE-COUNT
006940     PERFORM 4010-RETURN-SORTED THRU 4010-EXIT.
006950 4100-EXIT.
006960     EXIT.
006970*****************************************************************
006980* 4200-START-PRESORT-BATCH
006990*   Opens a presort batch: the separator line the mailroom
007000*   breaks trays on, one batch per three-digit ZIP prefix.
007010*****************************************************************
007020 4200-START-PRESORT-BATCH.
007030     MOVE SRT-ZIP3 TO CURRENT-PRESORT-ZIP3
007040     ADD 1 TO PRESORT-BATCH-COUNT
007050     MOVE PRESORT-BATCH-COUNT TO LPL-BATCH-NUMBER
007060     MOVE CURRENT-PRESORT-ZIP3 TO LPL-ZIP3
007070     WRITE NOTICE-LETTER-LINE FROM LETTER-PRESORT-LINE
007080        AFTER ADVANCING PAGE.
007090 4200-EXIT.
007100     EXIT.
007110*****************************************************************
007120* 4400-WRITE-LETTER-HEADING
007130*   Advances to a fresh page and writes the letter heading.
007140*****************************************************************
007150 4400-WRITE-LETTER-HEADING.
007160     WRITE NOTICE-LETTER-LINE FROM LETTER-HEADING-LINE-1
007170        AFTER ADVANCING PAGE
007180     MOVE SRT-ACCT-NUMBER TO LH2-ACCT-NUMBER
007190     MOVE NOTICE-RUN-DATE TO LH2-NOTICE-DATE
007200     WRITE NOTICE-LETTER-LINE FROM LETTER-HEADING-LINE-2
007210        AFTER ADVANCING 1 LINE
007220     MOVE SPACES TO NOTICE-LETTER-LINE
007230     WRITE NOTICE-LETTER-LINE AFTER ADVANCING 1 LINE.
007240 4400-EXIT.
007250     EXIT.
007260*****************************************************************
007270* 4410-WRITE-ADDRESS-BLOCK
007280*   Writes the customer's name and mailing address from the
007290*   sorted record.
007300*****************************************************************
007310 4410-WRITE-ADDRESS-BLOCK.
007320     MOVE SRT-CUST-NAME TO LAD-ADDRESS-TEXT
007330     WRITE NOTICE-LETTER-LINE FROM LETTER-ADDRESS-LINE
007340        AFTER ADVANCING 1 LINE
007350     MOVE SRT-ADDR-LINE-1 TO LAD-ADDRESS-TEXT
007360     WRITE NOTICE-LETTER-LINE FROM LETTER-ADDRESS-LINE
007370        AFTER ADVANCING 1 LINE
007380     IF SRT-ADDR-LINE-2 NOT = SPACES
007390        MOVE SRT-ADDR-LINE-2 TO LAD-ADDRESS-TEXT
007400        WRITE NOTICE-LETTER-LINE FROM LETTER-ADDRESS-LINE
007410           AFTER ADVANCING 1 LINE
007420     END-IF
007430     MOVE SRT-CITY  TO LCL-CITY
007440     MOVE SRT-STATE TO LCL-STATE
007450     MOVE SRT-ZIP   TO LCL-ZIP
007460     WRITE NOTICE-LETTER-LINE FROM LETTER-CITY-LINE
007470        AFTER ADVANCING 1 LINE
007480     MOVE SPACES TO NOTICE-LETTER-LINE
007490     WRITE NOTICE-LETTER-LINE AFTER ADVANCING 1 LINE.
007500 4410-EXIT.
007510     EXIT.
007520*****************************************************************
007530* 4420-WRITE-LETTER-TEXT
007540*   Writes one line of the notice text.
007550*****************************************************************
007560 4420-WRITE-LETTER-TEXT.
007570     MOVE LETTER-TEXT (LETTER-TEXT-SUB) TO LTX-TEXT
007580     WRITE NOTICE-LETTER-LINE FROM LETTER-TEXT-LINE
007590        AFTER ADVANCING 1 LINE.
007600 4420-EXIT.
007610     EXIT.
007620*****************************************************************
007630* 4500-WRITE-RATE-FIGURES
007640*   Writes the figures the notice discloses: the current and
007650*   new annual rates, the effective date, the balance tier
007660*   the new rate applies to, and the account's balance.
007670*****************************************************************
007680 4500-WRITE-RATE-FIGURES.
007690     MOVE SPACES TO NOTICE-LETTER-LINE
007700     WRITE NOTICE-LETTER-LINE AFTER ADVANCING 1 LINE
007710     MOVE "CURRENT ANNUAL RATE            :" TO LRT-LABEL
007720     MOVE SRT-OLD-RATE TO LRT-RATE
007730     WRITE NOTICE-LETTER-LINE FROM LETTER-RATE-LINE
007740        AFTER ADVANCING 1 LINE
007750     MOVE "NEW ANNUAL RATE                :" TO LRT-LABEL
007760     MOVE SRT-NEW-RATE TO LRT-RATE
007770     WRITE NOTICE-LETTER-LINE FROM LETTER-RATE-LINE
007780        AFTER ADVANCING 1 LINE
007790     MOVE SRT-EFFECTIVE-DATE TO LDT-EFFECTIVE-DATE
007800     WRITE NOTICE-LETTER-LINE FROM LETTER-DATE-LINE
007810        AFTER ADVANCING 1 LINE
007820     MOVE SRT-TIER-FLOOR TO LTR-TIER-FLOOR
007830     IF SRT-TIER-CEILING > ZERO
007840        MOVE " TO " TO LTR-TIER-TO
007850        MOVE SRT-TIER-CEILING TO LETTER-CEILING-EDIT
007860        MOVE LETTER-CEILING-EDIT TO LTR-TIER-CEILING
007870     ELSE
007880        MOVE SPACES TO LTR-TIER-TO
007890        MOVE " AND OVER" TO LTR-TIER-CEILING
007900     END-IF
007910     WRITE NOTICE-LETTER-LINE FROM LETTER-TIER-LINE
007920        AFTER ADVANCING 1 LINE
007930     MOVE "YOUR CURRENT BALANCE           :" TO LAM-LABEL
007940     MOVE SRT-CURRENT-BALANCE TO LAM-AMOUNT
007950     WRITE NOTICE-LETTER-LINE FROM LETTER-AMOUNT-LINE
007960        AFTER ADVANCING 1 LINE.
007970 4500-EXIT.
007980     EXIT.
007990 4999-PRINT-EXIT.
008000     EXIT.
008010*****************************************************************
008020* 5000-WRITE-NOTICE-TOTALS
008030*   Closes the notice register with the counts by delivery
008040*   type the mailroom balances pieces against.
008050*****************************************************************
008060 5000-WRITE-NOTICE-TOTALS.
008070     MOVE "RATE CHANGES READ              :" TO RGC-LABEL
008080     MOVE CHANGES-READ-COUNT TO RGC-COUNT
008090     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008100     MOVE "RATE DECREASES TO NOTICE       :" TO RGC-LABEL
008110     MOVE DECREASE-COUNT TO RGC-COUNT
008120     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008130     MOVE "ACCOUNTS READ                  :" TO RGC-LABEL
008140     MOVE ACCOUNTS-READ-COUNT TO RGC-COUNT
008150     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008160     MOVE "ACCOUNTS AFFECTED              :" TO RGC-LABEL
008170     MOVE ACCOUNTS-NOTICED-COUNT TO RGC-COUNT
008180     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008190     MOVE "NOTICE LETTERS MAILED          :" TO RGC-LABEL
008200     MOVE PRINTED-NOTICE-COUNT TO RGC-COUNT
008210     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008220     MOVE "PRESORT BATCHES                :" TO RGC-LABEL
008230     MOVE PRESORT-BATCH-COUNT TO RGC-COUNT
008240     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008250     MOVE "NOTICES TO ELECTRONIC EXTRACT  :" TO RGC-LABEL
008260     MOVE EXTRACT-NOTICE-COUNT TO RGC-COUNT
008270     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008280     MOVE "NOTICES SUPPRESSED             :" TO RGC-LABEL
008290     MOVE SUPPRESSED-COUNT TO RGC-COUNT
008300     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008310     MOVE "ACCOUNTS WITH NO ADDRESS       :" TO RGC-LABEL
008320     MOVE NO-ADDRESS-COUNT TO RGC-COUNT
008330     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008340     MOVE "CLOSING ACCOUNTS NOT NOTICED   :" TO RGC-LABEL
008350     MOVE CLOSING-ACCOUNT-COUNT TO RGC-COUNT
008360     WRITE NOTICE-REGISTER-LINE FROM REGISTER-COUNT-LINE.
008370 5000-EXIT.
008380     EXIT.
008390*****************************************************************
008400* 9000-TERMINATE
008410*   Displays the run totals, closes every file, appends the
008420*   step-status record, and sets the return code: 8 when the
008430*   run failed, 4 when an affected account had no address,
008440*   0 when every notice owed was delivered.
008450*****************************************************************
008460 9000-TERMINATE.
008470     DISPLAY "RATE_NOTICE: " DECREASE-COUNT
008480        " RATE DECREASE(S) TO NOTICE"
008490     DISPLAY "RATE_NOTICE: " ACCOUNTS-NOTICED-COUNT
008500        " ACCOUNT(S) AFFECTED"
008510     DISPLAY "RATE_NOTICE: " PRINTED-NOTICE-COUNT
008520        " LETTER(S) MAILED IN " PRESORT-BATCH-COUNT
008530        " PRESORT BATCH(ES)"
008540     DISPLAY "RATE_NOTICE: " EXTRACT-NOTICE-COUNT
008550        " NOTICE(S) TO THE ELECTRONIC EXTRACT"
008560     DISPLAY "RATE_NOTICE: " SUPPRESSED-COUNT
008570        " NOTICE(S) SUPPRESSED"
008580     DISPLAY "RATE_NOTICE: " NO-ADDRESS-COUNT
008590        " ACCOUNT(S) WITH NO ADDRESS RECORD"
008600     DISPLAY "RATE_NOTICE: " CLOSING-ACCOUNT-COUNT
008610        " CLOSING ACCOUNT(S) NOT NOTICED"
008620     CLOSE ACCOUNT-MASTER-FILE
008630           CURRENT-POSITION-FILE
008640           CUSTOMER-ADDRESS-FILE
008650           NOTICE-LETTER-FILE
008660           NOTICE-EXTRACT-FILE
008670           NOTICE-REGISTER-FILE
008680     EVALUATE TRUE
008690        WHEN RUN-ERROR
008700           MOVE 8 TO STEP-CONDITION-CODE
008710        WHEN NO-ADDRESS-COUNT > ZERO
008720           MOVE 4 TO STEP-CONDITION-CODE
008730        WHEN OTHER
008740           MOVE 0 TO STEP-CONDITION-CODE
008750     END-EVALUATE
008760     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
008770     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
008780 9000-EXIT.
008790     EXIT.
008800*****************************************************************
008810* 9500-WRITE-JOB-STATUS
008820*   Appends this step's machine-readable status record to the
008830*   shared job-stream status file for NIGHT_STATUS to
008840*   summarize.  The condition code is placed by the caller
008850*   before the perform.
008860*****************************************************************
008870 9500-WRITE-JOB-STATUS.
008880     OPEN EXTEND JOB-STATUS-FILE
008890     IF NOT JOBSTAT-OK
008900        DISPLAY "RATE_NOTICE: UNABLE TO OPEN JOBSTAT, STATUS "
008910           JOBSTAT-STATUS
008920        GO TO 9500-EXIT
008930     END-IF
008940     MOVE SPACES TO JOB-STATUS-RECORD
008950     MOVE "RATE_NOTICE" TO JS-PROGRAM-NAME
008960     MOVE NOTICE-RUN-DATE TO JS-RUN-DATE
008970     ACCEPT JS-RUN-TIME FROM TIME
008980     MOVE ACCOUNTS-READ-COUNT TO JS-RECORDS-READ
008990     COMPUTE JS-RECORDS-WRITTEN =
009000        PRINTED-NOTICE-COUNT + EXTRACT-NOTICE-COUNT
009010     MOVE NO-ADDRESS-COUNT TO JS-ERROR-COUNT
009020     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
009030     WRITE JOB-STATUS-RECORD
009040     CLOSE JOB-STATUS-FILE.
009050 9500-EXIT.
009060     EXIT.
009070 END PROGRAM rate_notice.
