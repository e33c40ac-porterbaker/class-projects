000100*****************************************************************
000110* Program: CLOSE_INQ
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: On-request retrieval from the indexed closed-
000170* accounts history file ACCT_CLOSE maintains.  Each request
000180* record names an account number; the history file is started
000190* at the account and walked forward, and every closing on file
000200* for the account is printed - the close date and reason, the
000210* accrual night that paid it off and the night it was retired,
000220* the closing-statement figures, and the account's master
000230* details as they stood at closing - so a customer or auditor
000240* question about a closed account is answered without the
000250* master record.  A request with nothing on file is reported
000260* as such, and a request with an unusable account number is
000270* counted.  Runs on request during the day, like AUDIT_INQ -
000280* it is not a night-stream step.
000290*
000300* Modification History
000310* ----------------------------------------------------------------
000320* DATE       INIT  DESCRIPTION
000330* 10/15/26   JWB   Original version.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. close_inq.
000370 AUTHOR. J BAKER.
000380 INSTALLATION. CONSUMER BANKING SYSTEMS.
000390 DATE-WRITTEN. 10/15/26.
000400 DATE-COMPILED.
000410*****************************************************************
000420* ENVIRONMENT DIVISION
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000470 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CLOSE-REQUEST-FILE ASSIGN TO "CLSRQST"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS CLSRQST-STATUS.
000540     SELECT CLOSED-HISTORY-FILE ASSIGN TO "CLOSEHST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CLH-KEY
000580         FILE STATUS IS CLOSEHST-STATUS.
000590     SELECT CLOSE-INQUIRY-REPORT ASSIGN TO "CLOSEINQ"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CLOSEINQ-STATUS.
000620*****************************************************************
000630* DATA DIVISION
000640*****************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CLOSE-REQUEST-FILE
000680     RECORDING MODE IS F.
000690     COPY CLSRQST.
000700 FD  CLOSED-HISTORY-FILE.
000710     COPY CLOSEHST.
000720 FD  CLOSE-INQUIRY-REPORT.
000730 01  CLOSE-INQUIRY-LINE          PIC X(100).
000740 WORKING-STORAGE SECTION.
000750*> ----------------------------------------------------------
000760*> File status and end-of-file switches
000770*> ----------------------------------------------------------
000780 01  CLSRQST-STATUS          PIC X(02) VALUE "00".
000790     88  CLSRQST-OK                    VALUE "00".
000800 01  CLOSEHST-STATUS         PIC X(02) VALUE "00".
000810     88  CLOSEHST-OK                   VALUE "00".
000820 01  CLOSEINQ-STATUS         PIC X(02) VALUE "00".
000830     88  CLOSEINQ-OK                   VALUE "00".
000840 01  PROGRAM-SWITCHES.
000850     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
000860         88  RUN-ERROR                 VALUE "Y".
000870     05  CLSRQST-EOF-SWITCH   PIC X(01) VALUE "N".
000880         88  CLSRQST-EXHAUSTED         VALUE "Y".
000890     05  RANGE-DONE-SWITCH    PIC X(01) VALUE "N".
000900         88  RANGE-DONE                VALUE "Y".
000910*> ----------------------------------------------------------
000920*> Request work fields
000930*> ----------------------------------------------------------
000940 01  REQUEST-ACCT-NUMBER     PIC 9(07) VALUE 0.
000950 01  REQUEST-FOUND-COUNT     PIC 9(07) VALUE 0.
000960 01  INQUIRY-RUN-DATE        PIC 9(08) VALUE 0.
000970 01  INQUIRY-RUN-TIME        PIC 9(08) VALUE 0.
000980*> ----------------------------------------------------------
000990*> Master view.  A closing's master image is moved here to be
001000*> picked apart in the ACCTMAST layout.
001010*> ----------------------------------------------------------
001020 COPY ACCTMAST
001030     REPLACING ==ACCOUNT-MASTER-RECORD== BY ==CLM-MASTER-RECORD==
001040               LEADING ==ACCT== BY ==CLM==.
001050*> ----------------------------------------------------------
001060*> Run counters
001070*> ----------------------------------------------------------
001080 77  REQUESTS-READ-COUNT     PIC 9(07) VALUE 0.
001090 77  REQUESTS-REJECT-COUNT   PIC 9(07) VALUE 0.
001100 77  CLOSINGS-PRINTED-COUNT  PIC 9(07) VALUE 0.
001110 77  EMPTY-REQUEST-COUNT     PIC 9(07) VALUE 0.
001120*> ----------------------------------------------------------
001130*> Retrieval report print lines
001140*> ----------------------------------------------------------
001150 01  INQUIRY-HEADING-LINE.
001160     05  FILLER              PIC X(34)
001170         VALUE "CLOSED ACCOUNT RETRIEVAL          ".
001180     05  FILLER              PIC X(09) VALUE "RUN DATE ".
001190     05  IHL-RUN-DATE        PIC 9(08).
001200     05  FILLER              PIC X(06) VALUE " TIME ".
001210     05  IHL-RUN-TIME        PIC 9(08).
001220 01  INQUIRY-REQUEST-LINE.
001230     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
001240     05  IRQ-ACCT-NUMBER     PIC 9(07).
001250 01  INQUIRY-CLOSING-LINE.
001260     05  FILLER              PIC X(03) VALUE SPACES.
001270     05  FILLER              PIC X(07) VALUE "CLOSED ".
001280     05  ICL-CLOSE-DATE      PIC 9(08).
001290     05  FILLER              PIC X(09) VALUE "  REASON ".
001300     05  ICL-CLOSE-REASON    PIC X(02).
001310     05  FILLER              PIC X(11) VALUE "  PAID OFF ".
001320     05  ICL-PAYOFF-RUN-DATE PIC 9(08).
001330     05  FILLER              PIC X(10) VALUE "  RETIRED ".
001340     05  ICL-RETIRED-DATE    PIC 9(08).
001350     05  FILLER              PIC X(09) VALUE "  PERIOD ".
001360     05  ICL-PERIOD-NUMBER   PIC Z(03)9.
001370 01  INQUIRY-FIGURES-HEADING.
001380     05  FILLER              PIC X(05) VALUE SPACES.
001390     05  FILLER              PIC X(13) VALUE "   PRIOR BAL".
001400     05  FILLER              PIC X(13) VALUE "    ACTIVITY".
001410     05  FILLER              PIC X(11) VALUE " FINAL INT".
001420     05  FILLER              PIC X(11) VALUE "   PENALTY".
001430     05  FILLER              PIC X(11) VALUE "  WITHHELD".
001440     05  FILLER              PIC X(13) VALUE " CLOSING BAL".
001450     05  FILLER              PIC X(12) VALUE "   DISBURSED".
001460 01  INQUIRY-FIGURES-LINE.
001470     05  FILLER              PIC X(05) VALUE SPACES.
001480     05  IFL-PRIOR-BALANCE   PIC -(8)9.99.
001490     05  FILLER              PIC X(01) VALUE SPACE.
001500     05  IFL-ACTIVITY        PIC -(8)9.99.
001510     05  FILLER              PIC X(01) VALUE SPACE.
001520     05  IFL-FINAL-INTEREST  PIC -(6)9.99.
001530     05  FILLER              PIC X(01) VALUE SPACE.
001540     05  IFL-PENALTY         PIC -(6)9.99.
001550     05  FILLER              PIC X(01) VALUE SPACE.
001560     05  IFL-BACKUP-WITHHELD PIC -(6)9.99.
001570     05  FILLER              PIC X(01) VALUE SPACE.
001580     05  IFL-CLOSING-BALANCE PIC -(8)9.99.
001590     05  FILLER              PIC X(01) VALUE SPACE.
001600     05  IFL-DISBURSEMENT    PIC -(8)9.99.
001610 01  INQUIRY-MASTER-LINE.
001620     05  FILLER              PIC X(05) VALUE SPACES.
001630     05  FILLER              PIC X(07) VALUE "RATE  ".
001640     05  IML-INTEREST-RATE   PIC Z(03)9.99.
001650     05  FILLER              PIC X(10) VALUE "  PRODUCT ".
001660     05  IML-PRODUCT-TYPE    PIC X(01).
001670     05  FILLER              PIC X(07) VALUE "  FREQ ".
001680     05  IML-COMPOUND-FREQ   PIC X(01).
001690     05  FILLER              PIC X(11) VALUE "  MATURITY ".
001700     05  IML-MATURITY-DATE   PIC 9(08).
001710     05  FILLER              PIC X(16) VALUE "  LAST ACTIVITY ".
001720     05  IML-LAST-ACTIVITY   PIC 9(08).
001730     05  FILLER              PIC X(07) VALUE "  DORM ".
001740     05  IML-DORMANCY-STATUS PIC X(01).
001750     05  FILLER              PIC X(07) VALUE "  DISP ".
001760     05  IML-DISPOSITION     PIC X(01).
001770 01  INQUIRY-PAYEE-LINE.
001780     05  FILLER              PIC X(05) VALUE SPACES.
001790     05  FILLER              PIC X(07) VALUE "PAYEE  ".
001800     05  IPL-PAYEE-NAME      PIC X(30).
001810     05  FILLER              PIC X(10) VALUE "  ROUTING ".
001820     05  IPL-PAYOUT-ROUTING  PIC 9(09).
001830     05  FILLER              PIC X(10) VALUE "  ACCOUNT ".
001840     05  IPL-PAYOUT-ACCOUNT  PIC X(17).
001850 01  INQUIRY-MESSAGE-LINE.
001860     05  FILLER              PIC X(03) VALUE SPACES.
001870     05  IMS-MESSAGE-TEXT    PIC X(50).
001880 01  INQUIRY-COUNT-LINE.
001890     05  FILLER              PIC X(03) VALUE SPACES.
001900     05  FILLER              PIC X(18)
001910         VALUE "CLOSINGS PRINTED: ".
001920     05  ICN-COUNT           PIC Z(06)9.
001930 PROCEDURE DIVISION.
001940*****************************************************************
001950* 0000-MAINLINE
001960*   Top level driver - answers one retrieval request per pass.
001970*****************************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     IF NOT RUN-ERROR
002010        PERFORM 2000-ANSWER-REQUEST THRU 2000-EXIT
002020            UNTIL CLSRQST-EXHAUSTED
002030     END-IF
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT
002050     STOP RUN.
002060*****************************************************************
002070* 1000-INITIALIZE
002080*   Opens every file, writes the report heading, and primes
002090*   the request read.
002100*****************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT CLOSE-REQUEST-FILE
002130     IF NOT CLSRQST-OK
002140        DISPLAY "CLOSE_INQ: UNABLE TO OPEN CLSRQST, STATUS "
002150           CLSRQST-STATUS
002160        MOVE "Y" TO RUN-ERROR-SWITCH
002170        MOVE "Y" TO CLSRQST-EOF-SWITCH
002180     END-IF
002190     OPEN INPUT CLOSED-HISTORY-FILE
002200     IF NOT CLOSEHST-OK
002210        DISPLAY "CLOSE_INQ: UNABLE TO OPEN CLOSEHST, STATUS "
002220           CLOSEHST-STATUS
002230        MOVE "Y" TO RUN-ERROR-SWITCH
002240     END-IF
002250     OPEN OUTPUT CLOSE-INQUIRY-REPORT
002260     IF NOT CLOSEINQ-OK
002270        DISPLAY "CLOSE_INQ: UNABLE TO OPEN CLOSEINQ, STATUS "
002280           CLOSEINQ-STATUS
002290        MOVE "Y" TO RUN-ERROR-SWITCH
002300     END-IF
002310     ACCEPT INQUIRY-RUN-DATE FROM DATE YYYYMMDD
002320     ACCEPT INQUIRY-RUN-TIME FROM TIME
002330     IF CLOSEINQ-OK
002340        MOVE INQUIRY-RUN-DATE TO IHL-RUN-DATE
002350        MOVE INQUIRY-RUN-TIME TO IHL-RUN-TIME
002360        WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-HEADING-LINE
002370     END-IF
002380     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410*****************************************************************
002420* 1100-READ-REQUEST
002430*   Reads the next retrieval request into the read-ahead
002440*   buffer.
002450*****************************************************************
002460 1100-READ-REQUEST.
002470     READ CLOSE-REQUEST-FILE
002480        AT END MOVE "Y" TO CLSRQST-EOF-SWITCH
002490        NOT AT END ADD 1 TO REQUESTS-READ-COUNT
002500     END-READ.
002510 1100-EXIT.
002520     EXIT.
002530*****************************************************************
002540* 2000-ANSWER-REQUEST
002550*   Answers one request: edits it, prints its header, starts
002560*   the history file at the account, and prints every closing
002570*   on file for it.
002580*****************************************************************
002590 2000-ANSWER-REQUEST.
002600     IF CQR-ACCT-NUMBER IS NOT NUMERIC
002610           OR CQR-ACCT-NUMBER = ZERO
002620        ADD 1 TO REQUESTS-REJECT-COUNT
002630        DISPLAY "CLOSE_INQ: UNUSABLE REQUEST SKIPPED"
002640        GO TO 2000-NEXT
002650     END-IF
002660     MOVE CQR-ACCT-NUMBER TO REQUEST-ACCT-NUMBER
002670     MOVE REQUEST-ACCT-NUMBER TO IRQ-ACCT-NUMBER
002680     MOVE SPACES TO CLOSE-INQUIRY-LINE
002690     WRITE CLOSE-INQUIRY-LINE
002700     WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-REQUEST-LINE
002710     MOVE ZERO TO REQUEST-FOUND-COUNT
002720     PERFORM 2100-WALK-HISTORY THRU 2100-EXIT
002730     IF REQUEST-FOUND-COUNT = ZERO
002740        MOVE "NO CLOSINGS ON FILE FOR ACCOUNT"
002750           TO IMS-MESSAGE-TEXT
002760        WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-MESSAGE-LINE
002770        ADD 1 TO EMPTY-REQUEST-COUNT
002780     ELSE
002790        MOVE REQUEST-FOUND-COUNT TO ICN-COUNT
002800        WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-COUNT-LINE
002810     END-IF.
002820 2000-NEXT.
002830     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
002840 2000-EXIT.
002850     EXIT.
002860*****************************************************************
002870* 2100-WALK-HISTORY
002880*   Starts the history file at the request's account and reads
002890*   forward until the account changes.
002900*****************************************************************
002910 2100-WALK-HISTORY.
002920     MOVE "N" TO RANGE-DONE-SWITCH
002930     MOVE REQUEST-ACCT-NUMBER TO CLH-ACCT-NUMBER
002940     MOVE ZERO                TO CLH-CLOSE-DATE
002950     START CLOSED-HISTORY-FILE KEY NOT < CLH-KEY
002960         INVALID KEY
002970             MOVE "Y" TO RANGE-DONE-SWITCH
002980     END-START
002990     PERFORM 2110-PRINT-ONE-CLOSING THRU 2110-EXIT
003000        UNTIL RANGE-DONE.
003010 2100-EXIT.
003020     EXIT.
003030*****************************************************************
003040* 2110-PRINT-ONE-CLOSING
003050*   Reads one history record and, while it still belongs to
003060*   the request's account, prints the closing, its figures,
003070*   and the master details carried in its image.
003080*****************************************************************
003090 2110-PRINT-ONE-CLOSING.
003100     READ CLOSED-HISTORY-FILE NEXT
003110         AT END
003120             MOVE "Y" TO RANGE-DONE-SWITCH
003130             GO TO 2110-EXIT
003140     END-READ
003150     IF CLH-ACCT-NUMBER NOT = REQUEST-ACCT-NUMBER
003160        MOVE "Y" TO RANGE-DONE-SWITCH
003170        GO TO 2110-EXIT
003180     END-IF
003190     MOVE CLH-CLOSE-DATE       TO ICL-CLOSE-DATE
003200     MOVE CLH-CLOSE-REASON     TO ICL-CLOSE-REASON
003210     MOVE CLH-PAYOFF-RUN-DATE  TO ICL-PAYOFF-RUN-DATE
003220     MOVE CLH-RETIRED-DATE     TO ICL-RETIRED-DATE
003230     MOVE CLH-PERIOD-NUMBER    TO ICL-PERIOD-NUMBER
003240     WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-CLOSING-LINE
003250     MOVE CLH-PRIOR-BALANCE    TO IFL-PRIOR-BALANCE
003260     MOVE CLH-ACTIVITY         TO IFL-ACTIVITY
003270     MOVE CLH-FINAL-INTEREST   TO IFL-FINAL-INTEREST
003280     MOVE CLH-PENALTY          TO IFL-PENALTY
003290     MOVE CLH-BACKUP-WITHHELD  TO IFL-BACKUP-WITHHELD
003300     MOVE CLH-CLOSING-BALANCE  TO IFL-CLOSING-BALANCE
003310     MOVE CLH-DISBURSEMENT     TO IFL-DISBURSEMENT
003320     WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-FIGURES-HEADING
003330     WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-FIGURES-LINE
003340     MOVE CLH-MASTER-IMAGE     TO CLM-MASTER-RECORD
003350     MOVE CLM-INTEREST-RATE    TO IML-INTEREST-RATE
003360     MOVE CLM-PRODUCT-TYPE     TO IML-PRODUCT-TYPE
003370     MOVE CLM-COMPOUND-FREQ    TO IML-COMPOUND-FREQ
003380     MOVE CLM-MATURITY-DATE    TO IML-MATURITY-DATE
003390     MOVE CLM-LAST-ACTIVITY-DATE TO IML-LAST-ACTIVITY
003400     MOVE CLM-DORMANCY-STATUS  TO IML-DORMANCY-STATUS
003410     MOVE CLM-INTEREST-DISPOSITION TO IML-DISPOSITION
003420     WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-MASTER-LINE
003430     MOVE CLH-PAYEE-NAME       TO IPL-PAYEE-NAME
003440     MOVE CLM-PAYOUT-ROUTING   TO IPL-PAYOUT-ROUTING
003450     MOVE CLM-PAYOUT-ACCOUNT   TO IPL-PAYOUT-ACCOUNT
003460     WRITE CLOSE-INQUIRY-LINE FROM INQUIRY-PAYEE-LINE
003470     ADD 1 TO REQUEST-FOUND-COUNT
003480     ADD 1 TO CLOSINGS-PRINTED-COUNT.
003490 2110-EXIT.
003500     EXIT.
003510*****************************************************************
003520* 9000-TERMINATE
003530*   Displays the run totals, closes every file, and sets the
003540*   return code: 8 when a file failed to open, 0 otherwise.
003550*****************************************************************
003560 9000-TERMINATE.
003570     DISPLAY "CLOSE_INQ: " REQUESTS-READ-COUNT
003580        " REQUEST(S) READ, " REQUESTS-REJECT-COUNT
003590        " UNUSABLE"
003600     DISPLAY "CLOSE_INQ: " CLOSINGS-PRINTED-COUNT
003610        " CLOSING(S) PRINTED"
003620     DISPLAY "CLOSE_INQ: " EMPTY-REQUEST-COUNT
003630        " REQUEST(S) WITH NOTHING ON FILE"
003640     CLOSE CLOSE-REQUEST-FILE
003650           CLOSED-HISTORY-FILE
003660           CLOSE-INQUIRY-REPORT
003670     IF RUN-ERROR
003680        MOVE 8 TO RETURN-CODE
003690     END-IF.
003700 9000-EXIT.
003710     EXIT.
003720 END PROGRAM close_inq.
