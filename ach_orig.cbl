000100*****************************************************************
000110* Program: ACH_ORIG
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Originates the interest-payout credits.  Reads the
000170* PAYOUT extract SAVINGS_BAKER writes on an accrual night for
000180* every account whose interest disposition is payout, and cuts
000190* a NACHA ACH origination file of PPD credits to the external
000200* routing numbers and DFI accounts on the master: a file
000210* header, one batch header, one entry detail per payout, the
000220* batch control and file control with their entry counts,
000230* entry hashes and credit totals, padded to a whole block of
000240* ten.  The run-control record is read first and a run
000250* flagged out of balance is refused outright.  A payout whose
000260* routing number fails its check digit, or that has no DFI
000270* account or no positive amount, is not originated but listed
000280* on the register as a reject.  The register lists every
000290* payout and proves the amounts originated plus rejected to
000300* CTL-INTEREST-PAID-OUT on the run-control record and to the
000310* interest paid out on the GL extract; a proof that fails ends
000320* the job with return code 8 so the scheduler holds the ACH
000330* file back from transmission, and rejects end it with 4.
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
000440 PROGRAM-ID. ach_orig.
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
000620     SELECT OPTIONAL PAYOUT-FILE ASSIGN TO "PAYOUT"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS PAYOUT-STATUS.
000660     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS GLEXTRCT-STATUS.
000700     SELECT ACH-PARAMETER-FILE ASSIGN TO "ACHPARM"
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS ACHPARM-STATUS.
000740     SELECT ACH-FILE ASSIGN TO "ACHFILE"
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS ACHFILE-STATUS.
000780     SELECT ACH-REGISTER-FILE ASSIGN TO "ACHRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS ACHRPT-STATUS.
000810     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS DATECTL-STATUS.
000850     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS JOBSTAT-STATUS.
000890*****************************************************************
000900* DATA DIVISION
000910*****************************************************************
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RUN-CONTROL-FILE
000950     RECORDING MODE IS F.
000960     COPY RUNCTL.
000970 FD  PAYOUT-FILE
000980     RECORDING MODE IS F.
000990     COPY PAYOUTREC.
001000 FD  GL-EXTRACT-FILE
001010     RECORDING MODE IS F.
001020     COPY GLEXTRCT.
001030 FD  ACH-PARAMETER-FILE
001040     RECORDING MODE IS F.
001050     COPY ACHPARM.
001060 FD  ACH-FILE
001070     RECORDING MODE IS F.
001080 01  ACH-FILE-RECORD             PIC X(94).
001090 FD  ACH-REGISTER-FILE.
001100 01  ACH-REGISTER-LINE           PIC X(80).
001110 FD  DATE-CONTROL-FILE
001120     RECORDING MODE IS F.
001130     COPY DATECTL.
001140 FD  JOB-STATUS-FILE
001150     RECORDING MODE IS F.
001160     COPY JOBSTAT.
001170 WORKING-STORAGE SECTION.
001180*> ----------------------------------------------------------
001190*> File status and end-of-file switches
001200*> ----------------------------------------------------------
001210 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
001220     88  RUNCTL-OK                     VALUE "00".
001230 01  PAYOUT-STATUS           PIC X(02) VALUE "00".
001240     88  PAYOUT-OK                     VALUE "00".
001250 01  GLEXTRCT-STATUS         PIC X(02) VALUE "00".
001260     88  GLEXTRCT-OK                   VALUE "00".
001270 01  ACHPARM-STATUS          PIC X(02) VALUE "00".
001280     88  ACHPARM-OK                    VALUE "00".
001290 01  ACHFILE-STATUS          PIC X(02) VALUE "00".
001300     88  ACHFILE-OK                    VALUE "00".
001310 01  ACHRPT-STATUS           PIC X(02) VALUE "00".
001320     88  ACHRPT-OK                     VALUE "00".
001330 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001340     88  DATECTL-OK                    VALUE "00".
001350 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001360     88  JOBSTAT-OK                    VALUE "00".
001370 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001380 01  PROGRAM-SWITCHES.
001390     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001400         88  RUN-ERROR                 VALUE "Y".
001410     05  PAYOUT-EOF-SWITCH    PIC X(01) VALUE "N".
001420         88  PAYOUT-EXHAUSTED          VALUE "Y".
001430     05  GLEXTRCT-EOF-SWITCH  PIC X(01) VALUE "N".
001440         88  EXTRACT-EXHAUSTED         VALUE "Y".
001450     05  BATCH-OPEN-SWITCH    PIC X(01) VALUE "N".
001460         88  BATCH-OPEN                VALUE "Y".
001470     05  PAYOUT-EDIT-SWITCH   PIC X(01) VALUE "Y".
001480         88  PAYOUT-VALID              VALUE "Y".
001490         88  PAYOUT-INVALID            VALUE "N".
001500     05  PROOF-FAILED-SWITCH  PIC X(01) VALUE "N".
001510         88  PROOF-FAILED              VALUE "Y".
001520*> ----------------------------------------------------------
001530*> NACHA record layouts, run stamp, and the date and time in
001540*> the six- and four-digit forms the file header carries.
001550*> The effective entry date is the processing date on the
001560*> run-control record.
001570*> ----------------------------------------------------------
001580 COPY NACHAREC.
001590 01  ACH-RUN-DATE            PIC 9(08) VALUE 0.
001600 01  ACH-RUN-DATE-SPLIT REDEFINES ACH-RUN-DATE.
001610     05  ACH-RUN-CENTURY     PIC 9(02).
001620     05  ACH-RUN-YYMMDD      PIC 9(06).
001630 01  ACH-RUN-TIME            PIC 9(08) VALUE 0.
001640 01  ACH-RUN-TIME-SPLIT REDEFINES ACH-RUN-TIME.
001650     05  ACH-RUN-HHMM        PIC 9(04).
001660     05  FILLER              PIC 9(04).
001670 01  ACH-EFFECTIVE-DATE      PIC 9(08) VALUE 0.
001680 01  ACH-EFFECTIVE-DATE-SPLIT REDEFINES ACH-EFFECTIVE-DATE.
001690     05  ACH-EFFECTIVE-CENTURY PIC 9(02).
001700     05  ACH-EFFECTIVE-YYMMDD PIC 9(06).
001710 01  ACH-ENTRY-DESCRIPTION   PIC X(10) VALUE SPACES.
001720 01  ACH-FILE-ID-MODIFIER    PIC X(01) VALUE SPACE.
001730 01  ACH-BATCH-NUMBER        PIC 9(07) VALUE 0.
001740 01  ACH-TRACE-SEQUENCE      PIC 9(07) VALUE 0.
001750*> ----------------------------------------------------------
001760*> ABA routing-number check-digit work area.  The weighted
001770*> sum 3-7-1 over the nine digits must be a multiple of ten.
001780*> ----------------------------------------------------------
001790 01  ROUTING-CHECK-NUMBER    PIC 9(09) VALUE 0.
001800 01  ROUTING-CHECK-DIGITS REDEFINES ROUTING-CHECK-NUMBER.
001810     05  ROUTING-DIGIT       PIC 9(01) OCCURS 9 TIMES.
001820 01  ROUTING-CHECK-SUM       PIC 9(04) COMP VALUE 0.
001830 01  ROUTING-CHECK-QUOTIENT  PIC 9(04) COMP VALUE 0.
001840 01  ROUTING-CHECK-REMAINDER PIC 9(04) COMP VALUE 0.
001850*> ----------------------------------------------------------
001860*> Batch and file control accumulators, and the proof
001870*> totals the register balances to the run-control record
001880*> and the GL extract.
001890*> ----------------------------------------------------------
001900 01  ACH-MAXIMUM-AMOUNT      PIC S9(9)V9(2) COMP-3
001910                             VALUE 99999999.99.
001920 01  BATCH-ENTRY-HASH        PIC 9(12) VALUE 0.
001930 01  BATCH-CREDIT-TOTAL      PIC S9(11)V9(2) COMP-3 VALUE 0.
001940 01  FILE-ENTRY-HASH         PIC 9(12) VALUE 0.
001950 01  FILE-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001960 01  ORIGINATED-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001970 01  REJECTED-TOTAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
001980 01  PAYOUT-EXTRACT-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
001990 01  GL-PAID-OUT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
002000 01  ACH-BLOCK-COUNT         PIC 9(06) VALUE 0.
002010 01  ACH-PADDED-COUNT        PIC 9(07) VALUE 0.
002020 77  PAYOUT-READ-COUNT       PIC 9(07) VALUE 0.
002030 77  EXTRACT-READ-COUNT      PIC 9(07) VALUE 0.
002040 77  ENTRY-WRITTEN-COUNT     PIC 9(07) VALUE 0.
002050 77  BATCH-ENTRY-COUNT       PIC 9(07) VALUE 0.
002060 77  BATCH-WRITTEN-COUNT     PIC 9(07) VALUE 0.
002070 77  ACH-RECORD-COUNT        PIC 9(07) VALUE 0.
002080 77  PAYOUT-REJECT-COUNT     PIC 9(07) VALUE 0.
002090*> ----------------------------------------------------------
002100*> Register print lines
002110*> ----------------------------------------------------------
002120 01  REGISTER-HEADING-LINE.
002130     05  FILLER              PIC X(34)
002140         VALUE "ACH INTEREST PAYOUT REGISTER      ".
002150     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002160     05  RHL-RUN-DATE        PIC 9(08).
002170     05  FILLER              PIC X(06) VALUE " TIME ".
002180     05  RHL-RUN-TIME        PIC 9(08).
002190 01  REGISTER-COLUMN-LINE.
002200     05  FILLER              PIC X(09) VALUE "ACCOUNT".
002210     05  FILLER              PIC X(11) VALUE "ROUTING".
002220     05  FILLER              PIC X(19) VALUE "DFI ACCOUNT".
002230     05  FILLER              PIC X(04) VALUE "TC".
002240     05  FILLER              PIC X(14) VALUE "      AMOUNT".
002250     05  FILLER              PIC X(15) VALUE "TRACE/REJECT".
002260 01  REGISTER-DETAIL-LINE.
002270     05  RDL-ACCT-NUMBER     PIC 9(07).
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  RDL-ROUTING         PIC X(09).
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  RDL-DFI-ACCOUNT     PIC X(17).
002320     05  FILLER              PIC X(02) VALUE SPACES.
002330     05  RDL-TRANSACTION-CODE PIC X(02).
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  RDL-AMOUNT          PIC -(8)9.99.
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  RDL-DISPOSITION     PIC X(15).
002380 01  REGISTER-COUNT-LINE.
002390     05  RCL-LABEL            PIC X(32).
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  RCL-COUNT            PIC Z(06)9.
002420 01  REGISTER-AMOUNT-LINE.
002430     05  RAL-LABEL            PIC X(32).
002440     05  FILLER               PIC X(01) VALUE SPACE.
002450     05  RAL-AMOUNT           PIC -(13)9.99.
002460 01  REGISTER-HASH-LINE.
002470     05  RHS-LABEL            PIC X(32).
002480     05  FILLER               PIC X(01) VALUE SPACE.
002490     05  RHS-HASH             PIC 9(10).
002500 01  REGISTER-FLAG-LINE.
002510     05  RFL-LABEL            PIC X(32).
002520     05  FILLER               PIC X(01) VALUE SPACE.
002530     05  RFL-FLAG             PIC X(14).
002540 PROCEDURE DIVISION.
002550*****************************************************************
002560* 0000-MAINLINE
002570*   Top level driver - proves the run control, totals the GL
002580*   extract's interest paid out, originates one entry per
002590*   payout, closes the ACH file, proves and prints the
002600*   register, and sets the return code the scheduler gates
002610*   the transmission on.
002620*****************************************************************
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     IF NOT RUN-ERROR
002660        PERFORM 2000-SUM-GL-EXTRACT THRU 2000-EXIT
002670            UNTIL EXTRACT-EXHAUSTED
002680        PERFORM 3000-WRITE-FILE-HEADER THRU 3000-EXIT
002690        PERFORM 4000-ORIGINATE-PAYOUT THRU 4000-EXIT
002700            UNTIL PAYOUT-EXHAUSTED
002710        PERFORM 5000-CLOSE-ACH-FILE THRU 5000-EXIT
002720        PERFORM 6000-PROVE-REGISTER THRU 6000-EXIT
002730        PERFORM 7000-WRITE-REGISTER-TOTALS THRU 7000-EXIT
002740     END-IF
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT
002760     STOP RUN.
002770*****************************************************************
002780* 1000-INITIALIZE
002790*   Opens every file, refuses a run-control record flagged out
002800*   of balance, loads the origination parameters, stamps the
002810*   run, and primes the payout and extract reads.  An absent
002820*   PAYOUT extract is a night with nothing paid out.
002830*   A run whose date is not the next processing date on the
002840*   date-control record is refused before any file is opened.
002850*****************************************************************
002860 1000-INITIALIZE.
002870     ACCEPT ACH-RUN-DATE FROM DATE YYYYMMDD
002880     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002890     IF RUN-ERROR
002900        GO TO 1000-EXIT
002910     END-IF
002920     OPEN INPUT RUN-CONTROL-FILE
002930     IF NOT RUNCTL-OK
002940        DISPLAY "ACH_ORIG: UNABLE TO OPEN RUNCTL, STATUS "
002950           RUNCTL-STATUS
002960        MOVE "Y" TO RUN-ERROR-SWITCH
002970     END-IF
002980     OPEN INPUT PAYOUT-FILE
002990     IF NOT PAYOUT-OK
003000        DISPLAY "ACH_ORIG: NO PAYOUT EXTRACT, STATUS "
003010           PAYOUT-STATUS " - NOTHING TO ORIGINATE"
003020        MOVE "Y" TO PAYOUT-EOF-SWITCH
003030     END-IF
003040     OPEN INPUT GL-EXTRACT-FILE
003050     IF NOT GLEXTRCT-OK
003060        DISPLAY "ACH_ORIG: UNABLE TO OPEN GLEXTRCT, STATUS "
003070           GLEXTRCT-STATUS
003080        MOVE "Y" TO RUN-ERROR-SWITCH
003090     END-IF
003100     OPEN OUTPUT ACH-FILE
003110     IF NOT ACHFILE-OK
003120        DISPLAY "ACH_ORIG: UNABLE TO OPEN ACHFILE, STATUS "
003130           ACHFILE-STATUS
003140        MOVE "Y" TO RUN-ERROR-SWITCH
003150     END-IF
003160     OPEN OUTPUT ACH-REGISTER-FILE
003170     IF NOT ACHRPT-OK
003180        DISPLAY "ACH_ORIG: UNABLE TO OPEN ACHRPT, STATUS "
003190           ACHRPT-STATUS
003200        MOVE "Y" TO RUN-ERROR-SWITCH
003210     END-IF
003220     ACCEPT ACH-RUN-TIME FROM TIME
003230     IF ACHRPT-OK
003240        MOVE ACH-RUN-DATE TO RHL-RUN-DATE
003250        MOVE ACH-RUN-TIME TO RHL-RUN-TIME
003260        WRITE ACH-REGISTER-LINE FROM REGISTER-HEADING-LINE
003270     END-IF
003280     IF RUN-ERROR
003290        GO TO 1000-EXIT
003300     END-IF
003310     READ RUN-CONTROL-FILE
003320         AT END
003330             DISPLAY "ACH_ORIG: RUNCTL IS EMPTY - NO RUN TO "
003340                "ORIGINATE"
003350             MOVE "Y" TO RUN-ERROR-SWITCH
003360             GO TO 1000-EXIT
003370     END-READ
003380     IF CTL-OUT-OF-BALANCE
003390        DISPLAY "ACH_ORIG: RUN CONTROL FLAGS THE EXTRACT OUT "
003400           "OF BALANCE - RUN REFUSED"
003410        MOVE "Y" TO RUN-ERROR-SWITCH
003420        GO TO 1000-EXIT
003430     END-IF
003440     MOVE CTL-RUN-DATE TO ACH-EFFECTIVE-DATE
003450     PERFORM 1300-LOAD-PARAMETERS THRU 1300-EXIT
003460     IF RUN-ERROR
003470        GO TO 1000-EXIT
003480     END-IF
003490     WRITE ACH-REGISTER-LINE FROM REGISTER-COLUMN-LINE
003500     IF NOT PAYOUT-EXHAUSTED
003510        PERFORM 1100-READ-PAYOUT THRU 1100-EXIT
003520     END-IF
003530     PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 1010-CHECK-PROCESSING-DATE
003580*   Reads the date-control record and refuses the run unless
003590*   the run date is the next processing date on it, so a
003600*   resubmitted night, or one run after a skipped night, stops
003610*   here before anything is posted.
003620*****************************************************************
003630 1010-CHECK-PROCESSING-DATE.
003640     OPEN INPUT DATE-CONTROL-FILE
003650     IF NOT DATECTL-OK
003660        DISPLAY "ACH_ORIG: UNABLE TO OPEN DATECTL, STATUS "
003670           DATECTL-STATUS
003680        MOVE "Y" TO RUN-ERROR-SWITCH
003690        GO TO 1010-EXIT
003700     END-IF
003710     READ DATE-CONTROL-FILE
003720         AT END
003730             DISPLAY "ACH_ORIG: DATECTL IS EMPTY - NO "
003740                "PROCESSING DATE ON FILE"
003750             MOVE "Y" TO RUN-ERROR-SWITCH
003760     END-READ
003770     CLOSE DATE-CONTROL-FILE
003780     IF RUN-ERROR
003790        GO TO 1010-EXIT
003800     END-IF
003810     IF ACH-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
003820        DISPLAY "ACH_ORIG: RUN DATE " ACH-RUN-DATE
003830           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
003840        DISPLAY "ACH_ORIG: LAST COMPLETED DATE "
003850           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
003860        MOVE "Y" TO RUN-ERROR-SWITCH
003870     END-IF.
003880 1010-EXIT.
003890     EXIT.
003900*****************************************************************
003910* 1100-READ-PAYOUT
003920*   Reads the next payout record into the read-ahead buffer.
003930*****************************************************************
003940 1100-READ-PAYOUT.
003950     READ PAYOUT-FILE
003960        AT END MOVE "Y" TO PAYOUT-EOF-SWITCH
003970        NOT AT END ADD 1 TO PAYOUT-READ-COUNT
003980     END-READ.
003990 1100-EXIT.
004000     EXIT.
004010*****************************************************************
004020* 1200-READ-EXTRACT
004030*   Reads the next GL extract record into the read-ahead
004040*   buffer.
004050*****************************************************************
004060 1200-READ-EXTRACT.
004070     READ GL-EXTRACT-FILE
004080        AT END MOVE "Y" TO GLEXTRCT-EOF-SWITCH
004090        NOT AT END ADD 1 TO EXTRACT-READ-COUNT
004100     END-READ.
004110 1200-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 1300-LOAD-PARAMETERS
004150*   Reads the one origination-parameter record.  The file is
004160*   required: without the bank's routing and company
004170*   identification no file can be cut, so an absent or empty
004180*   file, or a non-numeric ODFI routing number, refuses the
004190*   run.  A space entry description defaults to INTEREST and
004200*   a space file-ID modifier to A.
004210*****************************************************************
004220 1300-LOAD-PARAMETERS.
004230     OPEN INPUT ACH-PARAMETER-FILE
004240     IF NOT ACHPARM-OK
004250        DISPLAY "ACH_ORIG: UNABLE TO OPEN ACHPARM, STATUS "
004260           ACHPARM-STATUS
004270        MOVE "Y" TO RUN-ERROR-SWITCH
004280        GO TO 1300-EXIT
004290     END-IF
004300     READ ACH-PARAMETER-FILE
004310         AT END
004320             DISPLAY "ACH_ORIG: ACHPARM IS EMPTY - RUN REFUSED"
004330             MOVE "Y" TO RUN-ERROR-SWITCH
004340     END-READ
004350     CLOSE ACH-PARAMETER-FILE
004360     IF RUN-ERROR
004370        GO TO 1300-EXIT
004380     END-IF
004390     IF ACP-ODFI-ID IS NOT NUMERIC
004400        DISPLAY "ACH_ORIG: ACHPARM ODFI ROUTING NOT NUMERIC - "
004410           "RUN REFUSED"
004420        MOVE "Y" TO RUN-ERROR-SWITCH
004430        GO TO 1300-EXIT
004440     END-IF
004450     IF ACP-ENTRY-DESCRIPTION = SPACES
004460        MOVE "INTEREST" TO ACH-ENTRY-DESCRIPTION
004470     ELSE
004480        MOVE ACP-ENTRY-DESCRIPTION TO ACH-ENTRY-DESCRIPTION
004490     END-IF
004500     IF ACP-FILE-ID-MODIFIER = SPACE
004510        MOVE "A" TO ACH-FILE-ID-MODIFIER
004520     ELSE
004530        MOVE ACP-FILE-ID-MODIFIER TO ACH-FILE-ID-MODIFIER
004540     END-IF.
004550 1300-EXIT.
004560     EXIT.
004570*****************************************************************
004580* 2000-SUM-GL-EXTRACT
004590*   Totals the interest paid out on one GL extract record, so
004600*   the register can prove back to the extract GL_VOUCHER
004610*   posts from.
004620*****************************************************************
004630 2000-SUM-GL-EXTRACT.
004640     IF GLX-INTEREST-PAID-OUT IS NUMERIC
004650        ADD GLX-INTEREST-PAID-OUT TO GL-PAID-OUT-TOTAL
004660     END-IF
004670     PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 3000-WRITE-FILE-HEADER
004720*   Writes the type 1 file header record.
004730*****************************************************************
004740 3000-WRITE-FILE-HEADER.
004750     MOVE SPACES TO ACH-FILE-HEADER
004760     MOVE "1"                  TO AFH-RECORD-TYPE
004770     MOVE "01"                 TO AFH-PRIORITY-CODE
004780     MOVE ACP-IMMEDIATE-DEST   TO AFH-IMMEDIATE-DEST
004790     MOVE ACP-IMMEDIATE-ORIGIN TO AFH-IMMEDIATE-ORIGIN
004800     MOVE ACH-RUN-YYMMDD       TO AFH-CREATION-DATE
004810     MOVE ACH-RUN-HHMM         TO AFH-CREATION-TIME
004820     MOVE ACH-FILE-ID-MODIFIER TO AFH-FILE-ID-MODIFIER
004830     MOVE "094"                TO AFH-RECORD-SIZE
004840     MOVE "10"                 TO AFH-BLOCKING-FACTOR
004850     MOVE "1"                  TO AFH-FORMAT-CODE
004860     MOVE ACP-DEST-NAME        TO AFH-DEST-NAME
004870     MOVE ACP-ORIGIN-NAME      TO AFH-ORIGIN-NAME
004880     WRITE ACH-FILE-RECORD FROM ACH-FILE-HEADER
004890     ADD 1 TO ACH-RECORD-COUNT.
004900 3000-EXIT.
004910     EXIT.
004920*****************************************************************
004930* 4000-ORIGINATE-PAYOUT
004940*   Edits one payout record and, when it passes, writes its
004950*   entry detail (opening the batch on the first entry) and
004960*   its register line.  A payout that fails the edit is
004970*   listed as a reject and totaled for the proof.
004980*****************************************************************
004990 4000-ORIGINATE-PAYOUT.
005000     PERFORM 4100-EDIT-PAYOUT THRU 4100-EXIT
005010     IF PAYOUT-INVALID
005020        ADD 1 TO PAYOUT-REJECT-COUNT
005030        IF PAY-AMOUNT IS NUMERIC
005040           ADD PAY-AMOUNT TO REJECTED-TOTAL
005050        END-IF
005060        PERFORM 4400-WRITE-REGISTER-LINE THRU 4400-EXIT
005070        GO TO 4000-NEXT
005080     END-IF
005090     IF NOT BATCH-OPEN
005100        PERFORM 4200-WRITE-BATCH-HEADER THRU 4200-EXIT
005110     END-IF
005120     PERFORM 4300-WRITE-ENTRY-DETAIL THRU 4300-EXIT
005130     PERFORM 4400-WRITE-REGISTER-LINE THRU 4400-EXIT.
005140 4000-NEXT.
005150     PERFORM 1100-READ-PAYOUT THRU 1100-EXIT.
005160 4000-EXIT.
005170     EXIT.
005180*****************************************************************
005190* 4100-EDIT-PAYOUT
005200*   Edits one payout record: a positive amount within the
005210*   entry's ten-digit field, a numeric routing number that
005220*   passes its check digit, and a DFI account.  The first
005230*   failing edit places the reject reason on the register
005240*   line and leaves the switch set invalid.
005250*****************************************************************
005260 4100-EDIT-PAYOUT.
005270     MOVE "Y" TO PAYOUT-EDIT-SWITCH
005280     MOVE SPACES TO RDL-DISPOSITION
005290     IF PAY-AMOUNT IS NOT NUMERIC
005300           OR PAY-AMOUNT NOT > ZERO
005310           OR PAY-AMOUNT > ACH-MAXIMUM-AMOUNT
005320        MOVE "REJ AMOUNT" TO RDL-DISPOSITION
005330        GO TO 4100-REJECT
005340     END-IF
005350     IF PAY-ROUTING IS NOT NUMERIC
005360           OR PAY-ROUTING = ZERO
005370        MOVE "REJ ROUTING" TO RDL-DISPOSITION
005380        GO TO 4100-REJECT
005390     END-IF
005400     PERFORM 4110-CHECK-ROUTING-DIGIT THRU 4110-EXIT
005410     IF ROUTING-CHECK-REMAINDER NOT = ZERO
005420        MOVE "REJ CHECK DIGIT" TO RDL-DISPOSITION
005430        GO TO 4100-REJECT
005440     END-IF
005450     IF PAY-DFI-ACCOUNT = SPACES
005460        MOVE "REJ DFI ACCOUNT" TO RDL-DISPOSITION
005470        GO TO 4100-REJECT
005480     END-IF
005490     GO TO 4100-EXIT.
005500 4100-REJECT.
005510     MOVE "N" TO PAYOUT-EDIT-SWITCH
005520     DISPLAY "ACH_ORIG: PAYOUT FOR ACCOUNT " PAY-ACCT-NUMBER
005530        " REJECTED - " RDL-DISPOSITION.
005540 4100-EXIT.
005550     EXIT.
005560*****************************************************************
005570* 4110-CHECK-ROUTING-DIGIT
005580*   Weights the nine routing digits 3-7-1 and leaves the
005590*   remainder of the sum over ten; zero is a valid number.
005600*****************************************************************
005610 4110-CHECK-ROUTING-DIGIT.
005620     MOVE PAY-ROUTING TO ROUTING-CHECK-NUMBER
005630     COMPUTE ROUTING-CHECK-SUM =
005640        3 * (ROUTING-DIGIT (1) + ROUTING-DIGIT (4)
005650               + ROUTING-DIGIT (7))
005660      + 7 * (ROUTING-DIGIT (2) + ROUTING-DIGIT (5)
005670               + ROUTING-DIGIT (8))
005680      +     (ROUTING-DIGIT (3) + ROUTING-DIGIT (6)
005690               + ROUTING-DIGIT (9))
005700     DIVIDE ROUTING-CHECK-SUM BY 10
005710        GIVING ROUTING-CHECK-QUOTIENT
005720        REMAINDER ROUTING-CHECK-REMAINDER.
005730 4110-EXIT.
005740     EXIT.
005750*****************************************************************
005760* 4200-WRITE-BATCH-HEADER
005770*   Opens the night's one PPD credit batch with its type 5
005780*   batch header, ahead of the first entry.  A night with
005790*   nothing to originate cuts no batch at all.
005800*****************************************************************
005810 4200-WRITE-BATCH-HEADER.
005820     ADD 1 TO ACH-BATCH-NUMBER
005830     MOVE SPACES TO ACH-BATCH-HEADER
005840     MOVE "5"                   TO ABH-RECORD-TYPE
005850     MOVE "220"                 TO ABH-SERVICE-CLASS
005860     MOVE ACP-COMPANY-NAME      TO ABH-COMPANY-NAME
005870     MOVE ACP-COMPANY-ID        TO ABH-COMPANY-ID
005880     MOVE "PPD"                 TO ABH-SEC-CODE
005890     MOVE ACH-ENTRY-DESCRIPTION TO ABH-ENTRY-DESCRIPTION
005900     MOVE ACH-EFFECTIVE-YYMMDD  TO ABH-EFFECTIVE-DATE
005910     MOVE "1"                   TO ABH-ORIGINATOR-STATUS
005920     MOVE ACP-ODFI-ID           TO ABH-ODFI-ID
005930     MOVE ACH-BATCH-NUMBER      TO ABH-BATCH-NUMBER
005940     WRITE ACH-FILE-RECORD FROM ACH-BATCH-HEADER
005950     ADD 1 TO ACH-RECORD-COUNT
005960     ADD 1 TO BATCH-WRITTEN-COUNT
005970     MOVE "Y" TO BATCH-OPEN-SWITCH.
005980 4200-EXIT.
005990     EXIT.
006000*****************************************************************
006010* 4300-WRITE-ENTRY-DETAIL
006020*   Writes one type 6 entry detail - a checking (22) or
006030*   savings (32) credit to the payout's RDFI and DFI account,
006040*   identified by the savings account number - and rolls it
006050*   into the batch and file controls.  The trace number is
006060*   the ODFI routing number and the entry's sequence in the
006070*   file.
006080*****************************************************************
006090 4300-WRITE-ENTRY-DETAIL.
006100     ADD 1 TO ACH-TRACE-SEQUENCE
006110     MOVE SPACES TO ACH-ENTRY-DETAIL
006120     MOVE "6" TO AED-RECORD-TYPE
006130     IF PAY-TO-SAVINGS
006140        MOVE "32" TO AED-TRANSACTION-CODE
006150     ELSE
006160        MOVE "22" TO AED-TRANSACTION-CODE
006170     END-IF
006180     MOVE PAY-DFI-ID         TO AED-RDFI-ID
006190     MOVE PAY-CHECK-DIGIT    TO AED-CHECK-DIGIT
006200     MOVE PAY-DFI-ACCOUNT    TO AED-DFI-ACCOUNT
006210     MOVE PAY-AMOUNT         TO AED-AMOUNT
006220     MOVE PAY-ACCT-NUMBER    TO AED-INDIVIDUAL-ID
006230     MOVE PAY-PAYEE-NAME     TO AED-INDIVIDUAL-NAME
006240     MOVE "0"                TO AED-ADDENDA-INDICATOR
006250     MOVE ACP-ODFI-ID        TO AED-TRACE-ODFI-ID
006260     MOVE ACH-TRACE-SEQUENCE TO AED-TRACE-SEQUENCE
006270     WRITE ACH-FILE-RECORD FROM ACH-ENTRY-DETAIL
006280     ADD 1 TO ACH-RECORD-COUNT
006290     ADD 1 TO ENTRY-WRITTEN-COUNT
006300     ADD 1 TO BATCH-ENTRY-COUNT
006310     ADD PAY-DFI-ID TO BATCH-ENTRY-HASH
006320     ADD PAY-DFI-ID TO FILE-ENTRY-HASH
006330     ADD PAY-AMOUNT TO BATCH-CREDIT-TOTAL
006340     ADD PAY-AMOUNT TO FILE-CREDIT-TOTAL
006350     ADD PAY-AMOUNT TO ORIGINATED-TOTAL
006360     MOVE AED-TRANSACTION-CODE TO RDL-TRANSACTION-CODE
006370     MOVE AED-TRACE-NUMBER     TO RDL-DISPOSITION.
006380 4300-EXIT.
006390     EXIT.
006400*****************************************************************
006410* 4400-WRITE-REGISTER-LINE
006420*   Writes one payout's register line.  The transaction code
006430*   and the trace number (or the reject reason) are placed
006440*   before the perform.
006450*****************************************************************
006460 4400-WRITE-REGISTER-LINE.
006470     MOVE PAY-ACCT-NUMBER TO RDL-ACCT-NUMBER
006480     MOVE PAY-ROUTING     TO RDL-ROUTING
006490     MOVE PAY-DFI-ACCOUNT TO RDL-DFI-ACCOUNT
006500     IF PAY-AMOUNT IS NUMERIC
006510        MOVE PAY-AMOUNT TO RDL-AMOUNT
006520     ELSE
006530        MOVE ZERO TO RDL-AMOUNT
006540     END-IF
006550     IF PAYOUT-INVALID
006560        MOVE SPACES TO RDL-TRANSACTION-CODE
006570     END-IF
006580     WRITE ACH-REGISTER-LINE FROM REGISTER-DETAIL-LINE
006590     IF PAY-AMOUNT IS NUMERIC
006600        ADD PAY-AMOUNT TO PAYOUT-EXTRACT-TOTAL
006610     END-IF.
006620 4400-EXIT.
006630     EXIT.
006640*****************************************************************
006650* 5000-CLOSE-ACH-FILE
006660*   Closes the batch with its type 8 batch control, writes the
006670*   type 9 file control, and pads the file with all-nines
006680*   records to a whole block of ten.  The entry hashes carry
006690*   only their low-order ten digits.
006700*****************************************************************
006710 5000-CLOSE-ACH-FILE.
006720     IF BATCH-OPEN
006730        MOVE SPACES TO ACH-BATCH-CONTROL
006740        MOVE "8"                TO ABC-RECORD-TYPE
006750        MOVE "220"              TO ABC-SERVICE-CLASS
006760        MOVE BATCH-ENTRY-COUNT  TO ABC-ENTRY-COUNT
006770        MOVE BATCH-ENTRY-HASH   TO ABC-ENTRY-HASH
006780        MOVE ZERO               TO ABC-DEBIT-TOTAL
006790        MOVE BATCH-CREDIT-TOTAL TO ABC-CREDIT-TOTAL
006800        MOVE ACP-COMPANY-ID     TO ABC-COMPANY-ID
006810        MOVE ACP-ODFI-ID        TO ABC-ODFI-ID
006820        MOVE ACH-BATCH-NUMBER   TO ABC-BATCH-NUMBER
006830        WRITE ACH-FILE-RECORD FROM ACH-BATCH-CONTROL
006840        ADD 1 TO ACH-RECORD-COUNT
006850        MOVE "N" TO BATCH-OPEN-SWITCH
006860     END-IF
006870     ADD 1 TO ACH-RECORD-COUNT
006880     COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 9) / 10
006890     MOVE SPACES TO ACH-FILE-CONTROL
006900     MOVE "9"                 TO AFC-RECORD-TYPE
006910     MOVE BATCH-WRITTEN-COUNT TO AFC-BATCH-COUNT
006920     MOVE ACH-BLOCK-COUNT     TO AFC-BLOCK-COUNT
006930     MOVE ENTRY-WRITTEN-COUNT TO AFC-ENTRY-COUNT
006940     MOVE FILE-ENTRY-HASH     TO AFC-ENTRY-HASH
006950     MOVE ZERO                TO AFC-DEBIT-TOTAL
006960     MOVE FILE-CREDIT-TOTAL   TO AFC-CREDIT-TOTAL
006970     WRITE ACH-FILE-RECORD FROM ACH-FILE-CONTROL
006980     COMPUTE ACH-PADDED-COUNT = ACH-BLOCK-COUNT * 10
006990     MOVE ALL "9" TO ACH-BLOCK-FILLER
007000     PERFORM 5100-WRITE-BLOCK-FILLER THRU 5100-EXIT
007010        UNTIL ACH-RECORD-COUNT NOT < ACH-PADDED-COUNT.
007020 5000-EXIT.
007030     EXIT.
007040*****************************************************************
007050* 5100-WRITE-BLOCK-FILLER
007060*   Writes one all-nines block-filler record.
007070*****************************************************************
007080 5100-WRITE-BLOCK-FILLER.
007090     WRITE ACH-FILE-RECORD FROM ACH-BLOCK-FILLER
007100     ADD 1 TO ACH-RECORD-COUNT.
007110 5100-EXIT.
007120     EXIT.
007130*****************************************************************
007140* 6000-PROVE-REGISTER
007150*   Proves the register: the amounts originated plus the
007160*   amounts rejected equal the PAYOUT extract total, which
007170*   equals CTL-INTEREST-PAID-OUT on the run-control record
007180*   and the interest paid out on the GL extract, and the file
007190*   control's credit total equals the amount originated.
007200*****************************************************************
007210 6000-PROVE-REGISTER.
007220     IF ORIGINATED-TOTAL + REJECTED-TOTAL
007230           NOT = PAYOUT-EXTRACT-TOTAL
007240        MOVE "Y" TO PROOF-FAILED-SWITCH
007250        DISPLAY "ACH_ORIG: ORIGINATED " ORIGINATED-TOTAL
007260           " PLUS REJECTED " REJECTED-TOTAL
007270           " DO NOT EQUAL PAYOUT EXTRACT " PAYOUT-EXTRACT-TOTAL
007280     END-IF
007290     IF PAYOUT-EXTRACT-TOTAL NOT = CTL-INTEREST-PAID-OUT
007300        MOVE "Y" TO PROOF-FAILED-SWITCH
007310        DISPLAY "ACH_ORIG: PAYOUT EXTRACT " PAYOUT-EXTRACT-TOTAL
007320           " DOES NOT PROVE TO RUN CONTROL "
007330           CTL-INTEREST-PAID-OUT
007340     END-IF
007350     IF PAYOUT-EXTRACT-TOTAL NOT = GL-PAID-OUT-TOTAL
007360        MOVE "Y" TO PROOF-FAILED-SWITCH
007370        DISPLAY "ACH_ORIG: PAYOUT EXTRACT " PAYOUT-EXTRACT-TOTAL
007380           " DOES NOT PROVE TO GL EXTRACT " GL-PAID-OUT-TOTAL
007390     END-IF
007400     IF FILE-CREDIT-TOTAL NOT = ORIGINATED-TOTAL
007410        MOVE "Y" TO PROOF-FAILED-SWITCH
007420        DISPLAY "ACH_ORIG: FILE CONTROL CREDITS "
007430           FILE-CREDIT-TOTAL " DO NOT EQUAL ORIGINATED "
007440           ORIGINATED-TOTAL
007450     END-IF.
007460 6000-EXIT.
007470     EXIT.
007480*****************************************************************
007490* 7000-WRITE-REGISTER-TOTALS
007500*   Writes the register's closing totals, mirroring the file
007510*   control record and the proof against the run-control
007520*   record and the GL extract.
007530*****************************************************************
007540 7000-WRITE-REGISTER-TOTALS.
007550     MOVE "PAYOUT RECORDS READ            :" TO RCL-LABEL
007560     MOVE PAYOUT-READ-COUNT TO RCL-COUNT
007570     WRITE ACH-REGISTER-LINE FROM REGISTER-COUNT-LINE
007580     MOVE "ENTRIES ORIGINATED             :" TO RCL-LABEL
007590     MOVE ENTRY-WRITTEN-COUNT TO RCL-COUNT
007600     WRITE ACH-REGISTER-LINE FROM REGISTER-COUNT-LINE
007610     MOVE "PAYOUTS REJECTED               :" TO RCL-LABEL
007620     MOVE PAYOUT-REJECT-COUNT TO RCL-COUNT
007630     WRITE ACH-REGISTER-LINE FROM REGISTER-COUNT-LINE
007640     MOVE "ACH RECORDS WRITTEN            :" TO RCL-LABEL
007650     MOVE ACH-RECORD-COUNT TO RCL-COUNT
007660     WRITE ACH-REGISTER-LINE FROM REGISTER-COUNT-LINE
007670     MOVE "ACH BLOCKS WRITTEN             :" TO RCL-LABEL
007680     MOVE ACH-BLOCK-COUNT TO RCL-COUNT
007690     WRITE ACH-REGISTER-LINE FROM REGISTER-COUNT-LINE
007700     MOVE "ENTRY HASH                     :" TO RHS-LABEL
007710     MOVE FILE-ENTRY-HASH TO RHS-HASH
007720     WRITE ACH-REGISTER-LINE FROM REGISTER-HASH-LINE
007730     MOVE "AMOUNT ORIGINATED              :" TO RAL-LABEL
007740     MOVE ORIGINATED-TOTAL TO RAL-AMOUNT
007750     WRITE ACH-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
007760     MOVE "AMOUNT REJECTED                :" TO RAL-LABEL
007770     MOVE REJECTED-TOTAL TO RAL-AMOUNT
007780     WRITE ACH-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
007790     MOVE "PAYOUT EXTRACT TOTAL           :" TO RAL-LABEL
007800     MOVE PAYOUT-EXTRACT-TOTAL TO RAL-AMOUNT
007810     WRITE ACH-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
007820     MOVE "RUN CONTROL PAID OUT           :" TO RAL-LABEL
007830     MOVE CTL-INTEREST-PAID-OUT TO RAL-AMOUNT
007840     WRITE ACH-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
007850     MOVE "GL EXTRACT PAID OUT            :" TO RAL-LABEL
007860     MOVE GL-PAID-OUT-TOTAL TO RAL-AMOUNT
007870     WRITE ACH-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
007880     MOVE "REGISTER PROOF                 :" TO RFL-LABEL
007890     IF PROOF-FAILED
007900        MOVE "OUT OF PROOF" TO RFL-FLAG
007910     ELSE
007920        MOVE "PROVED" TO RFL-FLAG
007930     END-IF
007940     WRITE ACH-REGISTER-LINE FROM REGISTER-FLAG-LINE.
007950 7000-EXIT.
007960     EXIT.
007970*****************************************************************
007980* 9000-TERMINATE
007990*   Displays the run totals, closes every file, appends the
008000*   step-status record, and sets the return code: 8 when the
008010*   run was refused or the proof failed (the scheduler holds
008020*   the ACH file back), 4 when any payout was rejected, 0
008030*   when every payout was originated and the register proved.
008040*****************************************************************
008050 9000-TERMINATE.
008060     DISPLAY "ACH_ORIG: " PAYOUT-READ-COUNT
008070        " PAYOUT RECORD(S) READ"
008080     DISPLAY "ACH_ORIG: " ENTRY-WRITTEN-COUNT
008090        " ENTRY(S) ORIGINATED TOTALING $" ORIGINATED-TOTAL
008100     DISPLAY "ACH_ORIG: " PAYOUT-REJECT-COUNT
008110        " PAYOUT(S) REJECTED"
008120     CLOSE RUN-CONTROL-FILE
008130           PAYOUT-FILE
008140           GL-EXTRACT-FILE
008150           ACH-FILE
008160           ACH-REGISTER-FILE
008170     EVALUATE TRUE
008180        WHEN RUN-ERROR OR PROOF-FAILED
008190           MOVE 8 TO STEP-CONDITION-CODE
008200        WHEN PAYOUT-REJECT-COUNT > ZERO
008210           MOVE 4 TO STEP-CONDITION-CODE
008220        WHEN OTHER
008230           MOVE 0 TO STEP-CONDITION-CODE
008240     END-EVALUATE
008250     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
008260     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
008270 9000-EXIT.
008280     EXIT.
008290*****************************************************************
008300* 9500-WRITE-JOB-STATUS
008310*   Appends this step's machine-readable status record to the
008320*   shared job-stream status file for NIGHT_STATUS to
008330*   summarize.  The condition code is placed by the caller
008340*   before the perform.
008350*****************************************************************
008360 9500-WRITE-JOB-STATUS.
008370     OPEN EXTEND JOB-STATUS-FILE
008380     IF NOT JOBSTAT-OK
008390        DISPLAY "ACH_ORIG: UNABLE TO OPEN JOBSTAT, STATUS "
008400           JOBSTAT-STATUS
008410        GO TO 9500-EXIT
008420     END-IF
008430     MOVE SPACES TO JOB-STATUS-RECORD
008440     MOVE "ACH_ORIG" TO JS-PROGRAM-NAME
008450     MOVE ACH-RUN-DATE TO JS-RUN-DATE
008460     MOVE ACH-RUN-TIME TO JS-RUN-TIME
008470     MOVE PAYOUT-READ-COUNT TO JS-RECORDS-READ
008480     MOVE ACH-RECORD-COUNT TO JS-RECORDS-WRITTEN
008490     MOVE PAYOUT-REJECT-COUNT TO JS-ERROR-COUNT
008500     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
008510     WRITE JOB-STATUS-RECORD
008520     CLOSE JOB-STATUS-FILE.
008530 9500-EXIT.
008540     EXIT.
008550 END PROGRAM ach_orig.
