000100*****************************************************************
000110* Program: FEE_ASSESS
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Charges the month-end service fees in the fee
000170* schedule.  Runs every night after the accrual run (and
000180* PART_MERGE on a partitioned night) but does nothing unless
000190* CTL-MONTH-END-FLAG is set on the run-control record; a run
000200* flagged out of balance is refused outright.  On a month-end
000210* night each record of the new current-position file is
000220* weighed against the FEESCHED entry of its account's product
000230* type and compounding frequency: a balance below the
000240* product minimum is charged the maintenance fee, and more
000250* withdrawals (negative TRAN-AMOUNT records) in the month just
000260* accrued than the product allows are charged the excess-
000270* withdrawal fee for each one over the limit.  Certificates
000280* of deposit, accounts flagged for escheat and accounts with
000290* a fee waiver code on the master are not charged, but the
000300* fee waived is listed.  A fee is never charged past the
000310* balance.  Fees charged are debited from the position in
000320* place, stamped with the run date so a rerun cannot charge
000330* twice, appended to the GL extract as one record per
000340* account for GL_VOUCHER to post to the product's fee-income
000350* account, and totaled onto CTL-FEES-ASSESSED on the run-
000360* control record, which GL_VOUCHER proves its fee entries
000370* against.  The fee register lists every fee charged, capped
000380* or waived, with the run totals.
000390*
000400* Modification History
000410* ----------------------------------------------------------------
000420* DATE       INIT  DESCRIPTION
000430* 10/15/26   JWB   Original version.
000440* 10/15/26   JWB   Refuses to run (return code 8) unless the
000450*                  run date is the next processing date on
000460*                  the date-control record (DATECTL).
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. fee_assess.
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
000630     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS RUNCTL-STATUS.
000670     SELECT CURRENT-POSITION-FILE ASSIGN TO "CURRNEW"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS CURRNEW-STATUS.
000710     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS ACCT-NUMBER
000750         FILE STATUS IS ACCTMAST-STATUS.
000760     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS TRANFILE-STATUS.
000800     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS FEESCHED-STATUS.
000840     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS GLEXTRCT-STATUS.
000880     SELECT FEE-REGISTER-FILE ASSIGN TO "FEERPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FEERPT-STATUS.
000910     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS DATECTL-STATUS.
000950     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE IS SEQUENTIAL
000980         FILE STATUS IS JOBSTAT-STATUS.
000990*****************************************************************
001000* DATA DIVISION
001010*****************************************************************
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  RUN-CONTROL-FILE
001050     RECORDING MODE IS F.
001060     COPY RUNCTL.
001070 FD  CURRENT-POSITION-FILE
001080     RECORDING MODE IS F.
001090     COPY CURRPOS.
001100 FD  ACCOUNT-MASTER-FILE.
001110     COPY ACCTMAST.
001120 FD  TRANSACTION-FILE
001130     RECORDING MODE IS F.
001140     COPY TRANREC.
001150 FD  FEE-SCHEDULE-FILE
001160     RECORDING MODE IS F.
001170     COPY FEESCHED.
001180 FD  GL-EXTRACT-FILE
001190     RECORDING MODE IS F.
001200     COPY GLEXTRCT.
001210 FD  FEE-REGISTER-FILE.
001220 01  FEE-REGISTER-LINE           PIC X(80).
001230 FD  DATE-CONTROL-FILE
001240     RECORDING MODE IS F.
001250     COPY DATECTL.
001260 FD  JOB-STATUS-FILE
001270     RECORDING MODE IS F.
001280     COPY JOBSTAT.
001290 WORKING-STORAGE SECTION.
001300*> ----------------------------------------------------------
001310*> File status and end-of-file switches
001320*> ----------------------------------------------------------
001330 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
001340     88  RUNCTL-OK                     VALUE "00".
001350 01  CURRNEW-STATUS          PIC X(02) VALUE "00".
001360     88  CURRNEW-OK                    VALUE "00".
001370 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
001380     88  ACCTMAST-OK                   VALUE "00".
001390 01  TRANFILE-STATUS         PIC X(02) VALUE "00".
001400     88  TRANFILE-OK                   VALUE "00".
001410 01  FEESCHED-STATUS         PIC X(02) VALUE "00".
001420     88  FEESCHED-OK                   VALUE "00".
001430     88  FEESCHED-EOF                  VALUE "10".
001440 01  GLEXTRCT-STATUS         PIC X(02) VALUE "00".
001450     88  GLEXTRCT-OK                   VALUE "00".
001460 01  FEERPT-STATUS           PIC X(02) VALUE "00".
001470     88  FEERPT-OK                     VALUE "00".
001480 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001490     88  DATECTL-OK                    VALUE "00".
001500 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001510     88  JOBSTAT-OK                    VALUE "00".
001520 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001530 01  PROGRAM-SWITCHES.
001540     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001550         88  RUN-ERROR                 VALUE "Y".
001560     05  NOT-MONTH-END-SWITCH PIC X(01) VALUE "N".
001570         88  NOT-MONTH-END             VALUE "Y".
001580     05  CURRNEW-EOF-SWITCH   PIC X(01) VALUE "N".
001590         88  POSITION-EXHAUSTED        VALUE "Y".
001600     05  TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
001610         88  TRAN-EXHAUSTED            VALUE "Y".
001620     05  ACCOUNT-KNOWN-SWITCH PIC X(01) VALUE "N".
001630         88  ACCOUNT-KNOWN             VALUE "Y".
001640     05  SCHEDULE-FOUND-SWITCH PIC X(01) VALUE "N".
001650         88  SCHEDULE-FOUND            VALUE "Y".
001660     05  UPDATE-FAILED-SWITCH PIC X(01) VALUE "N".
001670         88  UPDATE-FAILED             VALUE "Y".
001680*> ----------------------------------------------------------
001690*> Run stamp
001700*> ----------------------------------------------------------
001710 01  FEE-RUN-DATE            PIC 9(08) VALUE 0.
001720 01  FEE-RUN-TIME            PIC 9(08) VALUE 0.
001730*> ----------------------------------------------------------
001740*> Fee schedule table.  Loaded once at initialization; an
001750*> account takes the entry for its own product type and
001760*> compounding frequency, else the product's space-frequency
001770*> entry.  A CD is product type C, anything else S, as on
001780*> GLMAP.
001790*> ----------------------------------------------------------
001800 01  SCHEDULE-ENTRY-MAX      PIC 9(03) COMP VALUE 50.
001810 01  SCHEDULE-ENTRY-COUNT    PIC 9(03) COMP VALUE 0.
001820 01  SCHEDULE-SUB            PIC 9(03) COMP VALUE 0.
001830 01  SCHEDULE-HOLD-SUB       PIC 9(03) COMP VALUE 0.
001840 01  FEE-SCHEDULE-TABLE-AREA.
001850     05  FEE-SCHEDULE-ENTRY OCCURS 50 TIMES.
001860         10  FS-PRODUCT-TYPE     PIC X(01).
001870         10  FS-COMPOUND-FREQ    PIC X(01).
001880         10  FS-MINIMUM-BALANCE  PIC S9(09)V9(02) COMP-3.
001890         10  FS-MAINTENANCE-FEE  PIC S9(05)V9(02) COMP-3.
001900         10  FS-WITHDRAWAL-LIMIT PIC 9(03).
001910         10  FS-EXCESS-WD-FEE    PIC S9(05)V9(02) COMP-3.
001920 01  HELD-PRODUCT-TYPE       PIC X(01) VALUE SPACE.
001930 01  HELD-COMPOUND-FREQ      PIC X(01) VALUE SPACE.
001940*> ----------------------------------------------------------
001950*> One account's fee work area.  The fee due is what the
001960*> schedule calls for; the fee charged is what the balance
001970*> left after any earlier fee could bear.
001980*> ----------------------------------------------------------
001990 01  WITHDRAWAL-COUNT        PIC 9(05) COMP VALUE 0.
002000 01  EXCESS-WITHDRAWAL-COUNT PIC 9(05) COMP VALUE 0.
002010 01  MAINTENANCE-FEE-DUE     PIC S9(09)V9(02) COMP-3 VALUE 0.
002020 01  EXCESS-WD-FEE-DUE       PIC S9(09)V9(02) COMP-3 VALUE 0.
002030 01  FEE-DUE                 PIC S9(09)V9(02) COMP-3 VALUE 0.
002040 01  FEE-CHARGED             PIC S9(09)V9(02) COMP-3 VALUE 0.
002050 01  BALANCE-AVAILABLE       PIC S9(09)V9(02) COMP-3 VALUE 0.
002060 01  ACCOUNT-FEE-TOTAL       PIC S9(09)V9(02) COMP-3 VALUE 0.
002070 01  WAIVER-REASON           PIC X(20) VALUE SPACES.
002080*> ----------------------------------------------------------
002090*> Run totals
002100*> ----------------------------------------------------------
002110 01  FEES-DUE-TOTAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
002120 01  FEES-CHARGED-TOTAL      PIC S9(11)V9(2) COMP-3 VALUE 0.
002130 01  FEES-WAIVED-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
002140 01  FEES-UNCOLLECTED-TOTAL  PIC S9(11)V9(2) COMP-3 VALUE 0.
002150 01  MAINTENANCE-CHARGED-TOTAL PIC S9(11)V9(2) COMP-3 VALUE 0.
002160 01  EXCESS-WD-CHARGED-TOTAL PIC S9(11)V9(2) COMP-3 VALUE 0.
002170 01  GL-FEE-TOTAL            PIC S9(11)V9(2) COMP-3 VALUE 0.
002180 77  POSITION-READ-COUNT     PIC 9(07) VALUE 0.
002190 77  ALREADY-CHARGED-COUNT   PIC 9(07) VALUE 0.
002200 77  NO-MASTER-COUNT         PIC 9(07) VALUE 0.
002210 77  NO-SCHEDULE-COUNT       PIC 9(07) VALUE 0.
002220 77  ACCOUNTS-CHARGED-COUNT  PIC 9(07) VALUE 0.
002230 77  ACCOUNTS-WAIVED-COUNT   PIC 9(07) VALUE 0.
002240 77  GL-WRITTEN-COUNT        PIC 9(07) VALUE 0.
002250*> ----------------------------------------------------------
002260*> Register print lines
002270*> ----------------------------------------------------------
002280 01  REGISTER-HEADING-LINE.
002290     05  FILLER              PIC X(34)
002300         VALUE "MONTH-END FEE REGISTER            ".
002310     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002320     05  RHL-RUN-DATE        PIC 9(08).
002330     05  FILLER              PIC X(06) VALUE " TIME ".
002340     05  RHL-RUN-TIME        PIC 9(08).
002350 01  REGISTER-COLUMN-LINE.
002360     05  FILLER              PIC X(09) VALUE "ACCOUNT".
002370     05  FILLER              PIC X(03) VALUE "PT".
002380     05  FILLER              PIC X(03) VALUE "FQ".
002390     05  FILLER              PIC X(14) VALUE "     BALANCE".
002400     05  FILLER              PIC X(05) VALUE " WDL".
002410     05  FILLER              PIC X(13) VALUE "FEE".
002420     05  FILLER              PIC X(11) VALUE "   AMOUNT".
002430     05  FILLER              PIC X(20) VALUE "DISPOSITION".
002440 01  REGISTER-DETAIL-LINE.
002450     05  RDL-ACCT-NUMBER     PIC 9(07).
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  RDL-PRODUCT-TYPE    PIC X(01).
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  RDL-COMPOUND-FREQ   PIC X(01).
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  RDL-BALANCE         PIC -(8)9.99.
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  RDL-WITHDRAWALS     PIC ZZ9.
002540     05  FILLER              PIC X(02) VALUE SPACES.
002550     05  RDL-FEE-TYPE        PIC X(11).
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  RDL-AMOUNT          PIC -(5)9.99.
002580     05  FILLER              PIC X(02) VALUE SPACES.
002590     05  RDL-DISPOSITION     PIC X(20).
002600 01  REGISTER-COUNT-LINE.
002610     05  RCL-LABEL            PIC X(32).
002620     05  FILLER               PIC X(01) VALUE SPACE.
002630     05  RCL-COUNT            PIC Z(06)9.
002640 01  REGISTER-AMOUNT-LINE.
002650     05  RAL-LABEL            PIC X(32).
002660     05  FILLER               PIC X(01) VALUE SPACE.
002670     05  RAL-AMOUNT           PIC -(13)9.99.
002680 PROCEDURE DIVISION.
002690*****************************************************************
002700* 0000-MAINLINE
002710*   Top level driver - proves the run control, charges the
002720*   month's fees against the current-position file, totals
002730*   them onto the run-control record, prints the register,
002740*   and sets the return code.
002750*****************************************************************
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002780     IF NOT RUN-ERROR AND NOT NOT-MONTH-END
002790        PERFORM 2000-ASSESS-POSITION THRU 2000-EXIT
002800            UNTIL POSITION-EXHAUSTED
002810        PERFORM 3000-UPDATE-RUN-CONTROL THRU 3000-EXIT
002820        PERFORM 4000-WRITE-REGISTER-TOTALS THRU 4000-EXIT
002830     END-IF
002840     PERFORM 9000-TERMINATE THRU 9000-EXIT
002850     STOP RUN.
002860*****************************************************************
002870* 1000-INITIALIZE
002880*   Opens the run-control record for update and the register,
002890*   refuses a run-control record flagged out of balance, and
002900*   stops quietly when the night is not a month-end.  On a
002910*   month-end it opens the remaining files, loads the fee
002920*   schedule, and primes the position and transaction reads.
002930*   A run whose date is not the next processing date on the
002940*   date-control record is refused before any file is opened.
002950*****************************************************************
002960 1000-INITIALIZE.
002970     ACCEPT FEE-RUN-DATE FROM DATE YYYYMMDD
002980     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
002990     IF RUN-ERROR
003000        GO TO 1000-EXIT
003010     END-IF
003020     OPEN I-O RUN-CONTROL-FILE
003030     IF NOT RUNCTL-OK
003040        DISPLAY "FEE_ASSESS: UNABLE TO OPEN RUNCTL, STATUS "
003050           RUNCTL-STATUS
003060        MOVE "Y" TO RUN-ERROR-SWITCH
003070     END-IF
003080     OPEN OUTPUT FEE-REGISTER-FILE
003090     IF NOT FEERPT-OK
003100        DISPLAY "FEE_ASSESS: UNABLE TO OPEN FEERPT, STATUS "
003110           FEERPT-STATUS
003120        MOVE "Y" TO RUN-ERROR-SWITCH
003130     END-IF
003140     ACCEPT FEE-RUN-TIME FROM TIME
003150     IF FEERPT-OK
003160        MOVE FEE-RUN-DATE TO RHL-RUN-DATE
003170        MOVE FEE-RUN-TIME TO RHL-RUN-TIME
003180        WRITE FEE-REGISTER-LINE FROM REGISTER-HEADING-LINE
003190     END-IF
003200     IF RUN-ERROR
003210        GO TO 1000-EXIT
003220     END-IF
003230     READ RUN-CONTROL-FILE
003240         AT END
003250             DISPLAY "FEE_ASSESS: RUNCTL IS EMPTY - NO RUN TO "
003260                "ASSESS"
003270             MOVE "Y" TO RUN-ERROR-SWITCH
003280             GO TO 1000-EXIT
003290     END-READ
003300     IF CTL-OUT-OF-BALANCE
003310        DISPLAY "FEE_ASSESS: RUN CONTROL FLAGS THE EXTRACT OUT "
003320           "OF BALANCE - RUN REFUSED"
003330        MOVE "Y" TO RUN-ERROR-SWITCH
003340        GO TO 1000-EXIT
003350     END-IF
003360     IF NOT CTL-MONTH-END-RUN
003370        DISPLAY "FEE_ASSESS: NOT A MONTH-END RUN - NO FEES "
003380           "ASSESSED"
003390        MOVE "Y" TO NOT-MONTH-END-SWITCH
003400        GO TO 1000-EXIT
003410     END-IF
003420     OPEN I-O CURRENT-POSITION-FILE
003430     IF NOT CURRNEW-OK
003440        DISPLAY "FEE_ASSESS: UNABLE TO OPEN CURRNEW, STATUS "
003450           CURRNEW-STATUS
003460        MOVE "Y" TO RUN-ERROR-SWITCH
003470     END-IF
003480     OPEN INPUT ACCOUNT-MASTER-FILE
003490     IF NOT ACCTMAST-OK
003500        DISPLAY "FEE_ASSESS: UNABLE TO OPEN ACCTMAST, STATUS "
003510           ACCTMAST-STATUS
003520        MOVE "Y" TO RUN-ERROR-SWITCH
003530     END-IF
003540     OPEN INPUT TRANSACTION-FILE
003550     IF NOT TRANFILE-OK
003560        DISPLAY "FEE_ASSESS: UNABLE TO OPEN TRANFILE, STATUS "
003570           TRANFILE-STATUS
003580        MOVE "Y" TO RUN-ERROR-SWITCH
003590     END-IF
003600     OPEN EXTEND GL-EXTRACT-FILE
003610     IF NOT GLEXTRCT-OK
003620        DISPLAY "FEE_ASSESS: UNABLE TO OPEN GLEXTRCT, STATUS "
003630           GLEXTRCT-STATUS
003640        MOVE "Y" TO RUN-ERROR-SWITCH
003650     END-IF
003660     IF RUN-ERROR
003670        GO TO 1000-EXIT
003680     END-IF
003690     PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT
003700     IF RUN-ERROR
003710        GO TO 1000-EXIT
003720     END-IF
003730     WRITE FEE-REGISTER-LINE FROM REGISTER-COLUMN-LINE
003740     PERFORM 1100-READ-POSITION THRU 1100-EXIT
003750     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
003760 1000-EXIT.
003770     EXIT.
003780*****************************************************************
003790* 1010-CHECK-PROCESSING-DATE
003800*   Reads the date-control record and refuses the run unless
003810*   the run date is the next processing date on it, so a
003820*   resubmitted night, or one run after a skipped night, stops
003830*   here before anything is posted.
003840*****************************************************************
003850 1010-CHECK-PROCESSING-DATE.
003860     OPEN INPUT DATE-CONTROL-FILE
003870     IF NOT DATECTL-OK
003880        DISPLAY "FEE_ASSESS: UNABLE TO OPEN DATECTL, STATUS "
003890           DATECTL-STATUS
003900        MOVE "Y" TO RUN-ERROR-SWITCH
003910        GO TO 1010-EXIT
003920     END-IF
003930     READ DATE-CONTROL-FILE
003940         AT END
003950             DISPLAY "FEE_ASSESS: DATECTL IS EMPTY - NO "
003960                "PROCESSING DATE ON FILE"
003970             MOVE "Y" TO RUN-ERROR-SWITCH
003980     END-READ
003990     CLOSE DATE-CONTROL-FILE
004000     IF RUN-ERROR
004010        GO TO 1010-EXIT
004020     END-IF
004030     IF FEE-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
004040        DISPLAY "FEE_ASSESS: RUN DATE " FEE-RUN-DATE
004050           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
004060        DISPLAY "FEE_ASSESS: LAST COMPLETED DATE "
004070           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
004080        MOVE "Y" TO RUN-ERROR-SWITCH
004090     END-IF.
004100 1010-EXIT.
004110     EXIT.
004120*****************************************************************
004130* 1100-READ-POSITION
004140*   Reads the next current-position record.  The record read
004150*   is the one a fee is rewritten to, so no read-ahead is
004160*   taken past it until it has been assessed.
004170*****************************************************************
004180 1100-READ-POSITION.
004190     READ CURRENT-POSITION-FILE
004200        AT END MOVE "Y" TO CURRNEW-EOF-SWITCH
004210        NOT AT END ADD 1 TO POSITION-READ-COUNT
004220     END-READ.
004230 1100-EXIT.
004240     EXIT.
004250*****************************************************************
004260* 1200-READ-TRANSACTION
004270*   Reads the next transaction into the read-ahead buffer.
004280*****************************************************************
004290 1200-READ-TRANSACTION.
004300     READ TRANSACTION-FILE
004310        AT END MOVE "Y" TO TRAN-EOF-SWITCH
004320     END-READ.
004330 1200-EXIT.
004340     EXIT.
004350*****************************************************************
004360* 1300-LOAD-FEE-SCHEDULE
004370*   Loads the fee schedule into working storage.  The
004380*   schedule is required on a month-end: without it no fee
004390*   can be charged, so an absent schedule refuses the run.
004400*****************************************************************
004410 1300-LOAD-FEE-SCHEDULE.
004420     OPEN INPUT FEE-SCHEDULE-FILE
004430     IF NOT FEESCHED-OK
004440        DISPLAY "FEE_ASSESS: UNABLE TO OPEN FEESCHED, STATUS "
004450           FEESCHED-STATUS
004460        MOVE "Y" TO RUN-ERROR-SWITCH
004470        CLOSE FEE-SCHEDULE-FILE
004480        GO TO 1300-EXIT
004490     END-IF
004500     PERFORM 1310-READ-SCHEDULE-ENTRY THRU 1310-EXIT
004510        UNTIL FEESCHED-EOF
004520           OR SCHEDULE-ENTRY-COUNT = SCHEDULE-ENTRY-MAX
004530     IF NOT FEESCHED-EOF
004540        DISPLAY "FEE_ASSESS: FEE SCHEDULE TRUNCATED AT "
004550           SCHEDULE-ENTRY-MAX " ENTRIES"
004560        MOVE "Y" TO RUN-ERROR-SWITCH
004570     END-IF
004580     CLOSE FEE-SCHEDULE-FILE.
004590 1300-EXIT.
004600     EXIT.
004610*****************************************************************
004620* 1310-READ-SCHEDULE-ENTRY
004630*   Reads one fee-schedule record into the next table slot.
004640*   A space product type is a savings product.
004650*****************************************************************
004660 1310-READ-SCHEDULE-ENTRY.
004670     READ FEE-SCHEDULE-FILE
004680         AT END
004690             GO TO 1310-EXIT
004700     END-READ
004710     ADD 1 TO SCHEDULE-ENTRY-COUNT
004720     IF FSC-PRODUCT-TYPE = SPACE
004730        MOVE "S" TO FS-PRODUCT-TYPE (SCHEDULE-ENTRY-COUNT)
004740     ELSE
004750        MOVE FSC-PRODUCT-TYPE TO
004760           FS-PRODUCT-TYPE (SCHEDULE-ENTRY-COUNT)
004770     END-IF
004780     MOVE FSC-COMPOUND-FREQ TO
004790        FS-COMPOUND-FREQ (SCHEDULE-ENTRY-COUNT)
004800     MOVE FSC-MINIMUM-BALANCE TO
004810        FS-MINIMUM-BALANCE (SCHEDULE-ENTRY-COUNT)
004820     MOVE FSC-MAINTENANCE-FEE TO
004830        FS-MAINTENANCE-FEE (SCHEDULE-ENTRY-COUNT)
004840     MOVE FSC-WITHDRAWAL-LIMIT TO
004850        FS-WITHDRAWAL-LIMIT (SCHEDULE-ENTRY-COUNT)
004860     MOVE FSC-EXCESS-WD-FEE TO
004870        FS-EXCESS-WD-FEE (SCHEDULE-ENTRY-COUNT).
004880 1310-EXIT.
004890     EXIT.
004900*****************************************************************
004910* 2000-ASSESS-POSITION
004920*   Assesses one current-position record: counts the month's
004930*   withdrawals, fetches the account from the master, works
004940*   out the fees its schedule entry calls for, and either
004950*   lists them as waived or charges them.  A record already
004960*   charged for this run date is passed over.
004970*****************************************************************
004980 2000-ASSESS-POSITION.
004990     PERFORM 2100-COUNT-WITHDRAWALS THRU 2100-EXIT
005000     IF CUR-LAST-FEE-DATE IS NUMERIC
005010           AND CUR-LAST-FEE-DATE = CTL-RUN-DATE
005020        ADD 1 TO ALREADY-CHARGED-COUNT
005030        GO TO 2000-NEXT
005040     END-IF
005050     PERFORM 2200-FETCH-ACCOUNT THRU 2200-EXIT
005060     IF NOT ACCOUNT-KNOWN
005070        ADD 1 TO NO-MASTER-COUNT
005080        GO TO 2000-NEXT
005090     END-IF
005100     PERFORM 2300-FIND-SCHEDULE THRU 2300-EXIT
005110     IF NOT SCHEDULE-FOUND
005120        ADD 1 TO NO-SCHEDULE-COUNT
005130        GO TO 2000-NEXT
005140     END-IF
005150     PERFORM 2400-COMPUTE-FEES-DUE THRU 2400-EXIT
005160     IF MAINTENANCE-FEE-DUE = ZERO
005170           AND EXCESS-WD-FEE-DUE = ZERO
005180        GO TO 2000-NEXT
005190     END-IF
005200     PERFORM 2500-DETERMINE-WAIVER THRU 2500-EXIT
005210     IF WAIVER-REASON NOT = SPACES
005220        PERFORM 2600-LIST-WAIVED-FEES THRU 2600-EXIT
005230     ELSE
005240        PERFORM 2700-CHARGE-FEES THRU 2700-EXIT
005250     END-IF.
005260 2000-NEXT.
005270     PERFORM 1100-READ-POSITION THRU 1100-EXIT.
005280 2000-EXIT.
005290     EXIT.
005300*****************************************************************
005310* 2100-COUNT-WITHDRAWALS
005320*   Lines the transaction file up with the position record
005330*   and counts the account's withdrawals - the negative
005340*   TRAN-AMOUNT records - in the month just accrued, which
005350*   is the period number on the position record.  Records
005360*   for accounts with no position are passed over.
005370*****************************************************************
005380 2100-COUNT-WITHDRAWALS.
005390     MOVE ZERO TO WITHDRAWAL-COUNT
005400     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
005410        UNTIL TRAN-EXHAUSTED
005420           OR TRAN-ACCOUNT-NUMBER >= CUR-ACCT-NUMBER
005430     PERFORM 2110-COUNT-ONE-TRANSACTION THRU 2110-EXIT
005440        UNTIL TRAN-EXHAUSTED
005450           OR TRAN-ACCOUNT-NUMBER NOT = CUR-ACCT-NUMBER.
005460 2100-EXIT.
005470     EXIT.
005480*****************************************************************
005490* 2110-COUNT-ONE-TRANSACTION
005500*   Counts one of the account's transactions if it is a
005510*   withdrawal in the month just accrued, and reads the next.
005520*****************************************************************
005530 2110-COUNT-ONE-TRANSACTION.
005540     IF TRAN-MONTH-NUMBER = CUR-PERIOD-NUMBER
005550           AND TRAN-AMOUNT < ZERO
005560        ADD 1 TO WITHDRAWAL-COUNT
005570     END-IF
005580     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
005590 2110-EXIT.
005600     EXIT.
005610*****************************************************************
005620* 2200-FETCH-ACCOUNT
005630*   Fetches the position record's account from the indexed
005640*   master for its product type, compounding frequency,
005650*   dormancy status and fee waiver code.  A position whose
005660*   account has left the master is not charged.
005670*****************************************************************
005680 2200-FETCH-ACCOUNT.
005690     MOVE CUR-ACCT-NUMBER TO ACCT-NUMBER
005700     READ ACCOUNT-MASTER-FILE
005710         INVALID KEY
005720             MOVE "N" TO ACCOUNT-KNOWN-SWITCH
005730         NOT INVALID KEY
005740             MOVE "Y" TO ACCOUNT-KNOWN-SWITCH
005750             IF ACCT-PROD-CD
005760                MOVE "C" TO HELD-PRODUCT-TYPE
005770             ELSE
005780                MOVE "S" TO HELD-PRODUCT-TYPE
005790             END-IF
005800             MOVE ACCT-COMPOUND-FREQ TO HELD-COMPOUND-FREQ
005810     END-READ.
005820 2200-EXIT.
005830     EXIT.
005840*****************************************************************
005850* 2300-FIND-SCHEDULE
005860*   Locates the schedule entry for the held product type and
005870*   compounding frequency, falling back to the product's
005880*   space-frequency entry.
005890*****************************************************************
005900 2300-FIND-SCHEDULE.
005910     MOVE "N" TO SCHEDULE-FOUND-SWITCH
005920     PERFORM 2310-SCAN-SCHEDULE-ENTRY THRU 2310-EXIT
005930        VARYING SCHEDULE-SUB FROM 1 BY 1
005940           UNTIL SCHEDULE-SUB > SCHEDULE-ENTRY-COUNT
005950              OR SCHEDULE-FOUND
005960     IF SCHEDULE-FOUND
005970        GO TO 2300-EXIT
005980     END-IF
005990     MOVE SPACE TO HELD-COMPOUND-FREQ
006000     PERFORM 2310-SCAN-SCHEDULE-ENTRY THRU 2310-EXIT
006010        VARYING SCHEDULE-SUB FROM 1 BY 1
006020           UNTIL SCHEDULE-SUB > SCHEDULE-ENTRY-COUNT
006030              OR SCHEDULE-FOUND
006040     MOVE ACCT-COMPOUND-FREQ TO HELD-COMPOUND-FREQ.
006050 2300-EXIT.
006060     EXIT.
006070*****************************************************************
006080* 2310-SCAN-SCHEDULE-ENTRY
006090*   Weighs one schedule entry against the held product type
006100*   and compounding frequency.
006110*****************************************************************
006120 2310-SCAN-SCHEDULE-ENTRY.
006130     IF FS-PRODUCT-TYPE (SCHEDULE-SUB) = HELD-PRODUCT-TYPE
006140           AND FS-COMPOUND-FREQ (SCHEDULE-SUB) =
006150              HELD-COMPOUND-FREQ
006160        MOVE "Y" TO SCHEDULE-FOUND-SWITCH
006170        MOVE SCHEDULE-SUB TO SCHEDULE-HOLD-SUB
006180     END-IF.
006190 2310-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 2400-COMPUTE-FEES-DUE
006230*   Works out the fees the schedule entry calls for: the
006240*   maintenance fee when the balance is below the product
006250*   minimum, and the excess-withdrawal fee for each
006260*   withdrawal over the product limit.
006270*****************************************************************
006280 2400-COMPUTE-FEES-DUE.
006290     MOVE ZERO TO MAINTENANCE-FEE-DUE
006300     MOVE ZERO TO EXCESS-WD-FEE-DUE
006310     MOVE ZERO TO EXCESS-WITHDRAWAL-COUNT
006320     IF CUR-BALANCE < FS-MINIMUM-BALANCE (SCHEDULE-HOLD-SUB)
006330        MOVE FS-MAINTENANCE-FEE (SCHEDULE-HOLD-SUB)
006340           TO MAINTENANCE-FEE-DUE
006350     END-IF
006360     IF WITHDRAWAL-COUNT >
006370           FS-WITHDRAWAL-LIMIT (SCHEDULE-HOLD-SUB)
006380        COMPUTE EXCESS-WITHDRAWAL-COUNT = WITHDRAWAL-COUNT
006390           - FS-WITHDRAWAL-LIMIT (SCHEDULE-HOLD-SUB)
006400        COMPUTE EXCESS-WD-FEE-DUE = EXCESS-WITHDRAWAL-COUNT
006410           * FS-EXCESS-WD-FEE (SCHEDULE-HOLD-SUB)
006420     END-IF
006430     ADD MAINTENANCE-FEE-DUE EXCESS-WD-FEE-DUE
006440        TO FEES-DUE-TOTAL.
006450 2400-EXIT.
006460     EXIT.
006470*****************************************************************
006480* 2500-DETERMINE-WAIVER
006490*   Leaves the reason the account's fees are waived, or
006500*   spaces when they are to be charged: a certificate of
006510*   deposit, an account flagged for escheat, or a fee
006520*   waiver code on the master.
006530*****************************************************************
006540 2500-DETERMINE-WAIVER.
006550     MOVE SPACES TO WAIVER-REASON
006560     EVALUATE TRUE
006570        WHEN ACCT-PROD-CD
006580           MOVE "WAIVED - CD" TO WAIVER-REASON
006590        WHEN ACCT-DORM-ESCHEAT
006600           MOVE "WAIVED - ESCHEAT" TO WAIVER-REASON
006610        WHEN NOT ACCT-FEES-CHARGED
006620           STRING "WAIVED - CODE " DELIMITED BY SIZE
006630                  ACCT-FEE-WAIVER-CODE DELIMITED BY SIZE
006640              INTO WAIVER-REASON
006650     END-EVALUATE.
006660 2500-EXIT.
006670     EXIT.
006680*****************************************************************
006690* 2600-LIST-WAIVED-FEES
006700*   Lists each fee due on a waived account with the reason,
006710*   so the register shows the income foregone.
006720*****************************************************************
006730 2600-LIST-WAIVED-FEES.
006740     ADD 1 TO ACCOUNTS-WAIVED-COUNT
006750     MOVE WAIVER-REASON TO RDL-DISPOSITION
006760     IF MAINTENANCE-FEE-DUE NOT = ZERO
006770        MOVE "MAINTENANCE" TO RDL-FEE-TYPE
006780        MOVE MAINTENANCE-FEE-DUE TO RDL-AMOUNT
006790        PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006800     END-IF
006810     IF EXCESS-WD-FEE-DUE NOT = ZERO
006820        MOVE "EXCESS WDL" TO RDL-FEE-TYPE
006830        MOVE EXCESS-WD-FEE-DUE TO RDL-AMOUNT
006840        PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006850     END-IF
006860     ADD MAINTENANCE-FEE-DUE EXCESS-WD-FEE-DUE
006870        TO FEES-WAIVED-TOTAL.
006880 2600-EXIT.
006890     EXIT.
006900*****************************************************************
006910* 2700-CHARGE-FEES
006920*   Charges the maintenance fee, then the excess-withdrawal
006930*   fee, each against what is left of the balance, debits
006940*   the total from the position in place with the run date
006950*   as its last fee date, and appends the account's fee
006960*   record to the GL extract.  The register line for each
006970*   fee is written before the rewrite, against the balance
006980*   as it stood.
006990*****************************************************************
007000 2700-CHARGE-FEES.
007010     MOVE ZERO TO ACCOUNT-FEE-TOTAL
007020     MOVE CUR-BALANCE TO BALANCE-AVAILABLE
007030     IF BALANCE-AVAILABLE < ZERO
007040        MOVE ZERO TO BALANCE-AVAILABLE
007050     END-IF
007060     IF MAINTENANCE-FEE-DUE NOT = ZERO
007070        MOVE "MAINTENANCE" TO RDL-FEE-TYPE
007080        MOVE MAINTENANCE-FEE-DUE TO FEE-DUE
007090        PERFORM 2710-CHARGE-ONE-FEE THRU 2710-EXIT
007100        ADD FEE-CHARGED TO MAINTENANCE-CHARGED-TOTAL
007110     END-IF
007120     IF EXCESS-WD-FEE-DUE NOT = ZERO
007130        MOVE "EXCESS WDL" TO RDL-FEE-TYPE
007140        MOVE EXCESS-WD-FEE-DUE TO FEE-DUE
007150        PERFORM 2710-CHARGE-ONE-FEE THRU 2710-EXIT
007160        ADD FEE-CHARGED TO EXCESS-WD-CHARGED-TOTAL
007170     END-IF
007180     IF ACCOUNT-FEE-TOTAL = ZERO
007190        GO TO 2700-EXIT
007200     END-IF
007210     SUBTRACT ACCOUNT-FEE-TOTAL FROM CUR-BALANCE
007220     MOVE CTL-RUN-DATE TO CUR-LAST-FEE-DATE
007230     REWRITE CURRENT-POSITION-RECORD
007240     IF NOT CURRNEW-OK
007250        DISPLAY "FEE_ASSESS: REWRITE FAILED FOR ACCOUNT "
007260           CUR-ACCT-NUMBER ", STATUS " CURRNEW-STATUS
007270        MOVE "Y" TO UPDATE-FAILED-SWITCH
007280        GO TO 2700-EXIT
007290     END-IF
007300     ADD 1 TO ACCOUNTS-CHARGED-COUNT
007310     ADD ACCOUNT-FEE-TOTAL TO FEES-CHARGED-TOTAL
007320     PERFORM 2800-WRITE-GL-EXTRACT THRU 2800-EXIT.
007330 2700-EXIT.
007340     EXIT.
007350*****************************************************************
007360* 2710-CHARGE-ONE-FEE
007370*   Charges one fee against the balance still available and
007380*   lists it.  A fee larger than the balance left is charged
007390*   only down to zero, and the rest goes uncollected.  The
007400*   fee type and amount due are placed by the caller before
007410*   the perform.
007420*****************************************************************
007430 2710-CHARGE-ONE-FEE.
007440     IF FEE-DUE > BALANCE-AVAILABLE
007450        MOVE BALANCE-AVAILABLE TO FEE-CHARGED
007460     ELSE
007470        MOVE FEE-DUE TO FEE-CHARGED
007480     END-IF
007490     SUBTRACT FEE-CHARGED FROM BALANCE-AVAILABLE
007500     ADD FEE-CHARGED TO ACCOUNT-FEE-TOTAL
007510     COMPUTE FEES-UNCOLLECTED-TOTAL =
007520        FEES-UNCOLLECTED-TOTAL + FEE-DUE - FEE-CHARGED
007530     EVALUATE TRUE
007540        WHEN FEE-CHARGED = FEE-DUE
007550           MOVE "CHARGED" TO RDL-DISPOSITION
007560        WHEN FEE-CHARGED = ZERO
007570           MOVE "NOT CHARGED - NO BAL" TO RDL-DISPOSITION
007580        WHEN OTHER
007590           MOVE "CAPPED AT BALANCE" TO RDL-DISPOSITION
007600     END-EVALUATE
007610     MOVE FEE-CHARGED TO RDL-AMOUNT
007620     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
007630 2710-EXIT.
007640     EXIT.
007650*****************************************************************
007660* 2800-WRITE-GL-EXTRACT
007670*   Appends the account's fee record to the GL extract: no
007680*   interest, the balance after the fee, and the fee
007690*   charged, for GL_VOUCHER to post to the product's fee-
007700*   income account.
007710*****************************************************************
007720 2800-WRITE-GL-EXTRACT.
007730     MOVE SPACES TO GL-EXTRACT-RECORD
007740     MOVE CUR-ACCT-NUMBER    TO GLX-ACCOUNT-NUMBER
007750     MOVE CUR-PERIOD-NUMBER  TO GLX-PERIOD-NUMBER
007760     MOVE ZERO               TO GLX-INTEREST-EARNED
007770     MOVE CUR-BALANCE        TO GLX-ENDING-BALANCE
007780     MOVE ZERO               TO GLX-BACKUP-WITHHELD
007790     MOVE ZERO               TO GLX-INTEREST-PAID-OUT
007800     MOVE ACCOUNT-FEE-TOTAL  TO GLX-FEE-ASSESSED
007810     WRITE GL-EXTRACT-RECORD
007820     IF NOT GLEXTRCT-OK
007830        DISPLAY "FEE_ASSESS: GLEXTRCT WRITE FAILED FOR ACCOUNT "
007840           CUR-ACCT-NUMBER ", STATUS " GLEXTRCT-STATUS
007850        MOVE "Y" TO UPDATE-FAILED-SWITCH
007860        GO TO 2800-EXIT
007870     END-IF
007880     ADD 1 TO GL-WRITTEN-COUNT
007890     ADD GLX-FEE-ASSESSED TO GL-FEE-TOTAL.
007900 2800-EXIT.
007910     EXIT.
007920*****************************************************************
007930* 2900-WRITE-REGISTER-LINE
007940*   Writes one fee's register line.  The fee type, amount
007950*   and disposition are placed by the caller before the
007960*   perform.
007970*****************************************************************
007980 2900-WRITE-REGISTER-LINE.
007990     MOVE CUR-ACCT-NUMBER    TO RDL-ACCT-NUMBER
008000     MOVE HELD-PRODUCT-TYPE  TO RDL-PRODUCT-TYPE
008010     MOVE ACCT-COMPOUND-FREQ TO RDL-COMPOUND-FREQ
008020     MOVE CUR-BALANCE        TO RDL-BALANCE
008030     MOVE WITHDRAWAL-COUNT   TO RDL-WITHDRAWALS
008040     WRITE FEE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
008050 2900-EXIT.
008060     EXIT.
008070*****************************************************************
008080* 3000-UPDATE-RUN-CONTROL
008090*   Adds the fees written to the GL extract onto
008100*   CTL-FEES-ASSESSED and rewrites the run-control record,
008110*   so GL_VOUCHER proves its fee entries against the fees
008120*   actually appended.  A rerun adds only what it charged.
008130*****************************************************************
008140 3000-UPDATE-RUN-CONTROL.
008150     IF CTL-FEES-ASSESSED IS NOT NUMERIC
008160        MOVE ZERO TO CTL-FEES-ASSESSED
008170     END-IF
008180     ADD GL-FEE-TOTAL TO CTL-FEES-ASSESSED
008190     REWRITE RUN-CONTROL-RECORD
008200     IF NOT RUNCTL-OK
008210        DISPLAY "FEE_ASSESS: RUNCTL REWRITE FAILED, STATUS "
008220           RUNCTL-STATUS
008230        MOVE "Y" TO UPDATE-FAILED-SWITCH
008240     END-IF.
008250 3000-EXIT.
008260     EXIT.
008270*****************************************************************
008280* 4000-WRITE-REGISTER-TOTALS
008290*   Writes the register's closing totals.  The fees charged
008300*   equal the fees written to the GL extract, and the fees
008310*   due equal those charged, waived and left uncollected.
008320*****************************************************************
008330 4000-WRITE-REGISTER-TOTALS.
008340     MOVE "POSITION RECORDS READ          :" TO RCL-LABEL
008350     MOVE POSITION-READ-COUNT TO RCL-COUNT
008360     WRITE FEE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008370     MOVE "ALREADY CHARGED THIS RUN DATE  :" TO RCL-LABEL
008380     MOVE ALREADY-CHARGED-COUNT TO RCL-COUNT
008390     WRITE FEE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008400     MOVE "POSITIONS NOT ON MASTER        :" TO RCL-LABEL
008410     MOVE NO-MASTER-COUNT TO RCL-COUNT
008420     WRITE FEE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008430     MOVE "ACCOUNTS WITH NO FEE SCHEDULE  :" TO RCL-LABEL
008440     MOVE NO-SCHEDULE-COUNT TO RCL-COUNT
008450     WRITE FEE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008460     MOVE "ACCOUNTS CHARGED               :" TO RCL-LABEL
008470     MOVE ACCOUNTS-CHARGED-COUNT TO RCL-COUNT
008480     WRITE FEE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008490     MOVE "ACCOUNTS WAIVED                :" TO RCL-LABEL
008500     MOVE ACCOUNTS-WAIVED-COUNT TO RCL-COUNT
008510     WRITE FEE-REGISTER-LINE FROM REGISTER-COUNT-LINE
008520     MOVE "FEES DUE                       :" TO RAL-LABEL
008530     MOVE FEES-DUE-TOTAL TO RAL-AMOUNT
008540     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008550     MOVE "MAINTENANCE FEES CHARGED       :" TO RAL-LABEL
008560     MOVE MAINTENANCE-CHARGED-TOTAL TO RAL-AMOUNT
008570     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008580     MOVE "EXCESS WITHDRAWAL FEES CHARGED :" TO RAL-LABEL
008590     MOVE EXCESS-WD-CHARGED-TOTAL TO RAL-AMOUNT
008600     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008610     MOVE "FEES CHARGED                   :" TO RAL-LABEL
008620     MOVE FEES-CHARGED-TOTAL TO RAL-AMOUNT
008630     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008640     MOVE "FEES WAIVED                    :" TO RAL-LABEL
008650     MOVE FEES-WAIVED-TOTAL TO RAL-AMOUNT
008660     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008670     MOVE "FEES UNCOLLECTED               :" TO RAL-LABEL
008680     MOVE FEES-UNCOLLECTED-TOTAL TO RAL-AMOUNT
008690     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008700     MOVE "FEES WRITTEN TO GL EXTRACT     :" TO RAL-LABEL
008710     MOVE GL-FEE-TOTAL TO RAL-AMOUNT
008720     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
008730     MOVE "RUN CONTROL FEES ASSESSED      :" TO RAL-LABEL
008740     MOVE CTL-FEES-ASSESSED TO RAL-AMOUNT
008750     WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
008760 4000-EXIT.
008770     EXIT.
008780*****************************************************************
008790* 9000-TERMINATE
008800*   Displays the run totals, closes every file, and sets the
008810*   return code: 8 when the run was refused or a position,
008820*   extract or run-control update failed (the scheduler
008830*   holds GL_VOUCHER back), 0 otherwise - including a night
008840*   that is not a month-end.
008850*****************************************************************
008860 9000-TERMINATE.
008870     DISPLAY "FEE_ASSESS: " POSITION-READ-COUNT
008880        " POSITION RECORD(S) READ"
008890     DISPLAY "FEE_ASSESS: " ACCOUNTS-CHARGED-COUNT
008900        " ACCOUNT(S) CHARGED TOTALING $" FEES-CHARGED-TOTAL
008910     DISPLAY "FEE_ASSESS: " ACCOUNTS-WAIVED-COUNT
008920        " ACCOUNT(S) WAIVED TOTALING $" FEES-WAIVED-TOTAL
008930     CLOSE RUN-CONTROL-FILE
008940           CURRENT-POSITION-FILE
008950           ACCOUNT-MASTER-FILE
008960           TRANSACTION-FILE
008970           GL-EXTRACT-FILE
008980           FEE-REGISTER-FILE
008990     IF RUN-ERROR OR UPDATE-FAILED
009000        MOVE 8 TO STEP-CONDITION-CODE
009010     END-IF
009020     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
009030     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
009040 9000-EXIT.
009050     EXIT.
009060*****************************************************************
009070* 9500-WRITE-JOB-STATUS
009080*   Appends this step's machine-readable status record to the
009090*   shared job-stream status file for NIGHT_STATUS to
009100*   summarize.  The condition code is placed by the caller
009110*   before the perform.
009120*****************************************************************
009130 9500-WRITE-JOB-STATUS.
009140     OPEN EXTEND JOB-STATUS-FILE
009150     IF NOT JOBSTAT-OK
009160        DISPLAY "FEE_ASSESS: UNABLE TO OPEN JOBSTAT, STATUS "
009170           JOBSTAT-STATUS
009180        GO TO 9500-EXIT
009190     END-IF
009200     MOVE SPACES TO JOB-STATUS-RECORD
009210     MOVE "FEE_ASSESS" TO JS-PROGRAM-NAME
009220     MOVE FEE-RUN-DATE TO JS-RUN-DATE
009230     MOVE FEE-RUN-TIME TO JS-RUN-TIME
009240     MOVE POSITION-READ-COUNT TO JS-RECORDS-READ
009250     MOVE GL-WRITTEN-COUNT TO JS-RECORDS-WRITTEN
009260     MOVE ZERO TO JS-ERROR-COUNT
009270     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
009280     WRITE JOB-STATUS-RECORD
009290     CLOSE JOB-STATUS-FILE.
009300 9500-EXIT.
009310     EXIT.
009320 END PROGRAM fee_assess.
