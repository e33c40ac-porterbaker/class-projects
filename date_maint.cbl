000100*****************************************************************
000110* Program: DATE_MAINT
000120* Installation: Consumer Banking Systems
000130* Author: J. Baker
000140* Date-Written: 10/15/26
000150*
000160* Purpose: Applies operations' controlled changes to the
000170* system date-control record (DATECTL) - the last business
000180* date the night stream completed and the next date it is to
000190* process, which every night-stream program checks its run
000200* date against.  Three actions are accepted: initialize both
000210* dates, override the next processing date (back to a
000220* completed date for a deliberate rerun, or ahead past a night
000230* that is not to be run), and complete a night that ended with
000240* warnings once it has been reviewed.  Every processing date
000250* set must be a business day on the bank calendar (CALFILE),
000260* and every transaction must carry the operator and the
000270* reason.  Each transaction, applied or rejected, is listed
000280* with the control dates before and after on the date-control
000290* audit report, which closes with the approval sign-off line.
000300*
000310* Modification History
000320* ----------------------------------------------------------------
000330* DATE       INIT  DESCRIPTION
000340* 10/15/26   JWB   Original version.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. date_maint.
000380 AUTHOR. J BAKER.
000390 INSTALLATION. CONSUMER BANKING SYSTEMS.
000400 DATE-WRITTEN. 10/15/26.
000410 DATE-COMPILED.
000420*****************************************************************
000430* ENVIRONMENT DIVISION
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000480 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS DATECTL-STATUS.
000550     SELECT DATE-TRANSACTION-FILE ASSIGN TO "DATETRX"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS DATETRX-STATUS.
000590     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS CALFILE-STATUS.
000630     SELECT DATE-AUDIT-FILE ASSIGN TO "DATERPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DATERPT-STATUS.
000660     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS JOBSTAT-STATUS.
000700*****************************************************************
000710* DATA DIVISION
000720*****************************************************************
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DATE-CONTROL-FILE
000760     RECORDING MODE IS F.
000770     COPY DATECTL.
000780 FD  DATE-TRANSACTION-FILE
000790     RECORDING MODE IS F.
000800     COPY DATETRAN.
000810 FD  CALENDAR-FILE
000820     RECORDING MODE IS F.
000830     COPY CALREC.
000840 FD  DATE-AUDIT-FILE.
000850     COPY DATERPT.
000860 01  DATE-AUDIT-REPORT-LINE      PIC X(80).
000870 FD  JOB-STATUS-FILE
000880     RECORDING MODE IS F.
000890     COPY JOBSTAT.
000900 WORKING-STORAGE SECTION.
000910*> ----------------------------------------------------------
000920*> File status and end-of-file switches
000930*> ----------------------------------------------------------
000940 01  DATECTL-STATUS          PIC X(02) VALUE "00".
000950     88  DATECTL-OK                    VALUE "00".
000960     88  DATECTL-ABSENT                VALUE "05".
000970 01  DATETRX-STATUS          PIC X(02) VALUE "00".
000980     88  DATETRX-OK                    VALUE "00".
000990 01  CALFILE-STATUS          PIC X(02) VALUE "00".
001000     88  CALFILE-OK                    VALUE "00".
001010     88  CALFILE-EOF                   VALUE "10".
001020 01  DATERPT-STATUS          PIC X(02) VALUE "00".
001030     88  DATERPT-OK                    VALUE "00".
001040 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001050     88  JOBSTAT-OK                    VALUE "00".
001060 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001070 01  PROGRAM-SWITCHES.
001080     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001090         88  RUN-ERROR                 VALUE "Y".
001100     05  DATETRX-EOF-SWITCH   PIC X(01) VALUE "N".
001110         88  DATETRX-EXHAUSTED         VALUE "Y".
001120     05  CONTROL-ON-FILE-SWITCH PIC X(01) VALUE "N".
001130         88  CONTROL-ON-FILE           VALUE "Y".
001140     05  CONTROL-CHANGED-SWITCH PIC X(01) VALUE "N".
001150         88  CONTROL-CHANGED           VALUE "Y".
001160     05  DATE-VALID-SWITCH    PIC X(01) VALUE "N".
001170         88  DATE-IS-VALID             VALUE "Y".
001180*> ----------------------------------------------------------
001190*> Date-control record held for the update.  Each applied
001200*> transaction changes the held copy, and the file is
001210*> rewritten from it once every transaction has been weighed.
001220*> ----------------------------------------------------------
001230 COPY DATECTL
001240     REPLACING ==DATE-CONTROL-RECORD== BY ==DTH-CONTROL-RECORD==
001250               LEADING ==DTC== BY ==DTH==.
001260 01  BEFORE-LAST-DATE        PIC 9(08) VALUE 0.
001270 01  BEFORE-NEXT-DATE        PIC 9(08) VALUE 0.
001280 01  EXPECTED-NEXT-DATE      PIC 9(08) VALUE 0.
001290 01  AUDIT-RESULT            PIC X(20) VALUE SPACES.
001300 01  REJECT-TEXT             PIC X(40) VALUE SPACES.
001310*> ----------------------------------------------------------
001320*> Bank business-day calendar, loaded once at initialization.
001330*> The file lists only the non-business days, so a date with
001340*> no entry is a business day; a run with no calendar file
001350*> treats every day as a business day.
001360*> ----------------------------------------------------------
001370 01  CALENDAR-ENTRY-MAX      PIC 9(04) COMP VALUE 800.
001380 01  CALENDAR-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
001390 01  CAL-SUB                 PIC 9(04) COMP VALUE 0.
001400 01  CALENDAR-TABLE-AREA.
001410     05  CALENDAR-ENTRY OCCURS 800 TIMES.
001420         10  CE-DATE             PIC 9(08).
001430         10  CE-DAY-TYPE         PIC X(01).
001440 01  LOOKUP-DATE             PIC 9(08) VALUE 0.
001450 01  LOOKUP-DATE-SPLIT REDEFINES LOOKUP-DATE.
001460     05  LOOKUP-CCYY         PIC 9(04).
001470     05  LOOKUP-MM           PIC 9(02).
001480     05  LOOKUP-DD           PIC 9(02).
001490 01  DATE-FOUND-SWITCH       PIC X(01) VALUE "N".
001500     88  CALENDAR-DATE-FOUND           VALUE "Y".
001510 01  DATE-BUSINESS-SWITCH    PIC X(01) VALUE "Y".
001520     88  DATE-IS-BUSINESS              VALUE "Y".
001530 01  MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
001540 01  LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
001550 01  LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
001560 01  NEXT-DAY-STEP-COUNT     PIC 9(02) COMP VALUE 0.
001570*> ----------------------------------------------------------
001580*> Run stamp and audit report lines
001590*> ----------------------------------------------------------
001600 01  MAINT-RUN-DATE          PIC 9(08) VALUE 0.
001610 01  MAINT-RUN-TIME          PIC 9(08) VALUE 0.
001620 01  AUDIT-HEADING-LINE.
001630     05  FILLER              PIC X(34)
001640         VALUE "DATE CONTROL MAINTENANCE AUDIT    ".
001650     05  FILLER              PIC X(09) VALUE "RUN DATE ".
001660     05  AHL-RUN-DATE        PIC 9(08).
001670     05  FILLER              PIC X(06) VALUE " TIME ".
001680     05  AHL-RUN-TIME        PIC 9(08).
001690 01  AUDIT-CONTROL-LINE.
001700     05  ACL-LABEL           PIC X(24).
001710     05  FILLER              PIC X(15) VALUE "LAST COMPLETED ".
001720     05  ACL-LAST-DATE       PIC 9(08).
001730     05  FILLER              PIC X(17)
001740         VALUE "  NEXT PROCESSING".
001750     05  FILLER              PIC X(01) VALUE SPACE.
001760     05  ACL-NEXT-DATE       PIC 9(08).
001770 01  AUDIT-COLUMN-LINE.
001780     05  FILLER              PIC X(10) VALUE "ACTION".
001790     05  FILLER              PIC X(10) VALUE "OPERATOR".
001800     05  FILLER              PIC X(10) VALUE "OLD LAST".
001810     05  FILLER              PIC X(10) VALUE "OLD NEXT".
001820     05  FILLER              PIC X(10) VALUE "NEW LAST".
001830     05  FILLER              PIC X(10) VALUE "NEW NEXT".
001840     05  FILLER              PIC X(06) VALUE "RESULT".
001850 01  AUDIT-COUNT-LINE.
001860     05  ADL-LABEL           PIC X(32).
001870     05  FILLER              PIC X(01) VALUE SPACE.
001880     05  ADL-COUNT           PIC Z(06)9.
001890 01  AUDIT-SIGNOFF-LINE.
001900     05  FILLER              PIC X(13) VALUE "APPROVED BY: ".
001910     05  FILLER              PIC X(33) VALUE ALL "_".
001920     05  FILLER              PIC X(08) VALUE "  DATE: ".
001930     05  FILLER              PIC X(10) VALUE ALL "_".
001940*> ----------------------------------------------------------
001950*> Run counters
001960*> ----------------------------------------------------------
001970 77  DATE-TRAN-READ-COUNT    PIC 9(07) VALUE 0.
001980 77  DATE-APPLIED-COUNT      PIC 9(07) VALUE 0.
001990 77  DATE-REJECT-COUNT       PIC 9(07) VALUE 0.
002000 PROCEDURE DIVISION.
002010*****************************************************************
002020* 0000-MAINLINE
002030*   Top level driver - reads the control record on file,
002040*   applies one maintenance transaction per pass to the held
002050*   copy, then rewrites the control file and closes the audit
002060*   report.
002070*****************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002100     IF NOT RUN-ERROR
002110        PERFORM 2000-APPLY-DATE-TRAN THRU 2000-EXIT
002120            UNTIL DATETRX-EXHAUSTED
002130        PERFORM 3000-WRITE-DATE-CONTROL THRU 3000-EXIT
002140        PERFORM 4000-WRITE-AUDIT-TOTALS THRU 4000-EXIT
002150     END-IF
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT
002170     STOP RUN.
002180*****************************************************************
002190* 1000-INITIALIZE
002200*   Opens the transaction and report files, writes the dated
002210*   heading, reads the control record on file, loads the bank
002220*   calendar, and primes the transaction read-ahead buffer.
002230*****************************************************************
002240 1000-INITIALIZE.
002250     OPEN INPUT DATE-TRANSACTION-FILE
002260     IF NOT DATETRX-OK
002270        DISPLAY "DATE_MAINT: UNABLE TO OPEN DATETRX, STATUS "
002280           DATETRX-STATUS
002290        MOVE "Y" TO RUN-ERROR-SWITCH
002300     END-IF
002310     OPEN OUTPUT DATE-AUDIT-FILE
002320     IF NOT DATERPT-OK
002330        DISPLAY "DATE_MAINT: UNABLE TO OPEN DATERPT, STATUS "
002340           DATERPT-STATUS
002350        MOVE "Y" TO RUN-ERROR-SWITCH
002360     END-IF
002370     ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD
002380     ACCEPT MAINT-RUN-TIME FROM TIME
002390     IF RUN-ERROR
002400        GO TO 1000-EXIT
002410     END-IF
002420     MOVE MAINT-RUN-DATE TO AHL-RUN-DATE
002430     MOVE MAINT-RUN-TIME TO AHL-RUN-TIME
002440     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-HEADING-LINE
002450     PERFORM 1100-READ-DATE-CONTROL THRU 1100-EXIT
002460     IF RUN-ERROR
002470        GO TO 1000-EXIT
002480     END-IF
002490     MOVE "CONTROL DATES ON FILE:  " TO ACL-LABEL
002500     MOVE DTH-LAST-COMPLETED-DATE TO ACL-LAST-DATE
002510     MOVE DTH-NEXT-PROCESS-DATE TO ACL-NEXT-DATE
002520     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-CONTROL-LINE
002530     MOVE SPACES TO DATE-AUDIT-REPORT-LINE
002540     WRITE DATE-AUDIT-REPORT-LINE
002550     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-COLUMN-LINE
002560     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
002570     PERFORM 1200-READ-DATE-TRAN THRU 1200-EXIT.
002580 1000-EXIT.
002590     EXIT.
002600*****************************************************************
002610* 1100-READ-DATE-CONTROL
002620*   Reads the control record on file into the hold area.  The
002630*   file is optional: with no record on file only an
002640*   initialize can be applied.
002650*****************************************************************
002660 1100-READ-DATE-CONTROL.
002670     MOVE SPACES TO DTH-CONTROL-RECORD
002680     MOVE ZERO TO DTH-LAST-COMPLETED-DATE
002690     MOVE ZERO TO DTH-NEXT-PROCESS-DATE
002700     OPEN INPUT DATE-CONTROL-FILE
002710     IF DATECTL-ABSENT
002720        DISPLAY "DATE_MAINT: NO DATE CONTROL ON FILE - ONLY AN "
002730           "INITIALIZE CAN BE APPLIED"
002740        CLOSE DATE-CONTROL-FILE
002750        GO TO 1100-EXIT
002760     END-IF
002770     IF NOT DATECTL-OK
002780        DISPLAY "DATE_MAINT: UNABLE TO OPEN DATECTL, STATUS "
002790           DATECTL-STATUS
002800        MOVE "Y" TO RUN-ERROR-SWITCH
002810        GO TO 1100-EXIT
002820     END-IF
002830     READ DATE-CONTROL-FILE
002840         AT END
002850             DISPLAY "DATE_MAINT: DATECTL IS EMPTY - ONLY AN "
002860                "INITIALIZE CAN BE APPLIED"
002870         NOT AT END
002880             MOVE DATE-CONTROL-RECORD TO DTH-CONTROL-RECORD
002890             MOVE "Y" TO CONTROL-ON-FILE-SWITCH
002900     END-READ
002910     CLOSE DATE-CONTROL-FILE.
002920 1100-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 1200-READ-DATE-TRAN
002960*   Reads the next maintenance transaction into the read-ahead
002970*   buffer.
002980*****************************************************************
002990 1200-READ-DATE-TRAN.
003000     READ DATE-TRANSACTION-FILE
003010        AT END MOVE "Y" TO DATETRX-EOF-SWITCH
003020        NOT AT END ADD 1 TO DATE-TRAN-READ-COUNT
003030     END-READ.
003040 1200-EXIT.
003050     EXIT.
003060*****************************************************************
003070* 1300-LOAD-CALENDAR
003080*   Loads the bank business-day calendar into working storage.
003090*   The file is optional: a run with no calendar leaves the
003100*   entry count at zero and every day is taken as a business
003110*   day.
003120*****************************************************************
003130 1300-LOAD-CALENDAR.
003140     OPEN INPUT CALENDAR-FILE
003150     IF NOT CALFILE-OK
003160        DISPLAY "DATE_MAINT: NO BANK CALENDAR, STATUS "
003170           CALFILE-STATUS
003180           " - EVERY DAY TAKEN AS A BUSINESS DAY"
003190        CLOSE CALENDAR-FILE
003200        GO TO 1300-EXIT
003210     END-IF
003220     PERFORM 1310-READ-CALENDAR-ENTRY THRU 1310-EXIT
003230        UNTIL CALFILE-EOF
003240           OR CALENDAR-ENTRY-COUNT = CALENDAR-ENTRY-MAX
003250     IF NOT CALFILE-EOF
003260        DISPLAY "DATE_MAINT: CALENDAR TRUNCATED AT "
003270           CALENDAR-ENTRY-MAX " ENTRIES"
003280     END-IF
003290     CLOSE CALENDAR-FILE.
003300 1300-EXIT.
003310     EXIT.
003320*****************************************************************
003330* 1310-READ-CALENDAR-ENTRY
003340*   Reads one calendar record into the next table slot.
003350*****************************************************************
003360 1310-READ-CALENDAR-ENTRY.
003370     READ CALENDAR-FILE
003380         AT END
003390             GO TO 1310-EXIT
003400     END-READ
003410     ADD 1 TO CALENDAR-ENTRY-COUNT
003420     MOVE CAL-DATE TO
003430        CE-DATE (CALENDAR-ENTRY-COUNT)
003440     MOVE CAL-DAY-TYPE TO
003450        CE-DAY-TYPE (CALENDAR-ENTRY-COUNT).
003460 1310-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 2000-APPLY-DATE-TRAN
003500*   Routes one maintenance transaction to its action paragraph
003510*   after the common edits.  Every change must name the
003520*   operator and the reason; an action code the program does
003530*   not recognize is rejected.
003540*****************************************************************
003550 2000-APPLY-DATE-TRAN.
003560     MOVE DTH-LAST-COMPLETED-DATE TO BEFORE-LAST-DATE
003570     MOVE DTH-NEXT-PROCESS-DATE TO BEFORE-NEXT-DATE
003580     IF DTT-OPERATOR-ID = SPACES
003590        MOVE "OPERATOR ID REQUIRED" TO REJECT-TEXT
003600        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003610        GO TO 2000-NEXT
003620     END-IF
003630     IF DTT-REASON = SPACES
003640        MOVE "REASON REQUIRED" TO REJECT-TEXT
003650        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003660        GO TO 2000-NEXT
003670     END-IF
003680     EVALUATE TRUE
003690        WHEN DTT-ACTION-INITIALIZE
003700           PERFORM 2110-INITIALIZE-DATES THRU 2110-EXIT
003710        WHEN DTT-ACTION-OVERRIDE
003720           PERFORM 2120-OVERRIDE-NEXT-DATE THRU 2120-EXIT
003730        WHEN DTT-ACTION-COMPLETE
003740           PERFORM 2130-COMPLETE-NIGHT THRU 2130-EXIT
003750        WHEN OTHER
003760           MOVE "INVALID ACTION CODE" TO REJECT-TEXT
003770           PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003780     END-EVALUATE.
003790 2000-NEXT.
003800     PERFORM 1200-READ-DATE-TRAN THRU 1200-EXIT.
003810 2000-EXIT.
003820     EXIT.
003830*****************************************************************
003840* 2110-INITIALIZE-DATES
003850*   Sets both control dates.  Both must be real calendar
003860*   dates, the processing date a business day after the
003870*   completed one.
003880*****************************************************************
003890 2110-INITIALIZE-DATES.
003900     MOVE DTT-LAST-COMPLETED-DATE TO LOOKUP-DATE
003910     PERFORM 2500-EDIT-CALENDAR-DATE THRU 2500-EXIT
003920     IF NOT DATE-IS-VALID
003930        MOVE "INVALID LAST COMPLETED DATE" TO REJECT-TEXT
003940        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003950        GO TO 2110-EXIT
003960     END-IF
003970     PERFORM 2510-EDIT-PROCESS-DATE THRU 2510-EXIT
003980     IF NOT DATE-IS-VALID
003990        GO TO 2110-EXIT
004000     END-IF
004010     IF DTT-PROCESS-DATE NOT > DTT-LAST-COMPLETED-DATE
004020        MOVE "PROCESS DATE NOT AFTER LAST COMPLETED"
004030           TO REJECT-TEXT
004040        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004050        GO TO 2110-EXIT
004060     END-IF
004070     MOVE DTT-LAST-COMPLETED-DATE TO DTH-LAST-COMPLETED-DATE
004080     MOVE DTT-PROCESS-DATE TO DTH-NEXT-PROCESS-DATE
004090     MOVE "I" TO DTH-UPDATE-TYPE
004100     MOVE "APPLIED - INITIAL" TO AUDIT-RESULT
004110     PERFORM 2300-RECORD-APPLIED THRU 2300-EXIT.
004120 2110-EXIT.
004130     EXIT.
004140*****************************************************************
004150* 2120-OVERRIDE-NEXT-DATE
004160*   Sets the next processing date, leaving the last completed
004170*   date alone.  The audit result says what the override does:
004180*   a date not after the last completed date reruns a
004190*   completed night, one past the business day after it skips
004200*   the nights between, and the business day after it puts the
004210*   control back to the expected date.
004220*****************************************************************
004230 2120-OVERRIDE-NEXT-DATE.
004240     IF NOT CONTROL-ON-FILE
004250        MOVE "NO DATE CONTROL ON FILE" TO REJECT-TEXT
004260        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004270        GO TO 2120-EXIT
004280     END-IF
004290     PERFORM 2510-EDIT-PROCESS-DATE THRU 2510-EXIT
004300     IF NOT DATE-IS-VALID
004310        GO TO 2120-EXIT
004320     END-IF
004330     IF DTT-PROCESS-DATE = DTH-NEXT-PROCESS-DATE
004340        MOVE "ALREADY THE NEXT PROCESSING DATE" TO REJECT-TEXT
004350        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004360        GO TO 2120-EXIT
004370     END-IF
004380     MOVE DTH-LAST-COMPLETED-DATE TO LOOKUP-DATE
004390     PERFORM 8100-NEXT-BUSINESS-DAY THRU 8100-EXIT
004400     MOVE LOOKUP-DATE TO EXPECTED-NEXT-DATE
004410     EVALUATE TRUE
004420        WHEN DTT-PROCESS-DATE NOT > DTH-LAST-COMPLETED-DATE
004430           MOVE "APPLIED - RERUN" TO AUDIT-RESULT
004440        WHEN DTT-PROCESS-DATE > EXPECTED-NEXT-DATE
004450           MOVE "APPLIED - SKIP AHEAD" TO AUDIT-RESULT
004460        WHEN OTHER
004470           MOVE "APPLIED - RESET" TO AUDIT-RESULT
004480     END-EVALUATE
004490     MOVE DTT-PROCESS-DATE TO DTH-NEXT-PROCESS-DATE
004500     MOVE "O" TO DTH-UPDATE-TYPE
004510     PERFORM 2300-RECORD-APPLIED THRU 2300-EXIT.
004520 2120-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 2130-COMPLETE-NIGHT
004560*   Marks the next processing date completed and moves the
004570*   control to the business day after it, as NIGHT_STATUS does
004580*   after a clean night.  The transaction must name the date
004590*   being completed, so a stale transaction cannot complete
004600*   the wrong night.
004610*****************************************************************
004620 2130-COMPLETE-NIGHT.
004630     IF NOT CONTROL-ON-FILE
004640        MOVE "NO DATE CONTROL ON FILE" TO REJECT-TEXT
004650        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004660        GO TO 2130-EXIT
004670     END-IF
004680     IF DTT-PROCESS-DATE NOT = DTH-NEXT-PROCESS-DATE
004690        MOVE "PROCESS DATE IS NOT THE ONE ON FILE" TO REJECT-TEXT
004700        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004710        GO TO 2130-EXIT
004720     END-IF
004730     MOVE DTH-NEXT-PROCESS-DATE TO LOOKUP-DATE
004740     PERFORM 8100-NEXT-BUSINESS-DAY THRU 8100-EXIT
004750     MOVE DTH-NEXT-PROCESS-DATE TO DTH-LAST-COMPLETED-DATE
004760     MOVE LOOKUP-DATE TO DTH-NEXT-PROCESS-DATE
004770     MOVE "C" TO DTH-UPDATE-TYPE
004780     MOVE "APPLIED - COMPLETED" TO AUDIT-RESULT
004790     PERFORM 2300-RECORD-APPLIED THRU 2300-EXIT.
004800 2130-EXIT.
004810     EXIT.
004820*****************************************************************
004830* 2300-RECORD-APPLIED
004840*   Stamps the held control record with this run and lists
004850*   the applied transaction on the audit report.
004860*****************************************************************
004870 2300-RECORD-APPLIED.
004880     MOVE "DATE_MAINT" TO DTH-UPDATED-BY
004890     MOVE MAINT-RUN-DATE TO DTH-UPDATED-DATE
004900     MOVE MAINT-RUN-TIME TO DTH-UPDATED-TIME
004910     MOVE "Y" TO CONTROL-ON-FILE-SWITCH
004920     MOVE "Y" TO CONTROL-CHANGED-SWITCH
004930     ADD 1 TO DATE-APPLIED-COUNT
004940     PERFORM 2600-WRITE-AUDIT-LINE THRU 2600-EXIT.
004950 2300-EXIT.
004960     EXIT.
004970*****************************************************************
004980* 2400-WRITE-REJECT
004990*   Lists a rejected transaction on the audit report with the
005000*   control dates unchanged and the reason it was turned away,
005010*   placed in REJECT-TEXT by the caller.
005020*****************************************************************
005030 2400-WRITE-REJECT.
005040     MOVE "REJECTED" TO AUDIT-RESULT
005050     ADD 1 TO DATE-REJECT-COUNT
005060     PERFORM 2600-WRITE-AUDIT-LINE THRU 2600-EXIT
005070     MOVE SPACES TO DATE-AUDIT-TEXT-LINE
005080     MOVE "REJECTED: " TO DAT-TEXT-TAG
005090     MOVE REJECT-TEXT TO DAT-TEXT
005100     WRITE DATE-AUDIT-TEXT-LINE.
005110 2400-EXIT.
005120     EXIT.
005130*****************************************************************
005140* 2500-EDIT-CALENDAR-DATE
005150*   Sets DATE-IS-VALID when LOOKUP-DATE is a real calendar
005160*   date.
005170*****************************************************************
005180 2500-EDIT-CALENDAR-DATE.
005190     MOVE "N" TO DATE-VALID-SWITCH
005200     IF LOOKUP-DATE IS NOT NUMERIC
005210           OR LOOKUP-CCYY < 1900
005220           OR LOOKUP-MM < 1
005230           OR LOOKUP-MM > 12
005240           OR LOOKUP-DD < 1
005250        GO TO 2500-EXIT
005260     END-IF
005270     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
005280     IF LOOKUP-DD NOT > MONTH-LENGTH
005290        MOVE "Y" TO DATE-VALID-SWITCH
005300     END-IF.
005310 2500-EXIT.
005320     EXIT.
005330*****************************************************************
005340* 2510-EDIT-PROCESS-DATE
005350*   Edits the transaction's processing date: a real calendar
005360*   date that is a business day on the bank calendar.  A
005370*   failing date is rejected here and DATE-IS-VALID is left
005380*   off for the caller.
005390*****************************************************************
005400 2510-EDIT-PROCESS-DATE.
005410     MOVE DTT-PROCESS-DATE TO LOOKUP-DATE
005420     PERFORM 2500-EDIT-CALENDAR-DATE THRU 2500-EXIT
005430     IF NOT DATE-IS-VALID
005440        MOVE "INVALID PROCESS DATE" TO REJECT-TEXT
005450        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005460        GO TO 2510-EXIT
005470     END-IF
005480     PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT
005490     IF NOT DATE-IS-BUSINESS
005500        MOVE "N" TO DATE-VALID-SWITCH
005510        MOVE "PROCESS DATE NOT A BUSINESS DAY" TO REJECT-TEXT
005520        PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005530     END-IF.
005540 2510-EXIT.
005550     EXIT.
005560*****************************************************************
005570* 2600-WRITE-AUDIT-LINE
005580*   Lists one transaction on the audit report: the control
005590*   dates before and after, the result, and the operator's
005600*   stated reason.
005610*****************************************************************
005620 2600-WRITE-AUDIT-LINE.
005630     MOVE SPACES TO DATE-AUDIT-LINE
005640     EVALUATE TRUE
005650        WHEN DTT-ACTION-INITIALIZE
005660           MOVE "INITIALIZE" TO DAL-ACTION-NAME
005670        WHEN DTT-ACTION-OVERRIDE
005680           MOVE "OVERRIDE"   TO DAL-ACTION-NAME
005690        WHEN DTT-ACTION-COMPLETE
005700           MOVE "COMPLETE"   TO DAL-ACTION-NAME
005710        WHEN OTHER
005720           MOVE SPACES       TO DAL-ACTION-NAME
005730           MOVE DTT-ACTION-CODE TO DAL-ACTION-NAME
005740     END-EVALUATE
005750     MOVE DTT-OPERATOR-ID          TO DAL-OPERATOR-ID
005760     MOVE BEFORE-LAST-DATE         TO DAL-OLD-LAST-DATE
005770     MOVE BEFORE-NEXT-DATE         TO DAL-OLD-NEXT-DATE
005780     MOVE DTH-LAST-COMPLETED-DATE  TO DAL-NEW-LAST-DATE
005790     MOVE DTH-NEXT-PROCESS-DATE    TO DAL-NEW-NEXT-DATE
005800     MOVE AUDIT-RESULT             TO DAL-RESULT
005810     WRITE DATE-AUDIT-LINE
005820     MOVE SPACES TO DATE-AUDIT-TEXT-LINE
005830     MOVE "REASON:   " TO DAT-TEXT-TAG
005840     MOVE DTT-REASON   TO DAT-TEXT
005850     WRITE DATE-AUDIT-TEXT-LINE.
005860 2600-EXIT.
005870     EXIT.
005880*****************************************************************
005890* 3000-WRITE-DATE-CONTROL
005900*   Rewrites the control file from the held record when any
005910*   transaction was applied.
005920*****************************************************************
005930 3000-WRITE-DATE-CONTROL.
005940     IF NOT CONTROL-CHANGED
005950        GO TO 3000-EXIT
005960     END-IF
005970     OPEN OUTPUT DATE-CONTROL-FILE
005980     IF NOT DATECTL-OK
005990        DISPLAY "DATE_MAINT: UNABLE TO OPEN DATECTL FOR OUTPUT, "
006000           "STATUS " DATECTL-STATUS
006010        MOVE "Y" TO RUN-ERROR-SWITCH
006020        GO TO 3000-EXIT
006030     END-IF
006040     WRITE DATE-CONTROL-RECORD FROM DTH-CONTROL-RECORD
006050     IF NOT DATECTL-OK
006060        DISPLAY "DATE_MAINT: DATECTL WRITE FAILED, STATUS "
006070           DATECTL-STATUS
006080        MOVE "Y" TO RUN-ERROR-SWITCH
006090     END-IF
006100     CLOSE DATE-CONTROL-FILE.
006110 3000-EXIT.
006120     EXIT.
006130*****************************************************************
006140* 4000-WRITE-AUDIT-TOTALS
006150*   Closes the audit report with the run counts, the control
006160*   dates now on file, and the approval sign-off line.
006170*****************************************************************
006180 4000-WRITE-AUDIT-TOTALS.
006190     MOVE SPACES TO DATE-AUDIT-REPORT-LINE
006200     WRITE DATE-AUDIT-REPORT-LINE
006210     MOVE "TRANSACTIONS READ              :" TO ADL-LABEL
006220     MOVE DATE-TRAN-READ-COUNT TO ADL-COUNT
006230     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-COUNT-LINE
006240     MOVE "TRANSACTIONS APPLIED           :" TO ADL-LABEL
006250     MOVE DATE-APPLIED-COUNT TO ADL-COUNT
006260     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-COUNT-LINE
006270     MOVE "TRANSACTIONS REJECTED          :" TO ADL-LABEL
006280     MOVE DATE-REJECT-COUNT TO ADL-COUNT
006290     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-COUNT-LINE
006300     MOVE SPACES TO DATE-AUDIT-REPORT-LINE
006310     WRITE DATE-AUDIT-REPORT-LINE
006320     EVALUATE TRUE
006330        WHEN RUN-ERROR
006340           MOVE "DATECTL NOT REWRITTEN - SEE RUN LOG"
006350              TO DATE-AUDIT-REPORT-LINE
006360           WRITE DATE-AUDIT-REPORT-LINE
006370        WHEN CONTROL-CHANGED
006380           MOVE "CONTROL DATES NOW:      " TO ACL-LABEL
006390           MOVE DTH-LAST-COMPLETED-DATE TO ACL-LAST-DATE
006400           MOVE DTH-NEXT-PROCESS-DATE TO ACL-NEXT-DATE
006410           WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-CONTROL-LINE
006420        WHEN OTHER
006430           MOVE "CONTROL DATES UNCHANGED"
006440              TO DATE-AUDIT-REPORT-LINE
006450           WRITE DATE-AUDIT-REPORT-LINE
006460     END-EVALUATE
006470     MOVE SPACES TO DATE-AUDIT-REPORT-LINE
006480     WRITE DATE-AUDIT-REPORT-LINE
006490     WRITE DATE-AUDIT-REPORT-LINE FROM AUDIT-SIGNOFF-LINE.
006500 4000-EXIT.
006510     EXIT.
006520*****************************************************************
006530* 8000-LOOKUP-CALENDAR-DATE
006540*   Looks LOOKUP-DATE up on the bank calendar.  A date with no
006550*   entry is a business day - the file lists only the
006560*   exceptions.
006570*****************************************************************
006580 8000-LOOKUP-CALENDAR-DATE.
006590     MOVE "N" TO DATE-FOUND-SWITCH
006600     MOVE "Y" TO DATE-BUSINESS-SWITCH
006610     PERFORM 8010-SCAN-CALENDAR-ENTRY THRU 8010-EXIT
006620        VARYING CAL-SUB FROM 1 BY 1
006630           UNTIL CAL-SUB > CALENDAR-ENTRY-COUNT
006640              OR CALENDAR-DATE-FOUND.
006650 8000-EXIT.
006660     EXIT.
006670*****************************************************************
006680* 8010-SCAN-CALENDAR-ENTRY
006690*   Weighs one calendar entry against the lookup date.
006700*****************************************************************
006710 8010-SCAN-CALENDAR-ENTRY.
006720     IF CE-DATE (CAL-SUB) = LOOKUP-DATE
006730        MOVE "Y" TO DATE-FOUND-SWITCH
006740        IF CE-DAY-TYPE (CAL-SUB) NOT = "B"
006750              AND CE-DAY-TYPE (CAL-SUB) NOT = SPACE
006760           MOVE "N" TO DATE-BUSINESS-SWITCH
006770        END-IF
006780     END-IF.
006790 8010-EXIT.
006800     EXIT.
006810*****************************************************************
006820* 8100-NEXT-BUSINESS-DAY
006830*   Moves LOOKUP-DATE on to the next business day after it on
006840*   the bank calendar.  The step limit guards against a
006850*   calendar mis-keyed with an unbroken run of closed days.
006860*****************************************************************
006870 8100-NEXT-BUSINESS-DAY.
006880     MOVE ZERO TO NEXT-DAY-STEP-COUNT
006890     PERFORM 8110-STEP-AHEAD-ONE-DAY THRU 8110-EXIT
006900     PERFORM 8110-STEP-AHEAD-ONE-DAY THRU 8110-EXIT
006910        UNTIL DATE-IS-BUSINESS
006920           OR NEXT-DAY-STEP-COUNT > 30.
006930 8100-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 8110-STEP-AHEAD-ONE-DAY
006970*   Steps ahead one calendar day and re-checks the calendar.
006980*****************************************************************
006990 8110-STEP-AHEAD-ONE-DAY.
007000     PERFORM 8200-ADVANCE-ONE-DAY THRU 8200-EXIT
007010     ADD 1 TO NEXT-DAY-STEP-COUNT
007020     PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT.
007030 8110-EXIT.
007040     EXIT.
007050*****************************************************************
007060* 8200-ADVANCE-ONE-DAY
007070*   Steps LOOKUP-DATE on one real calendar day, month lengths
007080*   and leap years included.
007090*****************************************************************
007100 8200-ADVANCE-ONE-DAY.
007110     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
007120     IF LOOKUP-DD < MONTH-LENGTH
007130        ADD 1 TO LOOKUP-DD
007140     ELSE
007150        MOVE 1 TO LOOKUP-DD
007160        IF LOOKUP-MM < 12
007170           ADD 1 TO LOOKUP-MM
007180        ELSE
007190           MOVE 1 TO LOOKUP-MM
007200           ADD 1 TO LOOKUP-CCYY
007210        END-IF
007220     END-IF.
007230 8200-EXIT.
007240     EXIT.
007250*****************************************************************
007260* 8210-SET-MONTH-LENGTH
007270*   Sets MONTH-LENGTH to the number of days in the month of
007280*   LOOKUP-DATE, leap years included.
007290*****************************************************************
007300 8210-SET-MONTH-LENGTH.
007310     EVALUATE LOOKUP-MM
007320        WHEN 4
007330        WHEN 6
007340        WHEN 9
007350        WHEN 11
007360           MOVE 30 TO MONTH-LENGTH
007370        WHEN 2
007380           MOVE 28 TO MONTH-LENGTH
007390           DIVIDE LOOKUP-CCYY BY 4
007400              GIVING LEAP-QUOTIENT
007410              REMAINDER LEAP-REMAINDER
007420           IF LEAP-REMAINDER = ZERO
007430              MOVE 29 TO MONTH-LENGTH
007440              DIVIDE LOOKUP-CCYY BY 100
007450                 GIVING LEAP-QUOTIENT
007460                 REMAINDER LEAP-REMAINDER
007470              IF LEAP-REMAINDER = ZERO
007480                 MOVE 28 TO MONTH-LENGTH
007490                 DIVIDE LOOKUP-CCYY BY 400
007500                    GIVING LEAP-QUOTIENT
007510                    REMAINDER LEAP-REMAINDER
007520                 IF LEAP-REMAINDER = ZERO
007530                    MOVE 29 TO MONTH-LENGTH
007540                 END-IF
007550              END-IF
007560           END-IF
007570        WHEN OTHER
007580           MOVE 31 TO MONTH-LENGTH
007590     END-EVALUATE.
007600 8210-EXIT.
007610     EXIT.
007620*****************************************************************
007630* 9000-TERMINATE
007640*   Displays the run totals, closes the files, appends the
007650*   step-status record, and sets the return code: 8 when the
007660*   run failed, 4 when any transaction was rejected, 0
007670*   otherwise.
007680*****************************************************************
007690 9000-TERMINATE.
007700     DISPLAY "DATE_MAINT: " DATE-TRAN-READ-COUNT
007710        " TRANSACTION(S) READ, " DATE-APPLIED-COUNT
007720        " APPLIED, " DATE-REJECT-COUNT " REJECTED"
007730     IF CONTROL-CHANGED AND NOT RUN-ERROR
007740        DISPLAY "DATE_MAINT: LAST COMPLETED DATE "
007750           DTH-LAST-COMPLETED-DATE ", NEXT PROCESSING DATE "
007760           DTH-NEXT-PROCESS-DATE
007770     END-IF
007780     CLOSE DATE-TRANSACTION-FILE
007790           DATE-AUDIT-FILE
007800     EVALUATE TRUE
007810        WHEN RUN-ERROR
007820           MOVE 8 TO STEP-CONDITION-CODE
007830        WHEN DATE-REJECT-COUNT > ZERO
007840           MOVE 4 TO STEP-CONDITION-CODE
007850        WHEN OTHER
007860           MOVE 0 TO STEP-CONDITION-CODE
007870     END-EVALUATE
007880     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
007890     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
007900 9000-EXIT.
007910     EXIT.
007920*****************************************************************
007930* 9500-WRITE-JOB-STATUS
007940*   Appends this step's machine-readable status record to the
007950*   shared job-stream status file for NIGHT_STATUS to
007960*   summarize.  The condition code is placed by the caller
007970*   before the perform.
007980*****************************************************************
007990 9500-WRITE-JOB-STATUS.
008000     OPEN EXTEND JOB-STATUS-FILE
008010     IF NOT JOBSTAT-OK
008020        DISPLAY "DATE_MAINT: UNABLE TO OPEN JOBSTAT, STATUS "
008030           JOBSTAT-STATUS
008040        GO TO 9500-EXIT
008050     END-IF
008060     MOVE SPACES TO JOB-STATUS-RECORD
008070     MOVE "DATE_MAINT" TO JS-PROGRAM-NAME
008080     MOVE MAINT-RUN-DATE TO JS-RUN-DATE
008090     MOVE MAINT-RUN-TIME TO JS-RUN-TIME
008100     MOVE DATE-TRAN-READ-COUNT TO JS-RECORDS-READ
008110     MOVE DATE-APPLIED-COUNT TO JS-RECORDS-WRITTEN
008120     MOVE DATE-REJECT-COUNT TO JS-ERROR-COUNT
008130     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
008140     WRITE JOB-STATUS-RECORD
008150     CLOSE JOB-STATUS-FILE.
008160 9500-EXIT.
008170     EXIT.
008180 END PROGRAM date_maint.
