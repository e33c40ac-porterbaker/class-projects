000210* overall condition of the night (the highest step condition,
000220* or 8 when a required step is missing) as its return code,
000230* which is the one condition the scheduler gates the morning
000240* jobs on.  Only a night that ended clean moves the system
000250* date-control record (DATECTL) on: the processing date just
000260* run becomes the last completed date and the next business
000270* day on the bank calendar (CALFILE) the next processing date.
000280*
000290* Modification History
000300* ----------------------------------------------------------------
000310* DATE       INIT  DESCRIPTION
000320* 09/03/26   JWB   Original version.
000330* 10/15/26   JWB   ACH_ORIG added to the required steps.
000340* 10/15/26   JWB   FEE_ASSESS added to the required steps.
000350* 10/15/26   JWB   ACCT_CLOSE added to the required steps.
000360* 10/15/26   JWB   CASH_CTR added to the required steps.
000370* 10/15/26   JWB   Advances the date-control record to the
000380*                  next business day after a clean night.  A
000390*                  control record that cannot be advanced
000400*                  fails the night.
000410* 10/15/26   JWB   PORT_MIS added to the required steps.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. night_status.
000450 AUTHOR. J BAKER.
000460 INSTALLATION. CONSUMER BANKING SYSTEMS.
000470 DATE-WRITTEN. 09/03/26.
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
000580     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS JOBSTAT-STATUS.
000620     SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS NIGHTRPT-STATUS.
000650     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS DATECTL-STATUS.
000690     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS CALFILE-STATUS.
000730*****************************************************************
000740* DATA DIVISION
000750*****************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  JOB-STATUS-FILE
000790     RECORDING MODE IS F.
000800     COPY JOBSTAT.
000810 FD  NIGHT-REPORT-FILE.
000820 01  NIGHT-REPORT-LINE           PIC X(100).
000830 FD  DATE-CONTROL-FILE
000840     RECORDING MODE IS F.
000850     COPY DATECTL.
000860 FD  CALENDAR-FILE
000870     RECORDING MODE IS F.
000880     COPY CALREC.
000890 WORKING-STORAGE SECTION.
000900*> ----------------------------------------------------------
000910*> File status and end-of-file switches
000920*> ----------------------------------------------------------
000930 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
000940     88  JOBSTAT-OK                    VALUE "00".
000950     88  JOBSTAT-EOF                   VALUE "10".
000960 01  NIGHTRPT-STATUS         PIC X(02) VALUE "00".
000970     88  NIGHTRPT-OK                   VALUE "00".
000980 01  DATECTL-STATUS          PIC X(02) VALUE "00".
000990     88  DATECTL-OK                    VALUE "00".
001000 01  CALFILE-STATUS          PIC X(02) VALUE "00".
001010     88  CALFILE-OK                    VALUE "00".
001020     88  CALFILE-EOF                   VALUE "10".
001030 01  PROGRAM-SWITCHES.
001040     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001050         88  RUN-ERROR                 VALUE "Y".
001060     05  JOBSTAT-EOF-SWITCH   PIC X(01) VALUE "N".
001070         88  JOBSTAT-EXHAUSTED         VALUE "Y".
001080*> ----------------------------------------------------------
001090*> Required nightly steps.  A step that never reported makes
001100*> the whole night a failure, whatever the reported steps
001110*> said - a run that never started writes no record.
001120*> ----------------------------------------------------------
001130 01  REQUIRED-STEP-COUNT     PIC 9(02) COMP VALUE 12.
001140 01  REQUIRED-SUB            PIC 9(02) COMP VALUE 0.
001150 01  REQUIRED-STEP-VALUES.
001160     05  FILLER              PIC X(17) VALUE "TRAN_EDIT       N".
001170     05  FILLER              PIC X(17) VALUE "CASH_CTR        N".
001180     05  FILLER              PIC X(17) VALUE "ACCT_MAINT      N".
001190     05  FILLER              PIC X(17) VALUE "SAVINGS_BAKER   N".
001200     05  FILLER              PIC X(17) VALUE "FEE_ASSESS      N".
001210     05  FILLER              PIC X(17) VALUE "DORM_SCAN       N".
001220     05  FILLER              PIC X(17) VALUE "GL_VOUCHER      N".
001230     05  FILLER              PIC X(17) VALUE "PORT_MIS        N".
001240     05  FILLER              PIC X(17) VALUE "ACCT_CLOSE      N".
001250     05  FILLER              PIC X(17) VALUE "ACH_ORIG        N".
001260     05  FILLER              PIC X(17) VALUE "AUDIT_ARCH      N".
001270     05  FILLER              PIC X(17) VALUE "STMT_PRINT      N".
001280 01  REQUIRED-STEP-TABLE REDEFINES REQUIRED-STEP-VALUES.
001290     05  REQUIRED-STEP OCCURS 12 TIMES.
001300         10  REQ-PROGRAM-NAME    PIC X(16).
001310         10  REQ-SEEN-FLAG       PIC X(01).
001320*> ----------------------------------------------------------
001330*> Overall condition and run counters
001340*> ----------------------------------------------------------
001350 01  OVERALL-CONDITION       PIC 9(02) VALUE 0.
001360 77  STEPS-REPORTED-COUNT    PIC 9(07) VALUE 0.
001370 77  STEPS-FAILED-COUNT      PIC 9(07) VALUE 0.
001380 77  STEPS-WARNING-COUNT     PIC 9(07) VALUE 0.
001390 77  STEPS-MISSING-COUNT     PIC 9(07) VALUE 0.
001400*> ----------------------------------------------------------
001410*> Bank business-day calendar, loaded once at initialization,
001420*> for the step from the processing date just run to the next
001430*> one.  The file lists only the non-business days, so a date
001440*> with no entry is a business day; a run with no calendar
001450*> file treats every day as a business day.
001460*> ----------------------------------------------------------
001470 01  CALENDAR-ENTRY-MAX      PIC 9(04) COMP VALUE 800.
001480 01  CALENDAR-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
001490 01  CAL-SUB                 PIC 9(04) COMP VALUE 0.
001500 01  CALENDAR-TABLE-AREA.
001510     05  CALENDAR-ENTRY OCCURS 800 TIMES.
001520         10  CE-DATE             PIC 9(08).
001530         10  CE-DAY-TYPE         PIC X(01).
001540 01  LOOKUP-DATE             PIC 9(08) VALUE 0.
001550 01  LOOKUP-DATE-SPLIT REDEFINES LOOKUP-DATE.
001560     05  LOOKUP-CCYY         PIC 9(04).
001570     05  LOOKUP-MM           PIC 9(02).
001580     05  LOOKUP-DD           PIC 9(02).
001590 01  DATE-FOUND-SWITCH       PIC X(01) VALUE "N".
001600     88  CALENDAR-DATE-FOUND           VALUE "Y".
001610 01  DATE-BUSINESS-SWITCH    PIC X(01) VALUE "Y".
001620     88  DATE-IS-BUSINESS              VALUE "Y".
001630 01  MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
001640 01  LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
001650 01  LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
001660 01  NEXT-DAY-STEP-COUNT     PIC 9(02) COMP VALUE 0.
001670*> ----------------------------------------------------------
001680*> Status summary print lines
001690*> ----------------------------------------------------------
001700 01  STATUS-RUN-DATE         PIC 9(08) VALUE 0.
001710 01  STATUS-RUN-TIME         PIC 9(08) VALUE 0.
001720 01  NIGHT-HEADING-LINE.
001730     05  FILLER              PIC X(34)
001740         VALUE "NIGHT STREAM STATUS SUMMARY       ".
001750     05  FILLER              PIC X(09) VALUE "RUN DATE ".
001760     05  NHL-RUN-DATE        PIC 9(08).
001770     05  FILLER              PIC X(06) VALUE " TIME ".
001780     05  NHL-RUN-TIME        PIC 9(08).
001790 01  NIGHT-COLUMN-LINE.
001800     05  FILLER              PIC X(16) VALUE "PROGRAM".
001810     05  FILLER              PIC X(02) VALUE SPACES.
001820     05  FILLER              PIC X(08) VALUE "DATE".
001830     05  FILLER              PIC X(02) VALUE SPACES.
001840     05  FILLER              PIC X(08) VALUE "TIME".
001850     05  FILLER              PIC X(02) VALUE SPACES.
001860     05  FILLER              PIC X(08) VALUE "    READ".
001870     05  FILLER              PIC X(02) VALUE SPACES.
001880     05  FILLER              PIC X(08) VALUE " WRITTEN".
001890     05  FILLER              PIC X(02) VALUE SPACES.
001900     05  FILLER              PIC X(08) VALUE "  ERRORS".
001910     05  FILLER              PIC X(02) VALUE SPACES.
001920     05  FILLER              PIC X(09) VALUE "CONDITION".
001930 01  NIGHT-DETAIL-LINE.
001940     05  NDL-PROGRAM-NAME    PIC X(16).
001950     05  FILLER              PIC X(02) VALUE SPACES.
001960     05  NDL-RUN-DATE        PIC 9(08).
001970     05  FILLER              PIC X(02) VALUE SPACES.
001980     05  NDL-RUN-TIME        PIC 9(08).
001990     05  FILLER              PIC X(02) VALUE SPACES.
002000     05  NDL-RECORDS-READ    PIC Z(07)9.
002010     05  FILLER              PIC X(02) VALUE SPACES.
002020     05  NDL-RECORDS-WRITTEN PIC Z(07)9.
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  NDL-ERROR-COUNT     PIC Z(07)9.
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  NDL-CONDITION       PIC 9(02).
002070     05  FILLER              PIC X(02) VALUE SPACES.
002080     05  NDL-CONDITION-TAG   PIC X(08).
002090 01  NIGHT-MISSING-LINE.
002100     05  NML-PROGRAM-NAME    PIC X(16).
002110     05  FILLER              PIC X(30)
002120         VALUE "  STEP DID NOT REPORT - FAILED".
002130 01  NIGHT-OVERALL-LINE.
002140     05  FILLER              PIC X(18)
002150         VALUE "OVERALL CONDITION ".
002160     05  NOL-CONDITION       PIC 9(02).
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  NOL-CONDITION-TAG   PIC X(08).
002190 01  NIGHT-DATE-LINE.
002200     05  FILLER              PIC X(16) VALUE "PROCESSING DATE ".
002210     05  NDT-RESULT          PIC X(14).
002220     05  FILLER              PIC X(15) VALUE "LAST COMPLETED ".
002230     05  NDT-LAST-DATE       PIC 9(08).
002240     05  FILLER              PIC X(07) VALUE "  NEXT ".
002250     05  NDT-NEXT-DATE       PIC 9(08).
002260 01  NIGHT-DATE-REASON-LINE.
002270     05  FILLER              PIC X(16) VALUE SPACES.
002280     05  NDR-REASON          PIC X(50).
002290 PROCEDURE DIVISION.
002300*****************************************************************
002310* 0000-MAINLINE
002320*   Top level driver - summarizes one step record per pass,
002330*   reports the required steps that never wrote one, moves the
002340*   processing date on after a clean night, and ends with the
002350*   overall condition as the return code.
002360*****************************************************************
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002390     IF NOT RUN-ERROR
002400        PERFORM 2000-SUMMARIZE-STEP THRU 2000-EXIT
002410            UNTIL JOBSTAT-EXHAUSTED
002420        PERFORM 3000-CHECK-REQUIRED-STEPS THRU 3000-EXIT
002430        PERFORM 5000-ADVANCE-PROCESSING-DATE THRU 5000-EXIT
002440        PERFORM 4000-WRITE-OVERALL THRU 4000-EXIT
002450     END-IF
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT
002470     STOP RUN.
002480*****************************************************************
002490* 1000-INITIALIZE
002500*   Opens both files, writes the headings, loads the bank
002510*   calendar, and primes the status read.  A stream that wrote
002520*   no status file at all is itself a failed night.
002530*****************************************************************
002540 1000-INITIALIZE.
002550     OPEN INPUT JOB-STATUS-FILE
002560     IF NOT JOBSTAT-OK
002570        DISPLAY "NIGHT_STATUS: UNABLE TO OPEN JOBSTAT, STATUS "
002580           JOBSTAT-STATUS
002590        MOVE "Y" TO RUN-ERROR-SWITCH
002600        MOVE 8 TO OVERALL-CONDITION
002610     END-IF
002620     OPEN OUTPUT NIGHT-REPORT-FILE
002630     IF NOT NIGHTRPT-OK
002640        DISPLAY "NIGHT_STATUS: UNABLE TO OPEN NIGHTRPT, STATUS "
002650           NIGHTRPT-STATUS
002660        MOVE "Y" TO RUN-ERROR-SWITCH
002670        MOVE 8 TO OVERALL-CONDITION
002680     END-IF
002690     IF RUN-ERROR
002700        GO TO 1000-EXIT
002710     END-IF
002720     ACCEPT STATUS-RUN-DATE FROM DATE YYYYMMDD
002730     ACCEPT STATUS-RUN-TIME FROM TIME
002740     MOVE STATUS-RUN-DATE TO NHL-RUN-DATE
002750     MOVE STATUS-RUN-TIME TO NHL-RUN-TIME
002760     WRITE NIGHT-REPORT-LINE FROM NIGHT-HEADING-LINE
002770     WRITE NIGHT-REPORT-LINE FROM NIGHT-COLUMN-LINE
002780     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
002790     PERFORM 1100-READ-JOB-STATUS THRU 1100-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820*****************************************************************
002830* 1100-READ-JOB-STATUS
002840*   Reads the next step-status record into the read-ahead
002850*   buffer.
002860*****************************************************************
002870 1100-READ-JOB-STATUS.
002880     READ JOB-STATUS-FILE
002890        AT END MOVE "Y" TO JOBSTAT-EOF-SWITCH
002900        NOT AT END ADD 1 TO STEPS-REPORTED-COUNT
002910     END-READ.
002920 1100-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 1300-LOAD-CALENDAR
002960*   Loads the bank business-day calendar into working storage.
002970*   The file is optional: a run with no calendar leaves the
002980*   entry count at zero and every day is taken as a business
002990*   day.
003000*****************************************************************
003010 1300-LOAD-CALENDAR.
003020     OPEN INPUT CALENDAR-FILE
003030     IF NOT CALFILE-OK
003040        DISPLAY "NIGHT_STATUS: NO BANK CALENDAR, STATUS "
003050           CALFILE-STATUS
003060           " - EVERY DAY TAKEN AS A BUSINESS DAY"
003070        CLOSE CALENDAR-FILE
003080        GO TO 1300-EXIT
003090     END-IF
003100     PERFORM 1310-READ-CALENDAR-ENTRY THRU 1310-EXIT
003110        UNTIL CALFILE-EOF
003120           OR CALENDAR-ENTRY-COUNT = CALENDAR-ENTRY-MAX
003130     IF NOT CALFILE-EOF
003140        DISPLAY "NIGHT_STATUS: CALENDAR TRUNCATED AT "
003150           CALENDAR-ENTRY-MAX " ENTRIES"
003160     END-IF
003170     CLOSE CALENDAR-FILE.
003180 1300-EXIT.
003190     EXIT.
003200*****************************************************************
003210* 1310-READ-CALENDAR-ENTRY
003220*   Reads one calendar record into the next table slot.
003230*****************************************************************
003240 1310-READ-CALENDAR-ENTRY.
003250     READ CALENDAR-FILE
003260         AT END
003270             GO TO 1310-EXIT
003280     END-READ
003290     ADD 1 TO CALENDAR-ENTRY-COUNT
003300     MOVE CAL-DATE TO
003310        CE-DATE (CALENDAR-ENTRY-COUNT)
003320     MOVE CAL-DAY-TYPE TO
003330        CE-DAY-TYPE (CALENDAR-ENTRY-COUNT).
003340 1310-EXIT.
003350     EXIT.
003360*****************************************************************
003370* 2000-SUMMARIZE-STEP
003380*   Lists one step's record on the summary, raises the overall
003390*   condition when the step's is higher, and marks the step
003400*   off the required list.
003410*****************************************************************
003420 2000-SUMMARIZE-STEP.
003430     MOVE JS-PROGRAM-NAME    TO NDL-PROGRAM-NAME
003440     MOVE JS-RUN-DATE        TO NDL-RUN-DATE
003450     MOVE JS-RUN-TIME        TO NDL-RUN-TIME
003460     MOVE JS-RECORDS-READ    TO NDL-RECORDS-READ
003470     MOVE JS-RECORDS-WRITTEN TO NDL-RECORDS-WRITTEN
003480     MOVE JS-ERROR-COUNT     TO NDL-ERROR-COUNT
003490     MOVE JS-CONDITION-CODE  TO NDL-CONDITION
003500     EVALUATE TRUE
003510        WHEN JS-STEP-FAILED
003520           MOVE "FAILED"  TO NDL-CONDITION-TAG
003530           ADD 1 TO STEPS-FAILED-COUNT
003540        WHEN JS-STEP-WARNING
003550           MOVE "WARNING" TO NDL-CONDITION-TAG
003560           ADD 1 TO STEPS-WARNING-COUNT
003570        WHEN OTHER
003580           MOVE "CLEAN"   TO NDL-CONDITION-TAG
003590     END-EVALUATE
003600     IF JS-CONDITION-CODE > OVERALL-CONDITION
003610        MOVE JS-CONDITION-CODE TO OVERALL-CONDITION
003620     END-IF
003630     WRITE NIGHT-REPORT-LINE FROM NIGHT-DETAIL-LINE
003640     PERFORM 2100-MARK-REQUIRED-STEP THRU 2100-EXIT
003650        VARYING REQUIRED-SUB FROM 1 BY 1
003660           UNTIL REQUIRED-SUB > REQUIRED-STEP-COUNT
003670     PERFORM 1100-READ-JOB-STATUS THRU 1100-EXIT.
003680 2000-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 2100-MARK-REQUIRED-STEP
003720*   Marks the required-step entry matching the record just
003730*   listed as having reported.
003740*****************************************************************
003750 2100-MARK-REQUIRED-STEP.
003760     IF REQ-PROGRAM-NAME (REQUIRED-SUB) = JS-PROGRAM-NAME
003770        MOVE "Y" TO REQ-SEEN-FLAG (REQUIRED-SUB)
003780     END-IF.
003790 2100-EXIT.
003800     EXIT.
003810*****************************************************************
003820* 3000-CHECK-REQUIRED-STEPS
003830*   Lists every required step that never reported and makes
003840*   the night a failure for each.
003850*****************************************************************
003860 3000-CHECK-REQUIRED-STEPS.
003870     PERFORM 3100-CHECK-ONE-STEP THRU 3100-EXIT
003880        VARYING REQUIRED-SUB FROM 1 BY 1
003890           UNTIL REQUIRED-SUB > REQUIRED-STEP-COUNT.
003900 3000-EXIT.
003910     EXIT.
003920*****************************************************************
003930* 3100-CHECK-ONE-STEP
003940*   Reports one required step that wrote no status record.
003950*****************************************************************
003960 3100-CHECK-ONE-STEP.
003970     IF REQ-SEEN-FLAG (REQUIRED-SUB) NOT = "Y"
003980        MOVE REQ-PROGRAM-NAME (REQUIRED-SUB)
003990           TO NML-PROGRAM-NAME
004000        WRITE NIGHT-REPORT-LINE FROM NIGHT-MISSING-LINE
004010        ADD 1 TO STEPS-MISSING-COUNT
004020        MOVE 8 TO OVERALL-CONDITION
004030     END-IF.
004040 3100-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 4000-WRITE-OVERALL
004080*   Closes the summary with the overall condition the
004090*   scheduler gates the morning jobs on.
004100*****************************************************************
004110 4000-WRITE-OVERALL.
004120     MOVE SPACES TO NIGHT-REPORT-LINE
004130     WRITE NIGHT-REPORT-LINE
004140     MOVE OVERALL-CONDITION TO NOL-CONDITION
004150     EVALUATE TRUE
004160        WHEN OVERALL-CONDITION = 8
004170           MOVE "FAILED"  TO NOL-CONDITION-TAG
004180        WHEN OVERALL-CONDITION = 4
004190           MOVE "WARNING" TO NOL-CONDITION-TAG
004200        WHEN OTHER
004210           MOVE "CLEAN"   TO NOL-CONDITION-TAG
004220     END-EVALUATE
004230     WRITE NIGHT-REPORT-LINE FROM NIGHT-OVERALL-LINE.
004240 4000-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 5000-ADVANCE-PROCESSING-DATE
004280*   Moves the date-control record on after a clean night: the
004290*   processing date just run becomes the last completed date
004300*   and the next business day on the bank calendar becomes the
004310*   next processing date.  A night with warnings or failures
004320*   leaves the record alone for operations to review.  The
004330*   night is failed when the record cannot be advanced, or when
004340*   this run's date is not the processing date on it, so the
004350*   next night is not left to refuse to run unnoticed.
004360*****************************************************************
004370 5000-ADVANCE-PROCESSING-DATE.
004380     MOVE SPACES TO NIGHT-REPORT-LINE
004390     WRITE NIGHT-REPORT-LINE
004400     OPEN I-O DATE-CONTROL-FILE
004410     IF NOT DATECTL-OK
004420        DISPLAY "NIGHT_STATUS: UNABLE TO OPEN DATECTL, STATUS "
004430           DATECTL-STATUS
004440        MOVE 8 TO OVERALL-CONDITION
004450        MOVE "DATECTL COULD NOT BE OPENED" TO NDR-REASON
004460        PERFORM 5200-WRITE-DATE-REASON THRU 5200-EXIT
004470        GO TO 5000-EXIT
004480     END-IF
004490     READ DATE-CONTROL-FILE
004500         AT END
004510             DISPLAY "NIGHT_STATUS: DATECTL IS EMPTY"
004520             MOVE 8 TO OVERALL-CONDITION
004530             MOVE "DATECTL IS EMPTY" TO NDR-REASON
004540             PERFORM 5200-WRITE-DATE-REASON THRU 5200-EXIT
004550             CLOSE DATE-CONTROL-FILE
004560             GO TO 5000-EXIT
004570     END-READ
004580     IF OVERALL-CONDITION NOT = ZERO
004590        MOVE "NIGHT DID NOT END CLEAN" TO NDR-REASON
004600        PERFORM 5100-REPORT-NOT-ADVANCED THRU 5100-EXIT
004610        CLOSE DATE-CONTROL-FILE
004620        GO TO 5000-EXIT
004630     END-IF
004640     IF STATUS-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
004650        MOVE 8 TO OVERALL-CONDITION
004660        MOVE "RUN DATE IS NOT THE PROCESSING DATE"
004670           TO NDR-REASON
004680        PERFORM 5100-REPORT-NOT-ADVANCED THRU 5100-EXIT
004690        CLOSE DATE-CONTROL-FILE
004700        GO TO 5000-EXIT
004710     END-IF
004720     MOVE DTC-NEXT-PROCESS-DATE TO LOOKUP-DATE
004730     PERFORM 8100-NEXT-BUSINESS-DAY THRU 8100-EXIT
004740     MOVE DTC-NEXT-PROCESS-DATE TO DTC-LAST-COMPLETED-DATE
004750     MOVE LOOKUP-DATE TO DTC-NEXT-PROCESS-DATE
004760     MOVE "NIGHT_STATUS" TO DTC-UPDATED-BY
004770     MOVE STATUS-RUN-DATE TO DTC-UPDATED-DATE
004780     MOVE STATUS-RUN-TIME TO DTC-UPDATED-TIME
004790     MOVE "A" TO DTC-UPDATE-TYPE
004800     REWRITE DATE-CONTROL-RECORD
004810     IF NOT DATECTL-OK
004820        DISPLAY "NIGHT_STATUS: DATECTL REWRITE FAILED, STATUS "
004830           DATECTL-STATUS
004840        MOVE 8 TO OVERALL-CONDITION
004850        MOVE "DATECTL REWRITE FAILED" TO NDR-REASON
004860        PERFORM 5200-WRITE-DATE-REASON THRU 5200-EXIT
004870        CLOSE DATE-CONTROL-FILE
004880        GO TO 5000-EXIT
004890     END-IF
004900     CLOSE DATE-CONTROL-FILE
004910     MOVE "ADVANCED"              TO NDT-RESULT
004920     MOVE DTC-LAST-COMPLETED-DATE TO NDT-LAST-DATE
004930     MOVE DTC-NEXT-PROCESS-DATE   TO NDT-NEXT-DATE
004940     WRITE NIGHT-REPORT-LINE FROM NIGHT-DATE-LINE
004950     DISPLAY "NIGHT_STATUS: PROCESSING DATE ADVANCED TO "
004960        DTC-NEXT-PROCESS-DATE.
004970 5000-EXIT.
004980     EXIT.
004990*****************************************************************
005000* 5100-REPORT-NOT-ADVANCED
005010*   Lists the control dates left in place and why, placed in
005020*   NDR-REASON by the caller.
005030*****************************************************************
005040 5100-REPORT-NOT-ADVANCED.
005050     MOVE "NOT ADVANCED"          TO NDT-RESULT
005060     MOVE DTC-LAST-COMPLETED-DATE TO NDT-LAST-DATE
005070     MOVE DTC-NEXT-PROCESS-DATE   TO NDT-NEXT-DATE
005080     WRITE NIGHT-REPORT-LINE FROM NIGHT-DATE-LINE
005090     PERFORM 5200-WRITE-DATE-REASON THRU 5200-EXIT.
005100 5100-EXIT.
005110     EXIT.
005120*****************************************************************
005130* 5200-WRITE-DATE-REASON
005140*   Lists why the processing date was not advanced.
005150*****************************************************************
005160 5200-WRITE-DATE-REASON.
005170     WRITE NIGHT-REPORT-LINE FROM NIGHT-DATE-REASON-LINE
005180     DISPLAY "NIGHT_STATUS: PROCESSING DATE NOT ADVANCED - "
005190        NDR-REASON.
005200 5200-EXIT.
005210     EXIT.
005220*****************************************************************
005230* 8000-LOOKUP-CALENDAR-DATE
005240*   Looks LOOKUP-DATE up on the bank calendar.  A date with no
005250*   entry is a business day - the file lists only the
005260*   exceptions.
005270*****************************************************************
005280 8000-LOOKUP-CALENDAR-DATE.
005290     MOVE "N" TO DATE-FOUND-SWITCH
005300     MOVE "Y" TO DATE-BUSINESS-SWITCH
005310     PERFORM 8010-SCAN-CALENDAR-ENTRY THRU 8010-EXIT
005320        VARYING CAL-SUB FROM 1 BY 1
005330           UNTIL CAL-SUB > CALENDAR-ENTRY-COUNT
005340              OR CALENDAR-DATE-FOUND.
005350 8000-EXIT.
005360     EXIT.
005370*****************************************************************
005380* 8010-SCAN-CALENDAR-ENTRY
005390*   Weighs one calendar entry against the lookup date.
005400*****************************************************************
005410 8010-SCAN-CALENDAR-ENTRY.
005420     IF CE-DATE (CAL-SUB) = LOOKUP-DATE
005430        MOVE "Y" TO DATE-FOUND-SWITCH
005440        IF CE-DAY-TYPE (CAL-SUB) NOT = "B"
005450              AND CE-DAY-TYPE (CAL-SUB) NOT = SPACE
005460           MOVE "N" TO DATE-BUSINESS-SWITCH
005470        END-IF
005480     END-IF.
005490 8010-EXIT.
005500     EXIT.
005510*****************************************************************
005520* 8100-NEXT-BUSINESS-DAY
005530*   Moves LOOKUP-DATE on to the next business day after it on
005540*   the bank calendar.  The step limit guards against a
005550*   calendar mis-keyed with an unbroken run of closed days.
005560*****************************************************************
005570 8100-NEXT-BUSINESS-DAY.
005580     MOVE ZERO TO NEXT-DAY-STEP-COUNT
005590     PERFORM 8110-STEP-AHEAD-ONE-DAY THRU 8110-EXIT
005600     PERFORM 8110-STEP-AHEAD-ONE-DAY THRU 8110-EXIT
005610        UNTIL DATE-IS-BUSINESS
005620           OR NEXT-DAY-STEP-COUNT > 30.
005630 8100-EXIT.
005640     EXIT.
005650*****************************************************************
005660* 8110-STEP-AHEAD-ONE-DAY
005670*   Steps ahead one calendar day and re-checks the calendar.
005680*****************************************************************
005690 8110-STEP-AHEAD-ONE-DAY.
005700     PERFORM 8200-ADVANCE-ONE-DAY THRU 8200-EXIT
005710     ADD 1 TO NEXT-DAY-STEP-COUNT
005720     PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT.
005730 8110-EXIT.
005740     EXIT.
005750*****************************************************************
005760* 8200-ADVANCE-ONE-DAY
005770*   Steps LOOKUP-DATE on one real calendar day, month lengths
005780*   and leap years included.
005790*****************************************************************
005800 8200-ADVANCE-ONE-DAY.
005810     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
005820     IF LOOKUP-DD < MONTH-LENGTH
005830        ADD 1 TO LOOKUP-DD
005840     ELSE
005850        MOVE 1 TO LOOKUP-DD
005860        IF LOOKUP-MM < 12
005870           ADD 1 TO LOOKUP-MM
005880        ELSE
005890           MOVE 1 TO LOOKUP-MM
005900           ADD 1 TO LOOKUP-CCYY
005910        END-IF
005920     END-IF.
005930 8200-EXIT.
005940     EXIT.
005950*****************************************************************
005960* 8210-SET-MONTH-LENGTH
005970*   Sets MONTH-LENGTH to the number of days in the month of
005980*   LOOKUP-DATE, leap years included.
005990*****************************************************************
006000 8210-SET-MONTH-LENGTH.
006010     EVALUATE LOOKUP-MM
006020        WHEN 4
006030        WHEN 6
006040        WHEN 9
006050        WHEN 11
006060           MOVE 30 TO MONTH-LENGTH
006070        WHEN 2
006080           MOVE 28 TO MONTH-LENGTH
006090           DIVIDE LOOKUP-CCYY BY 4
006100              GIVING LEAP-QUOTIENT
006110              REMAINDER LEAP-REMAINDER
006120           IF LEAP-REMAINDER = ZERO
006130              MOVE 29 TO MONTH-LENGTH
006140              DIVIDE LOOKUP-CCYY BY 100
006150                 GIVING LEAP-QUOTIENT
006160                 REMAINDER LEAP-REMAINDER
006170              IF LEAP-REMAINDER = ZERO
006180                 MOVE 28 TO MONTH-LENGTH
006190                 DIVIDE LOOKUP-CCYY BY 400
006200                    GIVING LEAP-QUOTIENT
006210                    REMAINDER LEAP-REMAINDER
006220                 IF LEAP-REMAINDER = ZERO
006230                    MOVE 29 TO MONTH-LENGTH
006240                 END-IF
006250              END-IF
006260           END-IF
006270        WHEN OTHER
006280           MOVE 31 TO MONTH-LENGTH
006290     END-EVALUATE.
006300 8210-EXIT.
006310     EXIT.
006320*****************************************************************
006330* 9000-TERMINATE
006340*   Displays the run totals, closes both files, and sets the
006350*   overall condition as the return code.
006360*****************************************************************
006370 9000-TERMINATE.
006380     DISPLAY "NIGHT_STATUS: " STEPS-REPORTED-COUNT
006390        " STEP(S) REPORTED, " STEPS-FAILED-COUNT
006400        " FAILED, " STEPS-WARNING-COUNT " WITH WARNINGS"
006410     DISPLAY "NIGHT_STATUS: " STEPS-MISSING-COUNT
006420        " REQUIRED STEP(S) DID NOT REPORT"
006430     DISPLAY "NIGHT_STATUS: OVERALL CONDITION "
006440        OVERALL-CONDITION
006450     CLOSE JOB-STATUS-FILE
006460           NIGHT-REPORT-FILE
006470     MOVE OVERALL-CONDITION TO RETURN-CODE.
006480 9000-EXIT.
006490     EXIT.
006500 END PROGRAM night_status.
