000290* ----------------------------------------------------------------
000300* DATE       INIT  DESCRIPTION
000310* 09/03/26   JWB   Original version.
000320* 10/15/26   JWB   Refuses to run (return code 8) unless the
000330*                  run date is the next processing date on
000340*                  the date-control record (DATECTL).
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. audit_arch.
000380 AUTHOR. J BAKER.
000390 INSTALLATION. CONSUMER BANKING SYSTEMS.
000400 DATE-WRITTEN. 09/03/26.
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
000510     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AUDITLOG-STATUS.
000540     SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AUDA-KEY
000580         FILE STATUS IS AUDARCH-STATUS.
000590     SELECT ARCHIVE-EXTRACT-FILE ASSIGN TO "ARCHEXT"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS ARCHEXT-STATUS.
000630     SELECT OPTIONAL ARCH-PARAMETER-FILE ASSIGN TO "ARCHPARM"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS ARCHPARM-STATUS.
000670     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS DATECTL-STATUS.
000710     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS JOBSTAT-STATUS.
000750*****************************************************************
000760* DATA DIVISION
000770*****************************************************************
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  AUDIT-LOG-FILE.
000810     COPY AUDITREC.
000820 FD  AUDIT-ARCHIVE-FILE.
000830     COPY AUDARCH.
000840 FD  ARCHIVE-EXTRACT-FILE
000850     RECORDING MODE IS F.
000860 01  ARCHIVE-EXTRACT-RECORD      PIC X(75).
000870 FD  ARCH-PARAMETER-FILE
000880     RECORDING MODE IS F.
000890     COPY ARCHPARM.
000900 FD  DATE-CONTROL-FILE
000910     RECORDING MODE IS F.
000920     COPY DATECTL.
000930 FD  JOB-STATUS-FILE
000940     RECORDING MODE IS F.
000950     COPY JOBSTAT.
000960 WORKING-STORAGE SECTION.
000970*> ----------------------------------------------------------
000980*> File status and end-of-file switches
000990*> ----------------------------------------------------------
001000 01  AUDITLOG-STATUS         PIC X(02) VALUE "00".
001010     88  AUDITLOG-OK                   VALUE "00".
001020     88  AUDITLOG-EOF                  VALUE "10".
001030 01  AUDARCH-STATUS          PIC X(02) VALUE "00".
001040     88  AUDARCH-OK                    VALUE "00".
001050     88  AUDARCH-ABSENT                VALUE "05".
001060     88  AUDARCH-DUPLICATE             VALUE "22".
001070     88  AUDARCH-EOF                   VALUE "10".
001080 01  ARCHEXT-STATUS          PIC X(02) VALUE "00".
001090     88  ARCHEXT-OK                    VALUE "00".
001100 01  ARCHPARM-STATUS         PIC X(02) VALUE "00".
001110     88  ARCHPARM-OK                   VALUE "00".
001120     88  ARCHPARM-ABSENT               VALUE "05".
001130 01  DATECTL-STATUS          PIC X(02) VALUE "00".
001140     88  DATECTL-OK                    VALUE "00".
001150 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001160     88  JOBSTAT-OK                    VALUE "00".
001170 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001180 01  PROGRAM-SWITCHES.
001190     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001200         88  RUN-ERROR                 VALUE "Y".
001210     05  AUDITLOG-EOF-SWITCH  PIC X(01) VALUE "N".
001220         88  AUDITLOG-EXHAUSTED        VALUE "Y".
001230     05  ARCHIVE-EOF-SWITCH   PIC X(01) VALUE "N".
001240         88  ARCHIVE-EXHAUSTED         VALUE "Y".
001250*> ----------------------------------------------------------
001260*> Retention horizon.  The cutoff date is the first day of
001270*> the month the horizon reaches back to; an entry dated
001280*> before it is trimmed to the offline extract.  Months are
001290*> whole calendar months, as the suite's other date
001300*> arithmetic counts them.
001310*> ----------------------------------------------------------
001320 01  RETENTION-MONTHS        PIC 9(03) VALUE 84.
001330 01  ARCH-RUN-DATE           PIC 9(08) VALUE 0.
001340 01  ARCH-RUN-DATE-SPLIT REDEFINES ARCH-RUN-DATE.
001350     05  ARCH-DATE-CCYY      PIC 9(04).
001360     05  ARCH-DATE-MM        PIC 9(02).
001370     05  FILLER              PIC 9(02).
001380 01  ARCH-RUN-TIME           PIC 9(08) VALUE 0.
001390 01  CUTOFF-MONTH-TOTAL      PIC 9(07) COMP VALUE 0.
001400 01  CUTOFF-MM-REMAINDER     PIC 9(02) COMP VALUE 0.
001410 01  CUTOFF-CCYY             PIC 9(04) VALUE 0.
001420 01  CUTOFF-MM               PIC 9(02) VALUE 0.
001430 01  CUTOFF-DATE             PIC 9(08) VALUE 0.
001440*> ----------------------------------------------------------
001450*> Run counters
001460*> ----------------------------------------------------------
001470 77  LINES-READ-COUNT        PIC 9(07) VALUE 0.
001480 77  LINES-ARCHIVED-COUNT    PIC 9(07) VALUE 0.
001490 77  DUPLICATE-COUNT         PIC 9(07) VALUE 0.
001500 77  TRIMMED-COUNT           PIC 9(07) VALUE 0.
001510 PROCEDURE DIVISION.
001520*****************************************************************
001530* 0000-MAINLINE
001540*   Top level driver - rolls one audit line per pass into the
001550*   archive, then trims everything past the retention horizon
001560*   to the offline extract.
001570*****************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     IF NOT RUN-ERROR
001610        PERFORM 2000-ARCHIVE-AUDIT-LINE THRU 2000-EXIT
001620            UNTIL AUDITLOG-EXHAUSTED
001630        PERFORM 3000-TRIM-ARCHIVE THRU 3000-EXIT
001640     END-IF
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT
001660     STOP RUN.
001670*****************************************************************
001680* 1000-INITIALIZE
001690*   Opens every file, reads the optional retention horizon,
001700*   figures the cutoff date, and primes the audit-line read.
001710*   A run whose date is not the next processing date on the
001720*   date-control record is refused before any file is opened.
001730*****************************************************************
001740 1000-INITIALIZE.
001750     ACCEPT ARCH-RUN-DATE FROM DATE YYYYMMDD
001760     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
001770     IF RUN-ERROR
001780        GO TO 1000-EXIT
001790     END-IF
001800     OPEN INPUT AUDIT-LOG-FILE
001810     IF NOT AUDITLOG-OK
001820        DISPLAY "AUDIT_ARCH: UNABLE TO OPEN AUDITLOG, STATUS "
001830           AUDITLOG-STATUS
001840        MOVE "Y" TO RUN-ERROR-SWITCH
001850        MOVE "Y" TO AUDITLOG-EOF-SWITCH
001860     END-IF
001870     OPEN I-O AUDIT-ARCHIVE-FILE
001880     IF AUDARCH-ABSENT
001890        DISPLAY "AUDIT_ARCH: NO PRIOR AUDARCH, STATUS "
001900           AUDARCH-STATUS
001910           " - ARCHIVE STARTS FRESH"
001920     ELSE
001930        IF NOT AUDARCH-OK
001940           DISPLAY "AUDIT_ARCH: UNABLE TO OPEN AUDARCH, STATUS "
001950              AUDARCH-STATUS
001960           MOVE "Y" TO RUN-ERROR-SWITCH
001970        END-IF
001980     END-IF
001990     OPEN OUTPUT ARCHIVE-EXTRACT-FILE
002000     IF NOT ARCHEXT-OK
002010        DISPLAY "AUDIT_ARCH: UNABLE TO OPEN ARCHEXT, STATUS "
002020           ARCHEXT-STATUS
002030        MOVE "Y" TO RUN-ERROR-SWITCH
002040     END-IF
002050     PERFORM 1050-READ-ARCH-PARAMETERS THRU 1050-EXIT
002060     ACCEPT ARCH-RUN-TIME FROM TIME
002070     COMPUTE CUTOFF-MONTH-TOTAL =
002080        (ARCH-DATE-CCYY * 12) + ARCH-DATE-MM - 1
002090           - RETENTION-MONTHS
002100     DIVIDE CUTOFF-MONTH-TOTAL BY 12
002110        GIVING CUTOFF-CCYY
002120        REMAINDER CUTOFF-MM-REMAINDER
002130     COMPUTE CUTOFF-MM = CUTOFF-MM-REMAINDER + 1
002140     COMPUTE CUTOFF-DATE =
002150        (CUTOFF-CCYY * 10000) + (CUTOFF-MM * 100) + 1
002160     DISPLAY "AUDIT_ARCH: RETENTION " RETENTION-MONTHS
002170        " MONTH(S), CUTOFF DATE " CUTOFF-DATE
002180     PERFORM 1100-READ-AUDIT-LINE THRU 1100-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*****************************************************************
002220* 1010-CHECK-PROCESSING-DATE
002230*   Reads the date-control record and refuses the run unless
002240*   the run date is the next processing date on it, so a
002250*   resubmitted night, or one run after a skipped night, stops
002260*   here before anything is posted.
002270*****************************************************************
002280 1010-CHECK-PROCESSING-DATE.
002290     OPEN INPUT DATE-CONTROL-FILE
002300     IF NOT DATECTL-OK
002310        DISPLAY "AUDIT_ARCH: UNABLE TO OPEN DATECTL, STATUS "
002320           DATECTL-STATUS
002330        MOVE "Y" TO RUN-ERROR-SWITCH
002340        GO TO 1010-EXIT
002350     END-IF
002360     READ DATE-CONTROL-FILE
002370         AT END
002380             DISPLAY "AUDIT_ARCH: DATECTL IS EMPTY - NO "
002390                "PROCESSING DATE ON FILE"
002400             MOVE "Y" TO RUN-ERROR-SWITCH
002410     END-READ
002420     CLOSE DATE-CONTROL-FILE
002430     IF RUN-ERROR
002440        GO TO 1010-EXIT
002450     END-IF
002460     IF ARCH-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
002470        DISPLAY "AUDIT_ARCH: RUN DATE " ARCH-RUN-DATE
002480           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
002490        DISPLAY "AUDIT_ARCH: LAST COMPLETED DATE "
002500           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
002510        MOVE "Y" TO RUN-ERROR-SWITCH
002520     END-IF.
002530 1010-EXIT.
002540     EXIT.
002550*****************************************************************
002560* 1050-READ-ARCH-PARAMETERS
002570*   Reads the optional retention record.  A numeric, positive
002580*   value overrides the house default; anything else leaves
002590*   the default in force.
002600*****************************************************************
002610 1050-READ-ARCH-PARAMETERS.
002620     OPEN INPUT ARCH-PARAMETER-FILE
002630     IF NOT ARCHPARM-OK AND NOT ARCHPARM-ABSENT
002640        DISPLAY "AUDIT_ARCH: UNABLE TO OPEN ARCHPARM, "
002650           "STATUS " ARCHPARM-STATUS
002660           " - HOUSE DEFAULT APPLIES"
002670        CLOSE ARCH-PARAMETER-FILE
002680        GO TO 1050-EXIT
002690     END-IF
002700     READ ARCH-PARAMETER-FILE
002710         AT END
002720             CLOSE ARCH-PARAMETER-FILE
002730             GO TO 1050-EXIT
002740     END-READ
002750     IF ARC-RETENTION-MONTHS IS NUMERIC
002760           AND ARC-RETENTION-MONTHS > ZERO
002770        MOVE ARC-RETENTION-MONTHS TO RETENTION-MONTHS
002780     ELSE
002790        DISPLAY "AUDIT_ARCH: INVALID RETENTION ON ARCHPARM"
002800           " - DEFAULT ASSUMED"
002810     END-IF
002820     CLOSE ARCH-PARAMETER-FILE.
002830 1050-EXIT.
002840     EXIT.
002850*****************************************************************
002860* 1100-READ-AUDIT-LINE
002870*   Reads the next audit line into the read-ahead buffer.
002880*****************************************************************
002890 1100-READ-AUDIT-LINE.
002900     READ AUDIT-LOG-FILE
002910        AT END MOVE "Y" TO AUDITLOG-EOF-SWITCH
002920        NOT AT END ADD 1 TO LINES-READ-COUNT
002930     END-READ.
002940 1100-EXIT.
002950     EXIT.
002960*****************************************************************
002970* 2000-ARCHIVE-AUDIT-LINE
002980*   Writes one audit line to the indexed archive under its
002990*   account/date/time key.  The figures are carried exactly as
003000*   logged.  A line already archived (the same account, date,
003010*   and time - a rerun of the roll-in) is counted and left as
003020*   it stands.
003030*****************************************************************
003040 2000-ARCHIVE-AUDIT-LINE.
003050     MOVE SPACES TO AUDIT-ARCHIVE-RECORD
003060     MOVE AUD-ACCOUNT-NUMBER   TO AUDA-ACCT-NUMBER
003070     MOVE AUD-RUN-DATE         TO AUDA-RUN-DATE
003080     MOVE AUD-RUN-TIME         TO AUDA-RUN-TIME
003090     MOVE AUD-SAVE-AMOUNT      TO AUDA-SAVE-AMOUNT
003100     MOVE AUD-INTEREST-RATE    TO AUDA-INTEREST-RATE
003110     MOVE AUD-NUMBER-OF-MONTHS TO AUDA-NUMBER-OF-MONTHS
003120     MOVE AUD-AMOUNT-IN-SAVINGS TO AUDA-AMOUNT-IN-SAVINGS
003130     WRITE AUDIT-ARCHIVE-RECORD
003140         INVALID KEY
003150             IF AUDARCH-DUPLICATE
003160                ADD 1 TO DUPLICATE-COUNT
003170             ELSE
003180                DISPLAY "AUDIT_ARCH: ARCHIVE WRITE FAILED FOR "
003190                   "ACCOUNT " AUDA-ACCT-NUMBER ", STATUS "
003200                   AUDARCH-STATUS
003210                MOVE "Y" TO RUN-ERROR-SWITCH
003220             END-IF
003230         NOT INVALID KEY
003240             ADD 1 TO LINES-ARCHIVED-COUNT
003250     END-WRITE
003260     PERFORM 1100-READ-AUDIT-LINE THRU 1100-EXIT.
003270 2000-EXIT.
003280     EXIT.
003290*****************************************************************
003300* 3000-TRIM-ARCHIVE
003310*   Makes the retention cut: positions the archive at its
003320*   first record and walks it forward, moving every entry
003330*   dated before the cutoff to the offline extract and
003340*   deleting it from the archive.
003350*****************************************************************
003360 3000-TRIM-ARCHIVE.
003370     MOVE ZERO TO AUDA-ACCT-NUMBER
003380     MOVE ZERO TO AUDA-RUN-DATE
003390     MOVE ZERO TO AUDA-RUN-TIME
003400     START AUDIT-ARCHIVE-FILE KEY NOT < AUDA-KEY
003410         INVALID KEY
003420             MOVE "Y" TO ARCHIVE-EOF-SWITCH
003430     END-START
003440     PERFORM 3100-TRIM-ONE-ENTRY THRU 3100-EXIT
003450        UNTIL ARCHIVE-EXHAUSTED.
003460 3000-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 3100-TRIM-ONE-ENTRY
003500*   Reads one archive entry and trims it when its run date is
003510*   past the retention horizon.
003520*****************************************************************
003530 3100-TRIM-ONE-ENTRY.
003540     READ AUDIT-ARCHIVE-FILE NEXT
003550         AT END
003560             MOVE "Y" TO ARCHIVE-EOF-SWITCH
003570             GO TO 3100-EXIT
003580     END-READ
003590     IF AUDA-RUN-DATE < CUTOFF-DATE
003600        WRITE ARCHIVE-EXTRACT-RECORD
003610           FROM AUDIT-ARCHIVE-RECORD
003620        DELETE AUDIT-ARCHIVE-FILE
003630        IF AUDARCH-OK
003640           ADD 1 TO TRIMMED-COUNT
003650        ELSE
003660           DISPLAY "AUDIT_ARCH: DELETE FAILED, STATUS "
003670              AUDARCH-STATUS
003680           MOVE "Y" TO RUN-ERROR-SWITCH
003690        END-IF
003700     END-IF.
003710 3100-EXIT.
003720     EXIT.
003730*****************************************************************
003740* 9000-TERMINATE
003750*   Displays the run totals, closes every file, appends the
003760*   step-status record, and sets the return code.
003770*****************************************************************
003780 9000-TERMINATE.
003790     DISPLAY "AUDIT_ARCH: " LINES-READ-COUNT
003800        " AUDIT LINE(S) READ"
003810     DISPLAY "AUDIT_ARCH: " LINES-ARCHIVED-COUNT
003820        " LINE(S) ARCHIVED, " DUPLICATE-COUNT
003830        " ALREADY ARCHIVED"
003840     DISPLAY "AUDIT_ARCH: " TRIMMED-COUNT
003850        " ENTRY(S) TRIMMED TO OFFLINE EXTRACT"
003860     CLOSE AUDIT-LOG-FILE
003870           AUDIT-ARCHIVE-FILE
003880           ARCHIVE-EXTRACT-FILE
003890     IF RUN-ERROR
003900        MOVE 8 TO STEP-CONDITION-CODE
003910     END-IF
003920     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
003930     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
003940 9000-EXIT.
003950     EXIT.
003960*****************************************************************
003970* 9500-WRITE-JOB-STATUS
003980*   Appends this step's machine-readable status record to the
003990*   shared job-stream status file for NIGHT_STATUS to
004000*   summarize.  The condition code is placed by the caller
004010*   before the perform.
004020*****************************************************************
004030 9500-WRITE-JOB-STATUS.
004040     OPEN EXTEND JOB-STATUS-FILE
004050     IF NOT JOBSTAT-OK
004060        DISPLAY "AUDIT_ARCH: UNABLE TO OPEN JOBSTAT, STATUS "
004070           JOBSTAT-STATUS
004080        GO TO 9500-EXIT
004090     END-IF
004100     MOVE SPACES TO JOB-STATUS-RECORD
004110     MOVE "AUDIT_ARCH" TO JS-PROGRAM-NAME
004120     MOVE ARCH-RUN-DATE TO JS-RUN-DATE
004130     MOVE ARCH-RUN-TIME TO JS-RUN-TIME
004140     MOVE LINES-READ-COUNT TO JS-RECORDS-READ
004150     MOVE LINES-ARCHIVED-COUNT TO JS-RECORDS-WRITTEN
004160     MOVE DUPLICATE-COUNT TO JS-ERROR-COUNT
004170     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
004180     WRITE JOB-STATUS-RECORD
004190     CLOSE JOB-STATUS-FILE.
004200 9500-EXIT.
004210     EXIT.
004220 END PROGRAM audit_arch.
