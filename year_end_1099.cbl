000310* the IRS electronic-filing file (IRSFILE) is cut from those
000320* consolidated figures - one 1099-INT per taxpayer, with the
000330* reportable threshold applied to the consolidated total, not
000340* to each account separately.  Federal tax withheld under
000350* backup withholding (YTD-BACKUP-WITHHELD) is reported beside
000360* the interest on TAX1099 and the payee records, and any
000370* withholding makes the account and its taxpayer reportable
000380* whatever the interest.
000390*
000400* Modification History
000410* ----------------------------------------------------------------
000420* DATE       INIT  DESCRIPTION
000430* 08/14/26   JWB   Original version.
000440* 08/21/26   JWB   Filing is now for a single selected tax
000450*                  year (TAXPARM or run year minus one) so a
000460*                  multi-year accumulation file extracts
000470*                  exactly one year's figures.
000480* 09/03/26   JWB   Added the customer tax file, per-TIN
000490*                  consolidation, and the IRS electronic-
000500*                  filing output (transmitter, payer, payee,
000510*                  and totals records), so one 1099-INT per
000520*                  taxpayer goes straight to the IRS instead
000530*                  of through manual re-entry.  The TAX1099
000540*                  account-level extract is unchanged.
000550* 09/03/26   JWB   Appends the step-status record to the
000560*                  shared job-stream status file and sets a
000570*                  return code that reflects the run.
000580* 10/15/26   JWB   Reports federal income tax withheld
000590*                  (backup withholding) on TAX1099, the
000600*                  register, and the IRS B and C records; an
000610*                  account or taxpayer with tax withheld is
000620*                  reported even under the interest
000630*                  threshold.
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. year_end_1099.
000670 AUTHOR. J BAKER.
000680 INSTALLATION. CONSUMER BANKING SYSTEMS.
000690 DATE-WRITTEN. 08/14/26.
000700 DATE-COMPILED.
000710*****************************************************************
000720* ENVIRONMENT DIVISION
000730*****************************************************************
000740 ENVIRONMENT DIVISION.
000750 CONFIGURATION SECTION.
000760 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000770 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT YTD-INTEREST-FILE ASSIGN TO "YTDINT"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS YTDINT-STATUS.
000840     SELECT TAX-EXTRACT-FILE ASSIGN TO "TAX1099"
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS TAX1099-STATUS.
000880     SELECT CUSTOMER-TAX-FILE ASSIGN TO "CUSTTAX"
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS CUSTTAX-STATUS.
000920     SELECT IRS-FILING-FILE ASSIGN TO "IRSFILE"
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS IRSFILE-STATUS.
000960     SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS TAXREG-STATUS.
000990     SELECT OPTIONAL TAX-PARAMETER-FILE ASSIGN TO "TAXPARM"
001000         ORGANIZATION IS SEQUENTIAL
001010         ACCESS MODE IS SEQUENTIAL
001020         FILE STATUS IS TAXPARM-STATUS.
001030     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
001040         ORGANIZATION IS SEQUENTIAL
001050         ACCESS MODE IS SEQUENTIAL
001060         FILE STATUS IS JOBSTAT-STATUS.
001070*****************************************************************
001080* DATA DIVISION
001090*****************************************************************
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  YTD-INTEREST-FILE
001130     RECORDING MODE IS F.
001140     COPY YTDINT.
001150 FD  TAX-EXTRACT-FILE
001160     RECORDING MODE IS F.
001170     COPY TAX1099.
001180 FD  CUSTOMER-TAX-FILE
001190     RECORDING MODE IS F.
001200     COPY CUSTTAX.
001210 FD  IRS-FILING-FILE
001220     RECORDING MODE IS F.
001230 01  IRS-OUTPUT-RECORD           PIC X(120).
001240 FD  TAX-REGISTER-FILE.
001250 01  TAX-REGISTER-LINE           PIC X(80).
001260 FD  TAX-PARAMETER-FILE
001270     RECORDING MODE IS F.
001280     COPY TAXPARM.
001290 FD  JOB-STATUS-FILE
001300     RECORDING MODE IS F.
001310     COPY JOBSTAT.
001320 WORKING-STORAGE SECTION.
001330*> ----------------------------------------------------------
001340*> File status and end-of-file switches
001350*> ----------------------------------------------------------
001360 01  YTDINT-STATUS           PIC X(02) VALUE "00".
001370     88  YTDINT-OK                     VALUE "00".
001380     88  YTDINT-EOF                    VALUE "10".
001390 01  TAX1099-STATUS          PIC X(02) VALUE "00".
001400     88  TAX1099-OK                    VALUE "00".
001410 01  TAXREG-STATUS           PIC X(02) VALUE "00".
001420     88  TAXREG-OK                     VALUE "00".
001430 01  TAXPARM-STATUS          PIC X(02) VALUE "00".
001440     88  TAXPARM-OK                    VALUE "00".
001450     88  TAXPARM-ABSENT                VALUE "05".
001460 01  CUSTTAX-STATUS          PIC X(02) VALUE "00".
001470     88  CUSTTAX-OK                    VALUE "00".
001480     88  CUSTTAX-EOF                   VALUE "10".
001490 01  IRSFILE-STATUS          PIC X(02) VALUE "00".
001500     88  IRSFILE-OK                    VALUE "00".
001510 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
001520     88  JOBSTAT-OK                    VALUE "00".
001530 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
001540 01  PROGRAM-SWITCHES.
001550     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
001560         88  RUN-ERROR                 VALUE "Y".
001570     05  YTD-EOF-SWITCH       PIC X(01) VALUE "N".
001580         88  YTD-EXHAUSTED             VALUE "Y".
001590     05  CUSTTAX-EOF-SWITCH   PIC X(01) VALUE "N".
001600         88  CUSTTAX-EXHAUSTED         VALUE "Y".
001610     05  CUST-TAX-FOUND-SW    PIC X(01) VALUE "N".
001620         88  CUST-TAX-FOUND            VALUE "Y".
001630     05  TIN-FOUND-SWITCH     PIC X(01) VALUE "N".
001640         88  TIN-FOUND                 VALUE "Y".
001650*> ----------------------------------------------------------
001660*> Reporting threshold and run totals.  Interest of ten dollars
001670*> or more in the tax year must be reported on form 1099-INT.
001680*> ----------------------------------------------------------
001690 01  REPORTABLE-THRESHOLD    PIC S9(9)V9(2) COMP-3 VALUE 10.00.
001700 01  SELECTED-TAX-YEAR       PIC 9(04) VALUE 0.
001710 01  RUN-DATE-STAMP          PIC 9(08) VALUE 0.
001720 01  RUN-DATE-STAMP-SPLIT REDEFINES RUN-DATE-STAMP.
001730     05  RUN-STAMP-CCYY      PIC 9(04).
001740     05  FILLER              PIC 9(04).
001750 77  ACCOUNTS-READ-COUNT     PIC 9(07) VALUE 0.
001760 77  REPORTABLE-COUNT        PIC 9(07) VALUE 0.
001770 77  UNDER-THRESHOLD-COUNT   PIC 9(07) VALUE 0.
001780 77  OTHER-YEAR-COUNT        PIC 9(07) VALUE 0.
001790 01  INTEREST-TOTAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
001800 01  REPORTABLE-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001810 01  ACCOUNT-WITHHELD        PIC S9(9)V9(2) COMP-3 VALUE 0.
001820 01  WITHHELD-TOTAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
001830*> ----------------------------------------------------------
001840*> Customer consolidation.  The customer tax file ties each
001850*> account to its owner's TIN; interest for the selected year
001860*> is summed per TIN in this table during the main pass, and
001870*> the IRS electronic filing is cut from the table after the
001880*> last account, so the reportable threshold applies to the
001890*> taxpayer's consolidated interest, not to each account.
001900*> ----------------------------------------------------------
001910 01  TIN-ENTRY-MAX           PIC 9(04) COMP VALUE 1000.
001920 01  TIN-ENTRY-COUNT         PIC 9(04) COMP VALUE 0.
001930 01  TIN-SUB                 PIC 9(04) COMP VALUE 0.
001940 01  TIN-HOLD-SUB            PIC 9(04) COMP VALUE 0.
001950 01  TIN-TABLE-AREA.
001960     05  TIN-ENTRY OCCURS 1000 TIMES.
001970         10  TT-TIN              PIC 9(09).
001980         10  TT-NAME-CONTROL     PIC X(04).
001990         10  TT-PAYEE-NAME       PIC X(30).
002000         10  TT-INTEREST-TOTAL   PIC S9(11)V9(02) COMP-3.
002010         10  TT-ACCOUNT-COUNT    PIC 9(03).
002020         10  TT-WITHHELD-TOTAL   PIC S9(11)V9(02) COMP-3.
002030 77  NO-TIN-COUNT            PIC 9(07) VALUE 0.
002040 77  TIN-DROPPED-COUNT       PIC 9(07) VALUE 0.
002050 77  PAYEE-WRITTEN-COUNT     PIC 9(07) VALUE 0.
002060 77  PAYEE-UNDER-COUNT       PIC 9(07) VALUE 0.
002070 01  PAYEE-INTEREST-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
002080 01  PAYEE-WITHHELD-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
002090*> ----------------------------------------------------------
002100*> Transmitter/payer identity for the electronic filing.  The
002110*> bank transmits its own filing, so one identity serves both
002120*> the T and A records.  Return type 6 is form 1099-INT.
002130*> ----------------------------------------------------------
002140 01  PAYER-TIN               PIC 9(09) VALUE 741230958.
002150 01  PAYER-NAME              PIC X(40)
002160     VALUE "CONSUMER BANKING SYSTEMS".
002170 01  RETURN-TYPE-1099INT     PIC X(02) VALUE "6 ".
002180 COPY IRSREC.
002190*> ----------------------------------------------------------
002200*> Register print lines
002210*> ----------------------------------------------------------
002220 01  REGISTER-HEADING-LINE.
002230     05  FILLER              PIC X(34)
002240         VALUE "1099-INT REGISTER FOR TAX YEAR    ".
002250     05  RHL-TAX-YEAR        PIC 9(04).
002260 01  REGISTER-DETAIL-LINE.
002270     05  RDL-ACCT-NUMBER     PIC 9(07).
002280     05  FILLER              PIC X(03) VALUE SPACES.
002290     05  RDL-TAX-YEAR        PIC 9(04).
002300     05  FILLER              PIC X(03) VALUE SPACES.
002310     05  RDL-INTEREST        PIC -(9)9.99.
002320     05  FILLER              PIC X(03) VALUE SPACES.
002330     05  RDL-WITHHELD        PIC -(9)9.99.
002340     05  FILLER              PIC X(03) VALUE SPACES.
002350     05  RDL-REPORT-TAG      PIC X(15).
002360 01  REGISTER-COUNT-LINE.
002370     05  RCL-LABEL           PIC X(32).
002380     05  FILLER              PIC X(01) VALUE SPACE.
002390     05  RCL-COUNT           PIC Z(06)9.
002400 01  REGISTER-AMOUNT-LINE.
002410     05  RAL-LABEL           PIC X(32).
002420     05  FILLER              PIC X(01) VALUE SPACE.
002430     05  RAL-AMOUNT          PIC -(11)9.99.
002440 PROCEDURE DIVISION.
002450*****************************************************************
002460* 0000-MAINLINE
002470*   Top level driver - opens the files, processes one
002480*   year-to-date record per pass, and closes with the register
002490*   totals.
002500*****************************************************************
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     IF NOT RUN-ERROR
002540        PERFORM 2000-PROCESS-YTD-RECORD THRU 2000-EXIT
002550            UNTIL YTD-EXHAUSTED
002560        PERFORM 4000-WRITE-IRS-FILE THRU 4000-EXIT
002570        PERFORM 3000-WRITE-REGISTER-TOTALS THRU 3000-EXIT
002580     END-IF
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT
002600     STOP RUN.
002610*****************************************************************
002620* 1000-INITIALIZE
002630*   Opens every file, writes the register heading, and primes
002640*   the read.
002650*****************************************************************
002660 1000-INITIALIZE.
002670     OPEN INPUT YTD-INTEREST-FILE
002680     IF NOT YTDINT-OK
002690        DISPLAY "YEAR_END_1099: UNABLE TO OPEN YTDINT, STATUS "
002700           YTDINT-STATUS
002710        MOVE "Y" TO RUN-ERROR-SWITCH
002720        MOVE "Y" TO YTD-EOF-SWITCH
002730     END-IF
002740     OPEN OUTPUT TAX-EXTRACT-FILE
002750     IF NOT TAX1099-OK
002760        DISPLAY "YEAR_END_1099: UNABLE TO OPEN TAX1099, STATUS "
002770           TAX1099-STATUS
002780        MOVE "Y" TO RUN-ERROR-SWITCH
002790     END-IF
002800     OPEN OUTPUT TAX-REGISTER-FILE
002810     IF NOT TAXREG-OK
002820        DISPLAY "YEAR_END_1099: UNABLE TO OPEN TAXREG, STATUS "
002830           TAXREG-STATUS
002840        MOVE "Y" TO RUN-ERROR-SWITCH
002850     END-IF
002860     OPEN INPUT CUSTOMER-TAX-FILE
002870     IF NOT CUSTTAX-OK
002880        DISPLAY "YEAR_END_1099: UNABLE TO OPEN CUSTTAX, STATUS "
002890           CUSTTAX-STATUS
002900        MOVE "Y" TO RUN-ERROR-SWITCH
002910        MOVE "Y" TO CUSTTAX-EOF-SWITCH
002920     END-IF
002930     OPEN OUTPUT IRS-FILING-FILE
002940     IF NOT IRSFILE-OK
002950        DISPLAY "YEAR_END_1099: UNABLE TO OPEN IRSFILE, STATUS "
002960           IRSFILE-STATUS
002970        MOVE "Y" TO RUN-ERROR-SWITCH
002980     END-IF
002990     PERFORM 1050-DETERMINE-TAX-YEAR THRU 1050-EXIT
003000     IF NOT CUSTTAX-EXHAUSTED
003010        PERFORM 1150-READ-CUSTOMER-TAX THRU 1150-EXIT
003020     END-IF
003030     PERFORM 1100-READ-YTD-INTEREST THRU 1100-EXIT
003040     IF NOT RUN-ERROR
003050        MOVE SELECTED-TAX-YEAR TO RHL-TAX-YEAR
003060        WRITE TAX-REGISTER-LINE FROM REGISTER-HEADING-LINE
003070     END-IF.
003080 1000-EXIT.
003090     EXIT.
003100*****************************************************************
003110* 1050-DETERMINE-TAX-YEAR
003120*   Establishes the filing year: the year named on the
003130*   optional parameter file when one is supplied, otherwise
003140*   the most recent completed year - the year before the run
003150*   date, which is the normal January case.
003160*****************************************************************
003170 1050-DETERMINE-TAX-YEAR.
003180     ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD
003190     COMPUTE SELECTED-TAX-YEAR = RUN-STAMP-CCYY - 1
003200     OPEN INPUT TAX-PARAMETER-FILE
003210     IF NOT TAXPARM-OK AND NOT TAXPARM-ABSENT
003220        DISPLAY "YEAR_END_1099: UNABLE TO OPEN TAXPARM, "
003230           "STATUS " TAXPARM-STATUS
003240           " - PRIOR YEAR ASSUMED"
003250        CLOSE TAX-PARAMETER-FILE
003260        GO TO 1050-EXIT
003270     END-IF
003280     READ TAX-PARAMETER-FILE
003290         AT END
003300             CLOSE TAX-PARAMETER-FILE
003310             GO TO 1050-EXIT
003320     END-READ
003330     IF TXP-TAX-YEAR IS NUMERIC AND TXP-TAX-YEAR > ZERO
003340        MOVE TXP-TAX-YEAR TO SELECTED-TAX-YEAR
003350     ELSE
003360        DISPLAY "YEAR_END_1099: INVALID TAX YEAR ON TAXPARM"
003370           " - PRIOR YEAR ASSUMED"
003380     END-IF
003390     CLOSE TAX-PARAMETER-FILE.
003400 1050-EXIT.
003410     EXIT.
003420*****************************************************************
003430* 1100-READ-YTD-INTEREST
003440*   Reads the next year-to-date record, sets the end-of-file
003450*   switch when the file is exhausted.
003460*****************************************************************
003470 1100-READ-YTD-INTEREST.
003480     READ YTD-INTEREST-FILE
003490         AT END
003500             MOVE "Y" TO YTD-EOF-SWITCH
003510         NOT AT END
003520             ADD 1 TO ACCOUNTS-READ-COUNT
003530     END-READ.
003540 1100-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 1150-READ-CUSTOMER-TAX
003580*   Reads the next customer tax record into the read-ahead
003590*   buffer.
003600*****************************************************************
003610 1150-READ-CUSTOMER-TAX.
003620     READ CUSTOMER-TAX-FILE
003630        AT END MOVE "Y" TO CUSTTAX-EOF-SWITCH
003640     END-READ.
003650 1150-EXIT.
003660     EXIT.
003670*****************************************************************
003680* 2000-PROCESS-YTD-RECORD
003690*   Lists one account on the register, applies the reportable-
003700*   threshold test, and writes the extract record when the
003710*   account must be reported - interest at the threshold,
003720*   or any federal tax withheld.  A record carrying any other
003730*   tax year is bypassed and counted so the filing covers
003740*   exactly one year.  A record written before withholding
003750*   was carried has spaces there and reads as none withheld.
003760*****************************************************************
003770 2000-PROCESS-YTD-RECORD.
003780     IF YTD-TAX-YEAR NOT = SELECTED-TAX-YEAR
003790        ADD 1 TO OTHER-YEAR-COUNT
003800        PERFORM 1100-READ-YTD-INTEREST THRU 1100-EXIT
003810        GO TO 2000-EXIT
003820     END-IF
003830     ADD YTD-INTEREST-EARNED TO INTEREST-TOTAL
003840     IF YTD-BACKUP-WITHHELD IS NUMERIC
003850        MOVE YTD-BACKUP-WITHHELD TO ACCOUNT-WITHHELD
003860     ELSE
003870        MOVE ZERO TO ACCOUNT-WITHHELD
003880     END-IF
003890     ADD ACCOUNT-WITHHELD TO WITHHELD-TOTAL
003900     PERFORM 2030-MATCH-CUSTOMER-TAX THRU 2030-EXIT
003910     IF CUST-TAX-FOUND
003920        PERFORM 2050-ACCUMULATE-CUSTOMER THRU 2050-EXIT
003930     ELSE
003940        ADD 1 TO NO-TIN-COUNT
003950        DISPLAY "YEAR_END_1099: ACCOUNT " YTD-ACCT-NUMBER
003960           " HAS NO CUSTOMER TAX RECORD - NOT ON IRS FILING"
003970     END-IF
003980     MOVE YTD-ACCT-NUMBER     TO RDL-ACCT-NUMBER
003990     MOVE YTD-TAX-YEAR        TO RDL-TAX-YEAR
004000     MOVE YTD-INTEREST-EARNED TO RDL-INTEREST
004010     MOVE ACCOUNT-WITHHELD    TO RDL-WITHHELD
004020     IF YTD-INTEREST-EARNED NOT < REPORTABLE-THRESHOLD
004030           OR ACCOUNT-WITHHELD > ZERO
004040        MOVE "REPORTABLE"     TO RDL-REPORT-TAG
004050        ADD 1 TO REPORTABLE-COUNT
004060        ADD YTD-INTEREST-EARNED TO REPORTABLE-TOTAL
004070        PERFORM 2100-WRITE-TAX-EXTRACT THRU 2100-EXIT
004080     ELSE
004090        MOVE "UNDER THRESHOLD" TO RDL-REPORT-TAG
004100        ADD 1 TO UNDER-THRESHOLD-COUNT
004110     END-IF
004120     WRITE TAX-REGISTER-LINE FROM REGISTER-DETAIL-LINE
004130     PERFORM 1100-READ-YTD-INTEREST THRU 1100-EXIT.
004140 2000-EXIT.
004150     EXIT.
004160*****************************************************************
004170* 2100-WRITE-TAX-EXTRACT
004180*   Formats and writes one 1099-INT extract record.
004190*****************************************************************
004200 2100-WRITE-TAX-EXTRACT.
004210     MOVE YTD-ACCT-NUMBER     TO TAX-ACCT-NUMBER
004220     MOVE YTD-TAX-YEAR        TO TAX-YEAR
004230     MOVE YTD-INTEREST-EARNED TO TAX-INTEREST-EARNED
004240     MOVE ACCOUNT-WITHHELD    TO TAX-FED-TAX-WITHHELD
004250     WRITE TAX-1099-RECORD.
004260 2100-EXIT.
004270     EXIT.
004280*****************************************************************
004290* 2030-MATCH-CUSTOMER-TAX
004300*   Advances the customer-tax read-ahead buffer, which is held
004310*   across the run (both files are in ascending account order),
004320*   until it reaches or passes the account just read.
004330*****************************************************************
004340 2030-MATCH-CUSTOMER-TAX.
004350     PERFORM 1150-READ-CUSTOMER-TAX THRU 1150-EXIT
004360        UNTIL CUSTTAX-EXHAUSTED
004370           OR CTX-ACCT-NUMBER >= YTD-ACCT-NUMBER
004380     IF (NOT CUSTTAX-EXHAUSTED)
004390           AND CTX-ACCT-NUMBER = YTD-ACCT-NUMBER
004400        MOVE "Y" TO CUST-TAX-FOUND-SW
004410     ELSE
004420        MOVE "N" TO CUST-TAX-FOUND-SW
004430     END-IF.
004440 2030-EXIT.
004450     EXIT.
004460*****************************************************************
004470* 2050-ACCUMULATE-CUSTOMER
004480*   Rolls the account's selected-year interest and tax
004490*   withheld into its owner's TIN entry, starting a fresh
004500*   entry for a TIN not seen yet.
004510*   An account past the table limit is dropped from the
004520*   consolidation and counted so the filing is known short.
004530*****************************************************************
004540 2050-ACCUMULATE-CUSTOMER.
004550     MOVE "N" TO TIN-FOUND-SWITCH
004560     PERFORM 2060-SCAN-TIN-ENTRY THRU 2060-EXIT
004570        VARYING TIN-SUB FROM 1 BY 1
004580           UNTIL TIN-SUB > TIN-ENTRY-COUNT
004590              OR TIN-FOUND
004600     IF TIN-FOUND
004610        ADD YTD-INTEREST-EARNED
004620           TO TT-INTEREST-TOTAL (TIN-HOLD-SUB)
004630        ADD 1 TO TT-ACCOUNT-COUNT (TIN-HOLD-SUB)
004640        ADD ACCOUNT-WITHHELD
004650           TO TT-WITHHELD-TOTAL (TIN-HOLD-SUB)
004660     ELSE
004670        IF TIN-ENTRY-COUNT < TIN-ENTRY-MAX
004680           ADD 1 TO TIN-ENTRY-COUNT
004690           MOVE CTX-TIN TO TT-TIN (TIN-ENTRY-COUNT)
004700           MOVE CTX-NAME-CONTROL
004710              TO TT-NAME-CONTROL (TIN-ENTRY-COUNT)
004720           MOVE CTX-PAYEE-NAME
004730              TO TT-PAYEE-NAME (TIN-ENTRY-COUNT)
004740           MOVE YTD-INTEREST-EARNED
004750              TO TT-INTEREST-TOTAL (TIN-ENTRY-COUNT)
004760           MOVE 1 TO TT-ACCOUNT-COUNT (TIN-ENTRY-COUNT)
004770           MOVE ACCOUNT-WITHHELD
004780              TO TT-WITHHELD-TOTAL (TIN-ENTRY-COUNT)
004790        ELSE
004800           ADD 1 TO TIN-DROPPED-COUNT
004810           DISPLAY "YEAR_END_1099: TIN TABLE FULL - ACCOUNT "
004820              YTD-ACCT-NUMBER " NOT CONSOLIDATED"
004830        END-IF
004840     END-IF.
004850 2050-EXIT.
004860     EXIT.
004870*****************************************************************
004880* 2060-SCAN-TIN-ENTRY
004890*   Weighs one TIN-table entry against the TIN of the account's
004900*   owner, holding the matching slot for the accumulation.
004910*****************************************************************
004920 2060-SCAN-TIN-ENTRY.
004930     IF TT-TIN (TIN-SUB) = CTX-TIN
004940        MOVE "Y" TO TIN-FOUND-SWITCH
004950        MOVE TIN-SUB TO TIN-HOLD-SUB
004960     END-IF.
004970 2060-EXIT.
004980     EXIT.
004990*****************************************************************
005000* 3000-WRITE-REGISTER-TOTALS
005010*   Closes the register with the counts and totals the filing is
005020*   balanced against.
005030*****************************************************************
005040 3000-WRITE-REGISTER-TOTALS.
005050     MOVE SPACES TO TAX-REGISTER-LINE
005060     WRITE TAX-REGISTER-LINE
005070     MOVE "ACCOUNTS READ                  :" TO RCL-LABEL
005080     MOVE ACCOUNTS-READ-COUNT TO RCL-COUNT
005090     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005100     MOVE "ACCOUNTS REPORTABLE            :" TO RCL-LABEL
005110     MOVE REPORTABLE-COUNT TO RCL-COUNT
005120     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005130     MOVE "ACCOUNTS UNDER THRESHOLD       :" TO RCL-LABEL
005140     MOVE UNDER-THRESHOLD-COUNT TO RCL-COUNT
005150     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005160     MOVE "RECORDS OUTSIDE TAX YEAR       :" TO RCL-LABEL
005170     MOVE OTHER-YEAR-COUNT TO RCL-COUNT
005180     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005190     MOVE "TOTAL INTEREST FOR TAX YEAR    :" TO RAL-LABEL
005200     MOVE INTEREST-TOTAL TO RAL-AMOUNT
005210     WRITE TAX-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005220     MOVE "TOTAL REPORTABLE INTEREST      :" TO RAL-LABEL
005230     MOVE REPORTABLE-TOTAL TO RAL-AMOUNT
005240     WRITE TAX-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005250     MOVE "TOTAL FEDERAL TAX WITHHELD     :" TO RAL-LABEL
005260     MOVE WITHHELD-TOTAL TO RAL-AMOUNT
005270     WRITE TAX-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005280     MOVE "TAXPAYERS CONSOLIDATED         :" TO RCL-LABEL
005290     MOVE TIN-ENTRY-COUNT TO RCL-COUNT
005300     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005310     MOVE "TAXPAYERS FILED TO IRS         :" TO RCL-LABEL
005320     MOVE PAYEE-WRITTEN-COUNT TO RCL-COUNT
005330     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005340     MOVE "TAXPAYERS UNDER THRESHOLD      :" TO RCL-LABEL
005350     MOVE PAYEE-UNDER-COUNT TO RCL-COUNT
005360     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005370     MOVE "ACCOUNTS WITH NO TIN ON FILE   :" TO RCL-LABEL
005380     MOVE NO-TIN-COUNT TO RCL-COUNT
005390     WRITE TAX-REGISTER-LINE FROM REGISTER-COUNT-LINE
005400     MOVE "INTEREST FILED TO IRS          :" TO RAL-LABEL
005410     MOVE PAYEE-INTEREST-TOTAL TO RAL-AMOUNT
005420     WRITE TAX-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
005430     MOVE "TAX WITHHELD FILED TO IRS      :" TO RAL-LABEL
005440     MOVE PAYEE-WITHHELD-TOTAL TO RAL-AMOUNT
005450     WRITE TAX-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
005460 3000-EXIT.
005470     EXIT.
005480*****************************************************************
005490* 4000-WRITE-IRS-FILE
005500*   Cuts the IRS electronic filing from the TIN table: the
005510*   transmitter and payer records, one payee record per
005520*   taxpayer whose consolidated interest reached the reportable
005530*   threshold or had tax withheld, the end-of-payer record
005540*   with the payee count and the interest and withholding
005550*   totals, and the end-of-transmission record.
005560*****************************************************************
005570 4000-WRITE-IRS-FILE.
005580     MOVE SPACES TO IRS-TRANSMITTER-RECORD
005590     MOVE "T" TO IRT-RECORD-TYPE
005600     MOVE SELECTED-TAX-YEAR TO IRT-PAYMENT-YEAR
005610     MOVE PAYER-TIN TO IRT-TRANSMITTER-TIN
005620     MOVE PAYER-NAME TO IRT-TRANSMITTER-NAME
005630     WRITE IRS-OUTPUT-RECORD FROM IRS-TRANSMITTER-RECORD
005640     MOVE SPACES TO IRS-PAYER-RECORD
005650     MOVE "A" TO IRA-RECORD-TYPE
005660     MOVE SELECTED-TAX-YEAR TO IRA-PAYMENT-YEAR
005670     MOVE PAYER-TIN TO IRA-PAYER-TIN
005680     MOVE PAYER-NAME TO IRA-PAYER-NAME
005690     MOVE RETURN-TYPE-1099INT TO IRA-RETURN-TYPE
005700     WRITE IRS-OUTPUT-RECORD FROM IRS-PAYER-RECORD
005710     PERFORM 4100-WRITE-PAYEE-RECORD THRU 4100-EXIT
005720        VARYING TIN-SUB FROM 1 BY 1
005730           UNTIL TIN-SUB > TIN-ENTRY-COUNT
005740     MOVE SPACES TO IRS-END-PAYER-RECORD
005750     MOVE "C" TO IRC-RECORD-TYPE
005760     MOVE PAYEE-WRITTEN-COUNT TO IRC-PAYEE-COUNT
005770     MOVE PAYEE-INTEREST-TOTAL TO IRC-INTEREST-TOTAL
005780     MOVE PAYEE-WITHHELD-TOTAL TO IRC-WITHHELD-TOTAL
005790     WRITE IRS-OUTPUT-RECORD FROM IRS-END-PAYER-RECORD
005800     MOVE SPACES TO IRS-END-TRANSMISSION-RECORD
005810     MOVE "F" TO IRF-RECORD-TYPE
005820     MOVE 1 TO IRF-PAYER-COUNT
005830     WRITE IRS-OUTPUT-RECORD FROM IRS-END-TRANSMISSION-RECORD.
005840 4000-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 4100-WRITE-PAYEE-RECORD
005880*   Writes one taxpayer's payee record when the consolidated
005890*   interest reached the reportable threshold, or when any
005900*   federal tax was withheld; a taxpayer under the threshold
005910*   with nothing withheld is counted and not filed.
005920*****************************************************************
005930 4100-WRITE-PAYEE-RECORD.
005940     IF TT-INTEREST-TOTAL (TIN-SUB) NOT < REPORTABLE-THRESHOLD
005950           OR TT-WITHHELD-TOTAL (TIN-SUB) > ZERO
005960        MOVE SPACES TO IRS-PAYEE-RECORD
005970        MOVE "B" TO IRB-RECORD-TYPE
005980        MOVE SELECTED-TAX-YEAR TO IRB-PAYMENT-YEAR
005990        MOVE TT-TIN (TIN-SUB) TO IRB-PAYEE-TIN
006000        MOVE TT-NAME-CONTROL (TIN-SUB) TO IRB-NAME-CONTROL
006010        MOVE TT-PAYEE-NAME (TIN-SUB) TO IRB-PAYEE-NAME
006020        MOVE TT-INTEREST-TOTAL (TIN-SUB) TO IRB-INTEREST-AMOUNT
006030        MOVE TT-ACCOUNT-COUNT (TIN-SUB) TO IRB-ACCOUNT-COUNT
006040        MOVE TT-WITHHELD-TOTAL (TIN-SUB)
006050           TO IRB-FED-TAX-WITHHELD
006060        WRITE IRS-OUTPUT-RECORD FROM IRS-PAYEE-RECORD
006070        ADD 1 TO PAYEE-WRITTEN-COUNT
006080        ADD TT-INTEREST-TOTAL (TIN-SUB) TO PAYEE-INTEREST-TOTAL
006090        ADD TT-WITHHELD-TOTAL (TIN-SUB) TO PAYEE-WITHHELD-TOTAL
006100     ELSE
006110        ADD 1 TO PAYEE-UNDER-COUNT
006120     END-IF.
006130 4100-EXIT.
006140     EXIT.
006150*****************************************************************
006160* 9000-TERMINATE
006170*   Displays the run totals and closes every file.
006180*****************************************************************
006190 9000-TERMINATE.
006200     DISPLAY "YEAR_END_1099: " ACCOUNTS-READ-COUNT
006210        " ACCOUNT(S) READ FROM YTDINT"
006220     DISPLAY "YEAR_END_1099: " REPORTABLE-COUNT
006230        " ACCOUNT(S) WRITTEN TO TAX1099"
006240     DISPLAY "YEAR_END_1099: " PAYEE-WRITTEN-COUNT
006250        " TAXPAYER(S) FILED TO IRSFILE"
006260     DISPLAY "YEAR_END_1099: " NO-TIN-COUNT
006270        " ACCOUNT(S) WITH NO TIN ON FILE"
006280     CLOSE YTD-INTEREST-FILE
006290           TAX-EXTRACT-FILE
006300           CUSTOMER-TAX-FILE
006310           IRS-FILING-FILE
006320           TAX-REGISTER-FILE
006330     EVALUATE TRUE
006340        WHEN RUN-ERROR
006350           MOVE 8 TO STEP-CONDITION-CODE
006360        WHEN NO-TIN-COUNT > ZERO
006370              OR TIN-DROPPED-COUNT > ZERO
006380           MOVE 4 TO STEP-CONDITION-CODE
006390        WHEN OTHER
006400           MOVE 0 TO STEP-CONDITION-CODE
006410     END-EVALUATE
006420     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
006430     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
006440 9000-EXIT.
006450     EXIT.
006460*****************************************************************
006470* 9500-WRITE-JOB-STATUS
006480*   Appends this step's machine-readable status record to the
006490*   shared job-stream status file for NIGHT_STATUS to
006500*   summarize.  The condition code is placed by the caller
006510*   before the perform.
006520*****************************************************************
006530 9500-WRITE-JOB-STATUS.
006540     OPEN EXTEND JOB-STATUS-FILE
006550     IF NOT JOBSTAT-OK
006560        DISPLAY "YEAR_END_1099: UNABLE TO OPEN JOBSTAT, "
006570           "STATUS " JOBSTAT-STATUS
006580        GO TO 9500-EXIT
006590     END-IF
006600     MOVE SPACES TO JOB-STATUS-RECORD
006610     MOVE "YEAR_END_1099" TO JS-PROGRAM-NAME
006620     MOVE RUN-DATE-STAMP TO JS-RUN-DATE
006630     ACCEPT JS-RUN-TIME FROM TIME
006640     MOVE ACCOUNTS-READ-COUNT TO JS-RECORDS-READ
006650     MOVE REPORTABLE-COUNT TO JS-RECORDS-WRITTEN
006660     COMPUTE JS-ERROR-COUNT =
006670        NO-TIN-COUNT + TIN-DROPPED-COUNT
006680     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
006690     WRITE JOB-STATUS-RECORD
006700     CLOSE JOB-STATUS-FILE.
006710 9500-EXIT.
006720     EXIT.
006730 END PROGRAM year_end_1099.
