001590*                  night is announced and flagged on the
001600*                  run-control record for month-end-only
001610*                  downstream outputs to key off.
001620* 10/15/26   JWB   Added backup withholding on accrual
001630*                  nights: the customer tax file (CUSTTAX)
001640*                  is matched by account, and an account
001650*                  under a withholding order or with an
001660*                  uncertified or missing TIN has the
001670*                  backup rate withheld from each period's
001680*                  credited interest.  The amount withheld
001690*                  is written to GLEXTRCT, rolled into
001700*                  YTDINT beside the interest, carried on
001710*                  the checkpoint, and trial-balanced on
001720*                  RUNCTL and CTLRPT.
001730* 10/15/26   JWB   Added the interest payout option: on an
001740*                  accrual night an account whose master
001750*                  disposition is payout has the period's net
001760*                  interest (after any backup withholding)
001770*                  taken back off the balance and written to
001780*                  the PAYOUT extract for ACH_ORIG to
001790*                  originate, with the amount paid out beside
001800*                  the interest on GLEXTRCT.  The payout total
001810*                  is carried on the checkpoint and trial-
001820*                  balanced on RUNCTL and CTLRPT.
001830* 10/15/26   JWB   GLEXTRCT and RUNCTL carry a zero fee
001840*                  amount for FEE_ASSESS to fill in on month-
001850*                  end nights, and the new position file
001860*                  carries each account's last fee date
001870*                  forward from the prior one.
001880* 10/15/26   JWB   Each amortization line now carries the
001890*                  period's day count (true calendar days),
001900*                  its average daily balance and the annual
001910*                  rate in effect, for STMT_PRINT to work the
001920*                  Truth-in-Savings APY earned from.
001930* 10/15/26   JWB   Back-valued transactions: on an accrual
001940*                  night a transaction whose TRAN-EFFECTIVE-
001950*                  DATE falls in a month already accrued has
001960*                  the months it missed repriced at the
001970*                  RATETABL rates then in force, and the
001980*                  difference is posted to the balance and
001990*                  YTDINT and written to GLEXTRCT as its own
002000*                  adjustment record, listed on the BVADJRPT
002010*                  report for supervisor approval.
002020* 10/15/26   JWB   Account close-out: on an accrual night an
002030*                  account ACCT_MAINT has marked closed, with
002040*                  a close date not after the run date, earns
002050*                  its final interest for the stub of the
002060*                  period up to the close date; a CD closed
002070*                  before maturity is charged the early-
002080*                  withdrawal penalty against its balance.
002090*                  The final interest goes to GLEXTRCT as a
002100*                  close-out record and to YTDINT, the
002110*                  closing balance is written to
002120*                  the CLOSEPAY payoff extract for ACCT_CLOSE
002130*                  to disburse and retire, and the account's
002140*                  position is not carried forward.
002150* 10/15/26   JWB   The nightly batch run is refused (return
002160*                  code 8, nothing opened or posted) unless
002170*                  the run date is the next processing date
002180*                  on the date-control record (DATECTL).
002190*                  Inquiry and scenario runs are not checked.
002200* 10/15/26   JWB   A payout account's back-value months are
002210*                  repriced without compounding their interest,
002220*                  and a positive adjustment, net of backup
002230*                  withholding, is paid out by ACH the same as
002240*                  the period interest.
002250*****************************************************************
002260 IDENTIFICATION DIVISION.
002270 PROGRAM-ID. savings_baker.
002280 AUTHOR. J BAKER.
002290 INSTALLATION. CONSUMER BANKING SYSTEMS.
002300 DATE-WRITTEN. 09/02/22.
002310 DATE-COMPILED.
002320*****************************************************************
002330* ENVIRONMENT DIVISION
002340*****************************************************************
002350 ENVIRONMENT DIVISION.
002360 CONFIGURATION SECTION.
002370 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
002380 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
002390 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002410     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS ACCT-NUMBER
002450         FILE STATUS IS ACCTMAST-STATUS.
002460     SELECT OPTIONAL INQUIRY-REQUEST-FILE ASSIGN TO "INQRQST"
002470         ORGANIZATION IS SEQUENTIAL
002480         ACCESS MODE IS SEQUENTIAL
002490         FILE STATUS IS INQRQST-STATUS.
002500     SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPT"
002510         ORGANIZATION IS LINE SEQUENTIAL
002520         FILE STATUS IS INQRPT-STATUS.
002530     SELECT MATURITY-REPORT-FILE ASSIGN TO "MATRPT"
002540         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS MATRPT-STATUS.
002560     SELECT OPTIONAL RUN-PARAMETERS-FILE ASSIGN TO "RUNPARMS"
002570         ORGANIZATION IS SEQUENTIAL
002580         ACCESS MODE IS SEQUENTIAL
002590         FILE STATUS IS RUNPARMS-STATUS.
002600     SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRRPT"
002610         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS CMPRRPT-STATUS.
002630     SELECT OPTIONAL EXCEPTION-MASTER-FILE ASSIGN TO "EXCPMAST"
002640         ORGANIZATION IS SEQUENTIAL
002650         ACCESS MODE IS SEQUENTIAL
002660         FILE STATUS IS EXCPMAST-STATUS.
002670     SELECT EXCEPTION-NEW-FILE ASSIGN TO "EXCPNEW"
002680         ORGANIZATION IS SEQUENTIAL
002690         ACCESS MODE IS SEQUENTIAL
002700         FILE STATUS IS EXCPNEW-STATUS.
002710     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
002720         ORGANIZATION IS SEQUENTIAL
002730         ACCESS MODE IS SEQUENTIAL
002740         FILE STATUS IS CALFILE-STATUS.
002750     SELECT OPTIONAL TOLERANCE-TABLE-FILE ASSIGN TO "TOLTABLE"
002760         ORGANIZATION IS SEQUENTIAL
002770         ACCESS MODE IS SEQUENTIAL
002780         FILE STATUS IS TOLTABLE-STATUS.
002790     SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS AGERPT-STATUS.
002820     SELECT AMORTIZATION-REPORT-FILE ASSIGN TO "AMORTRPT"
002830         ORGANIZATION IS LINE SEQUENTIAL
002840         FILE STATUS IS AMORTRPT-STATUS.
002850     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHECKPT"
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS CHECKPT-STATUS.
002880     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
002890         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
002910         FILE STATUS IS LEDGER-STATUS.
002920     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
002930         ORGANIZATION IS LINE SEQUENTIAL
002940         FILE STATUS IS EXCPRPT-STATUS.
002950     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
002960         ORGANIZATION IS LINE SEQUENTIAL
002970         FILE STATUS IS AUDITLOG-STATUS.
002980     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
002990         ORGANIZATION IS SEQUENTIAL
003000         ACCESS MODE IS SEQUENTIAL
003010         FILE STATUS IS GLEXTRCT-STATUS.
003020     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
003030         ORGANIZATION IS SEQUENTIAL
003040         ACCESS MODE IS SEQUENTIAL
003050         FILE STATUS IS TRANFILE-STATUS.
003060     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "RATETABL"
003070         ORGANIZATION IS SEQUENTIAL
003080         ACCESS MODE IS SEQUENTIAL
003090         FILE STATUS IS RATETABL-STATUS.
003100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003110         ORGANIZATION IS SEQUENTIAL
003120         ACCESS MODE IS SEQUENTIAL
003130         FILE STATUS IS RUNCTL-STATUS.
003140     SELECT CONTROL-REPORT-FILE ASSIGN TO "CTLRPT"
003150         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS CTLRPT-STATUS.
003170     SELECT OPTIONAL YTD-INTEREST-FILE ASSIGN TO "YTDINT"
003180         ORGANIZATION IS SEQUENTIAL
003190         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS YTDINT-STATUS.
003210     SELECT YTD-NEW-FILE ASSIGN TO "YTDNEW"
003220         ORGANIZATION IS SEQUENTIAL
003230         ACCESS MODE IS SEQUENTIAL
003240         FILE STATUS IS YTDNEW-STATUS.
003250     SELECT OPTIONAL CURRENT-POSITION-FILE ASSIGN TO "CURRPOS"
003260         ORGANIZATION IS SEQUENTIAL
003270         ACCESS MODE IS SEQUENTIAL
003280         FILE STATUS IS CURRPOS-STATUS.
003290     SELECT CURRENT-NEW-FILE ASSIGN TO "CURRNEW"
003300         ORGANIZATION IS SEQUENTIAL
003310         ACCESS MODE IS SEQUENTIAL
003320         FILE STATUS IS CURRNEW-STATUS.
003330     SELECT OPTIONAL CUSTOMER-TAX-FILE ASSIGN TO "CUSTTAX"
003340         ORGANIZATION IS SEQUENTIAL
003350         ACCESS MODE IS SEQUENTIAL
003360         FILE STATUS IS CUSTTAX-STATUS.
003370     SELECT PAYOUT-FILE ASSIGN TO "PAYOUT"
003380         ORGANIZATION IS SEQUENTIAL
003390         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS PAYOUT-STATUS.
003410     SELECT BACK-VALUE-REPORT-FILE ASSIGN TO "BVADJRPT"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS BVADJRPT-STATUS.
003440     SELECT CLOSE-PAYOFF-FILE ASSIGN TO "CLOSEPAY"
003450         ORGANIZATION IS SEQUENTIAL
003460         ACCESS MODE IS SEQUENTIAL
003470         FILE STATUS IS CLOSEPAY-STATUS.
003480     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
003490         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003510         FILE STATUS IS DATECTL-STATUS.
003520     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
003530         ORGANIZATION IS SEQUENTIAL
003540         ACCESS MODE IS SEQUENTIAL
003550         FILE STATUS IS JOBSTAT-STATUS.
003560*****************************************************************
003570* DATA DIVISION
003580*****************************************************************
003590 DATA DIVISION.
003600 FILE SECTION.
003610 FD  ACCOUNT-MASTER-FILE
003620     RECORDING MODE IS F.
003630     COPY ACCTMAST.
003640 FD  AMORTIZATION-REPORT-FILE.
003650     COPY AMORTRPT.
003660 FD  CHECKPOINT-FILE.
003670     COPY CHKPTREC.
003680 FD  LEDGER-FILE
003690     RECORDING MODE IS F.
003700     COPY LEDGREC.
003710 FD  EXCEPTION-REPORT-FILE.
003720     COPY EXCPRPT.
003730 FD  AUDIT-LOG-FILE.
003740     COPY AUDITREC.
003750 FD  GL-EXTRACT-FILE
003760     RECORDING MODE IS F.
003770     COPY GLEXTRCT.
003780 FD  TRANSACTION-FILE
003790     RECORDING MODE IS F.
003800     COPY TRANREC.
003810 FD  INQUIRY-REQUEST-FILE
003820     RECORDING MODE IS F.
003830     COPY INQRQST.
003840 FD  INQUIRY-REPORT-FILE.
003850     COPY AMORTRPT
003860         REPLACING ==AMORT-REPORT-LINE==
003870               BY ==INQUIRY-REPORT-LINE==
003880                   LEADING ==RPT== BY ==IRP==.
003890 FD  MATURITY-REPORT-FILE.
003900     COPY MATRPT.
003910 FD  RUN-PARAMETERS-FILE
003920     RECORDING MODE IS F.
003930     COPY RUNPARMS.
003940 FD  COMPARE-REPORT-FILE.
003950     COPY CMPRRPT.
003960 FD  EXCEPTION-MASTER-FILE
003970     RECORDING MODE IS F.
003980     COPY EXCPMAST.
003990 FD  EXCEPTION-NEW-FILE
004000     RECORDING MODE IS F.
004010 01  EXCEPTION-NEW-RECORD        PIC X(49).
004020 FD  TOLERANCE-TABLE-FILE
004030     RECORDING MODE IS F.
004040     COPY TOLREC.
004050 FD  CALENDAR-FILE
004060     RECORDING MODE IS F.
004070     COPY CALREC.
004080 FD  AGING-REPORT-FILE.
004090     COPY AGERPT.
004100 FD  RATE-TABLE-FILE
004110     RECORDING MODE IS F.
004120     COPY RATEREC.
004130 FD  RUN-CONTROL-FILE
004140     RECORDING MODE IS F.
004150     COPY RUNCTL.
004160 FD  CONTROL-REPORT-FILE.
004170 01  CONTROL-REPORT-LINE         PIC X(80).
004180 FD  YTD-INTEREST-FILE
004190     RECORDING MODE IS F.
004200     COPY YTDINT.
004210 FD  YTD-NEW-FILE
004220     RECORDING MODE IS F.
004230 01  YTD-NEW-RECORD              PIC X(27).
004240 FD  CURRENT-POSITION-FILE
004250     RECORDING MODE IS F.
004260     COPY CURRPOS.
004270 FD  CURRENT-NEW-FILE
004280     RECORDING MODE IS F.
004290 01  CURRENT-NEW-RECORD          PIC X(27).
004300 FD  CUSTOMER-TAX-FILE
004310     RECORDING MODE IS F.
004320     COPY CUSTTAX.
004330 FD  PAYOUT-FILE
004340     RECORDING MODE IS F.
004350     COPY PAYOUTREC.
004360 FD  BACK-VALUE-REPORT-FILE.
004370     COPY BVADJRPT.
004380 FD  CLOSE-PAYOFF-FILE
004390     RECORDING MODE IS F.
004400     COPY CLOSEPAY.
004410 FD  DATE-CONTROL-FILE
004420     RECORDING MODE IS F.
004430     COPY DATECTL.
004440 FD  JOB-STATUS-FILE
004450     RECORDING MODE IS F.
004460     COPY JOBSTAT.
004470 WORKING-STORAGE SECTION.
004480*> ----------------------------------------------------------
004490*> File status and end-of-file switches
004500*> ----------------------------------------------------------
004510 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
004520     88  ACCTMAST-OK                   VALUE "00".
004530     88  ACCTMAST-EOF                  VALUE "10".
004540 01  AMORTRPT-STATUS         PIC X(02) VALUE "00".
004550     88  AMORTRPT-OK                   VALUE "00".
004560 01  CHECKPT-STATUS          PIC X(02) VALUE "00".
004570     88  CHECKPT-OK                    VALUE "00".
004580 01  CHECKPOINT-INTERVAL     PIC 9(4) COMP VALUE 50.
004590 01  CHECKPOINT-REMAINDER    PIC 9(4) COMP VALUE 0.
004600 01  CHECKPOINT-QUOTIENT     PIC 9(7) COMP VALUE 0.
004610 01  RESTART-SEQUENCE-NUMBER PIC 9(07) VALUE 0.
004620 01  RESTART-ACCT-NUMBER     PIC 9(07) VALUE 0.
004630 01  LEDGER-STATUS           PIC X(02) VALUE "00".
004640     88  LEDGER-OK                     VALUE "00".
004650     88  LEDGER-EOF                    VALUE "10".
004660 01  EXCPRPT-STATUS          PIC X(02) VALUE "00".
004670     88  EXCPRPT-OK                    VALUE "00".
004680 01  AUDITLOG-STATUS         PIC X(02) VALUE "00".
004690     88  AUDITLOG-OK                   VALUE "00".
004700 01  AUDIT-RUN-DATE          PIC 9(08).
004710 01  AUDIT-RUN-DATE-SPLIT REDEFINES AUDIT-RUN-DATE.
004720     05  RUN-DATE-CCYY       PIC 9(04).
004730     05  RUN-DATE-MM         PIC 9(02).
004740     05  RUN-DATE-DD         PIC 9(02).
004750 01  AUDIT-RUN-TIME          PIC 9(08).
004760 01  GLEXTRCT-STATUS         PIC X(02) VALUE "00".
004770     88  GLEXTRCT-OK                   VALUE "00".
004780 01  TRANFILE-STATUS         PIC X(02) VALUE "00".
004790     88  TRANFILE-OK                   VALUE "00".
004800     88  TRANFILE-EOF                  VALUE "10".
004810 01  RATETABL-STATUS         PIC X(02) VALUE "00".
004820     88  RATETABL-OK                   VALUE "00".
004830     88  RATETABL-EOF                  VALUE "10".
004840 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
004850     88  RUNCTL-OK                     VALUE "00".
004860 01  CTLRPT-STATUS           PIC X(02) VALUE "00".
004870     88  CTLRPT-OK                     VALUE "00".
004880 01  YTDINT-STATUS           PIC X(02) VALUE "00".
004890     88  YTDINT-OK                     VALUE "00".
004900     88  YTDINT-EOF                    VALUE "10".
004910 01  YTDNEW-STATUS           PIC X(02) VALUE "00".
004920     88  YTDNEW-OK                     VALUE "00".
004930 01  CURRPOS-STATUS          PIC X(02) VALUE "00".
004940     88  CURRPOS-OK                    VALUE "00".
004950     88  CURRPOS-EOF                   VALUE "10".
004960 01  CURRNEW-STATUS          PIC X(02) VALUE "00".
004970     88  CURRNEW-OK                    VALUE "00".
004980 01  DATECTL-STATUS          PIC X(02) VALUE "00".
004990     88  DATECTL-OK                    VALUE "00".
005000 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
005010     88  JOBSTAT-OK                    VALUE "00".
005020 01  CUSTTAX-STATUS          PIC X(02) VALUE "00".
005030     88  CUSTTAX-OK                    VALUE "00".
005040     88  CUSTTAX-EOF                   VALUE "10".
005050 01  PAYOUT-STATUS           PIC X(02) VALUE "00".
005060     88  PAYOUT-OK                     VALUE "00".
005070 01  BVADJRPT-STATUS         PIC X(02) VALUE "00".
005080     88  BVADJRPT-OK                   VALUE "00".
005090 01  CLOSEPAY-STATUS         PIC X(02) VALUE "00".
005100     88  CLOSEPAY-OK                   VALUE "00".
005110 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
005120*> ----------------------------------------------------------
005130*> Partition account-number range.  When RUNPARMS supplies a
005140*> range, this nightly stream processes only the accounts in
005150*> it - several streams run at once, each with its own output
005160*> files, and PART_MERGE recombines them.  The defaults cover
005170*> the whole master, so a run with no range is unchanged.
005180*> ----------------------------------------------------------
005190 01  PARTITION-RANGE-LOW     PIC 9(07) VALUE 0.
005200 01  PARTITION-RANGE-HIGH    PIC 9(07) VALUE 9999999.
005210 01  RANGE-ACTIVE-SWITCH     PIC X(01) VALUE "N".
005220     88  RANGE-ACTIVE                  VALUE "Y".
005230 01  INQRPT-STATUS           PIC X(02) VALUE "00".
005240     88  INQRPT-OK                     VALUE "00".
005250 01  INQRQST-STATUS          PIC X(02) VALUE "00".
005260     88  INQRQST-OK                    VALUE "00".
005270     88  INQRQST-EOF                   VALUE "10".
005280 01  MATRPT-STATUS           PIC X(02) VALUE "00".
005290     88  MATRPT-OK                     VALUE "00".
005300 01  RUNPARMS-STATUS         PIC X(02) VALUE "00".
005310     88  RUNPARMS-OK                   VALUE "00".
005320     88  RUNPARMS-ABSENT               VALUE "05".
005330     88  RUNPARMS-EOF                  VALUE "10".
005340 01  CMPRRPT-STATUS          PIC X(02) VALUE "00".
005350     88  CMPRRPT-OK                    VALUE "00".
005360 01  EXCPMAST-STATUS         PIC X(02) VALUE "00".
005370     88  EXCPMAST-OK                   VALUE "00".
005380     88  EXCPMAST-EOF                  VALUE "10".
005390 01  EXCPNEW-STATUS          PIC X(02) VALUE "00".
005400     88  EXCPNEW-OK                    VALUE "00".
005410 01  CALFILE-STATUS          PIC X(02) VALUE "00".
005420     88  CALFILE-OK                    VALUE "00".
005430     88  CALFILE-EOF                   VALUE "10".
005440 01  TOLTABLE-STATUS         PIC X(02) VALUE "00".
005450     88  TOLTABLE-OK                   VALUE "00".
005460     88  TOLTABLE-EOF                  VALUE "10".
005470 01  AGERPT-STATUS           PIC X(02) VALUE "00".
005480     88  AGERPT-OK                     VALUE "00".
005490 01  PERIOD-CONTRIBUTION     PIC S9(9)V9(2) COMP-3.
005500 01  PERIOD-MONTHS-NUMER     PIC 9(3) VALUE 1.
005510 01  PERIOD-MONTHS-DENOM     PIC 9(3) VALUE 1.
005520 01  PROGRAM-SWITCHES.
005530     05  END-OF-FILE-SWITCH   PIC X(01) VALUE "N".
005540         88  END-OF-FILE               VALUE "Y".
005550     05  VALID-DATA-SWITCH    PIC X(01) VALUE "Y".
005560         88  VALID-DATA                VALUE "Y".
005570         88  INVALID-DATA              VALUE "N".
005580     05  LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
005590         88  LEDGER-EXHAUSTED          VALUE "Y".
005600     05  TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
005610         88  TRAN-EXHAUSTED            VALUE "Y".
005620     05  ACCTMAST-EOF-SWITCH  PIC X(01) VALUE "N".
005630         88  ACCTMAST-EXHAUSTED        VALUE "Y".
005640     05  EXCPMAST-EOF-SWITCH  PIC X(01) VALUE "N".
005650         88  EXCPOLD-EXHAUSTED         VALUE "Y".
005660     05  EXCEPTION-FOUND-SW   PIC X(01) VALUE "N".
005670         88  EXCEPTION-FOUND           VALUE "Y".
005680         88  NO-EXCEPTION-FOUND        VALUE "N".
005690     05  RECONCILED-SWITCH    PIC X(01) VALUE "N".
005700         88  ACCOUNT-RECONCILED        VALUE "Y".
005710     05  YTD-EOF-SWITCH       PIC X(01) VALUE "N".
005720         88  YTDOLD-EXHAUSTED          VALUE "Y".
005730     05  YTD-YEAR-FOUND-SWITCH PIC X(01) VALUE "N".
005740         88  YTD-CURRENT-YEAR-FOUND    VALUE "Y".
005750     05  INQUIRY-MODE-SWITCH  PIC X(01) VALUE "N".
005760         88  INQUIRY-MODE              VALUE "Y".
005770     05  SCENARIO-MODE-SWITCH PIC X(01) VALUE "N".
005780         88  SCENARIO-MODE             VALUE "Y".
005790     05  SHOCK-ACTIVE-SWITCH  PIC X(01) VALUE "N".
005800         88  SHOCK-ACTIVE              VALUE "Y".
005810     05  INQRQST-EOF-SWITCH   PIC X(01) VALUE "N".
005820         88  INQRQST-EXHAUSTED         VALUE "Y".
005830     05  ACCRUAL-MODE-SWITCH  PIC X(01) VALUE "N".
005840         88  ACCRUAL-MODE              VALUE "Y".
005850     05  CURRPOS-EOF-SWITCH   PIC X(01) VALUE "N".
005860         88  CURPOLD-EXHAUSTED         VALUE "Y".
005870     05  POSITION-FOUND-SW    PIC X(01) VALUE "N".
005880         88  POSITION-FOUND            VALUE "Y".
005890     05  CUSTTAX-EOF-SWITCH   PIC X(01) VALUE "N".
005900         88  CUSTTAX-EXHAUSTED         VALUE "Y".
005910     05  BACKUP-WH-SWITCH     PIC X(01) VALUE "N".
005920         88  BACKUP-WITHHOLDING-DUE    VALUE "Y".
005930     05  BACK-VALUE-SWITCH    PIC X(01) VALUE "N".
005940         88  BACK-VALUE-PRICED         VALUE "Y".
005950     05  BACK-VALUE-PART-SW   PIC X(01) VALUE "N".
005960         88  BACK-VALUE-PART-MONTH     VALUE "Y".
005970     05  CLOSE-OUT-SWITCH     PIC X(01) VALUE "N".
005980         88  CLOSE-OUT-DUE             VALUE "Y".
005990     05  DATE-REFUSED-SWITCH  PIC X(01) VALUE "N".
006000         88  PROCESSING-DATE-REFUSED   VALUE "Y".
006010 01  REJECT-COUNT             PIC 9(7) VALUE 0.
006020 77  INQUIRY-COUNT            PIC 9(7) VALUE 0.
006030 77  INQUIRY-NOT-FOUND-COUNT  PIC 9(7) VALUE 0.
006040*> ----------------------------------------------------------
006050*> Scenario-mode fields.  The shock adjustment is the
006060*> basis-point shock from RUNPARMS expressed in percent,
006070*> signed, added to each period's effective annual rate on
006080*> the shocked pass.
006090*> ----------------------------------------------------------
006100 01  SHOCK-RATE-ADJUSTMENT    PIC S9(3)V9(2) COMP-3 VALUE 0.
006110 01  BASELINE-ENDING-BALANCE  PIC S9(9)V9(2) COMP-3 VALUE 0.
006120 01  BASELINE-INTEREST        PIC S9(9)V9(2) COMP-3 VALUE 0.
006130 01  SHOCKED-ENDING-BALANCE   PIC S9(9)V9(2) COMP-3 VALUE 0.
006140 01  SHOCKED-INTEREST         PIC S9(9)V9(2) COMP-3 VALUE 0.
006150 77  SCENARIO-COUNT           PIC 9(7) VALUE 0.
006160*> ----------------------------------------------------------
006170*> Calculation fields (one account's worth at a time)
006180*> ----------------------------------------------------------
006190 01  SAVE-AMOUNT              PIC S9(9)V9(2) COMP-3.
006200 01  ANNUAL-INTEREST-RATE     PIC S9(9)V9(2) COMP-3 VALUE 0.
006210 01  NUMBER-OF-MONTHS         PIC 9(2).
006220 01  COMPOUNDING-FREQUENCY    PIC X(01).
006230     88  FREQ-MONTHLY                  VALUE "M".
006240     88  FREQ-QUARTERLY                VALUE "Q".
006250     88  FREQ-DAILY                    VALUE "D".
006260 01  FREQUENCY-DIVISOR        PIC 9(3) VALUE 12.
006270 01  AMOUNT-IN-SAVINGS        PIC S9(9)V9(2) COMP-3.
006280 01  PERIOD-INTEREST-RATE     PIC 9V9(5).
006290 01  PRIOR-BALANCE            PIC S9(9)V9(2) COMP-3.
006300 01  INTEREST-EARNED-PERIOD   PIC S9(9)V9(2) COMP-3.
006310 01  PRODUCT-TYPE             PIC X(01).
006320     88  PROD-SAVINGS                  VALUES "S", " ".
006330     88  PROD-CD                       VALUE "C".
006340 01  MATURITY-DATE            PIC 9(08) VALUE 0.
006350 01  MATURITY-DATE-SPLIT REDEFINES MATURITY-DATE.
006360     05  MATURITY-CCYY       PIC 9(04).
006370     05  MATURITY-MM         PIC 9(02).
006380     05  MATURITY-DD         PIC 9(02).
006390 01  CD-PENALTY-BASE          PIC S9(9)V9(2) COMP-3 VALUE 0.
006400 01  CD-PENALTY-AMOUNT        PIC S9(9)V9(2) COMP-3 VALUE 0.
006410 01  CD-PENALTY-TOTAL         PIC S9(11)V9(2) COMP-3 VALUE 0.
006420 77  CD-PENALTY-COUNT         PIC 9(7) VALUE 0.
006430 01  RUN-DATE-SERIAL          PIC S9(7) COMP VALUE 0.
006440 01  MATURITY-SERIAL          PIC S9(7) COMP VALUE 0.
006450 01  DAYS-TO-MATURITY         PIC S9(5) COMP VALUE 0.
006460 01  COUNTER                  PIC 9(4) COMP VALUE 0.
006470 01  TOTAL-PERIODS            PIC 9(4) COMP VALUE 0.
006480 01  ACCOUNT-SEQUENCE-NUMBER  PIC 9(7) VALUE 0.
006490*> ----------------------------------------------------------
006500*> Rate-table fields.  The table file is loaded once at
006510*> initialization; 2105-DETERMINE-PERIOD-RATE then picks the
006520*> best entry (highest qualifying tier, latest effective date
006530*> not after the period) for every period of every account.
006540*> ----------------------------------------------------------
006550 01  RATE-ENTRY-MAX          PIC 9(03) COMP VALUE 200.
006560 01  RATE-ENTRY-COUNT        PIC 9(03) COMP VALUE 0.
006570 01  RATE-SUB                PIC 9(03) COMP VALUE 0.
006580 01  RATE-TABLE-AREA.
006590     05  RATE-ENTRY OCCURS 200 TIMES.
006600         10  RT-PRODUCT-CODE     PIC X(01).
006610         10  RT-TIER-FLOOR       PIC S9(9)V9(2) COMP-3.
006620         10  RT-EFFECTIVE-DATE   PIC 9(08).
006630         10  RT-ANNUAL-RATE      PIC S9(9)V9(2) COMP-3.
006640 01  RATE-FOUND-SWITCH       PIC X(01) VALUE "N".
006650     88  RATE-FOUND                    VALUE "Y".
006660 01  BEST-TIER-FLOOR         PIC S9(9)V9(2) COMP-3 VALUE 0.
006670 01  BEST-EFFECTIVE-DATE     PIC 9(08) VALUE 0.
006680 01  EFFECTIVE-ANNUAL-RATE   PIC S9(9)V9(2) COMP-3 VALUE 0.
006690 01  TIER-BALANCE            PIC S9(9)V9(2) COMP-3 VALUE 0.
006700 01  MONTHS-ELAPSED          PIC 9(05) COMP VALUE 0.
006710 01  PERIOD-MONTH-TOTAL      PIC 9(07) COMP VALUE 0.
006720 01  PERIOD-MM-REMAINDER     PIC 9(02) COMP VALUE 0.
006730 01  PERIOD-DATE-CCYY        PIC 9(04) VALUE 0.
006740 01  PERIOD-DATE-MM          PIC 9(02) VALUE 0.
006750 01  PERIOD-EFFECTIVE-DATE   PIC 9(08) VALUE 0.
006760*> ----------------------------------------------------------
006770*> Truth-in-Savings period figures carried on each
006780*> amortization line.  The day count is true calendar days
006790*> (one for a daily period); the balance a period compounds
006800*> stands for the whole period, so it is the period's
006810*> average daily balance.
006820*> ----------------------------------------------------------
006830 01  PERIOD-DAY-COUNT        PIC 9(03) COMP VALUE 0.
006840 01  PERIOD-AVERAGE-BALANCE  PIC S9(9)V9(2) COMP-3 VALUE 0.
006850*> ----------------------------------------------------------
006860*> Ledger reconciliation fields
006870*> ----------------------------------------------------------
006880 01  LEDGER-BALANCE           PIC S9(9)V9(2) COMP-3.
006890 01  RECONCILIATION-TOLERANCE PIC S9(9)V9(2) COMP-3 VALUE 1.00.
006900 01  BALANCE-DIFFERENCE       PIC S9(9)V9(2) COMP-3.
006910 01  EXCEPTION-COUNT          PIC 9(7) VALUE 0.
006920*> ----------------------------------------------------------
006930*> Tolerance-table fields.  Loaded once at initialization;
006940*> 2305-DETERMINE-TOLERANCE picks the account's entry by
006950*> product type and compounding frequency, falling back to
006960*> the one-dollar house default above when none matches.
006970*> ----------------------------------------------------------
006980 01  TOL-ENTRY-MAX           PIC 9(03) COMP VALUE 50.
006990 01  TOL-ENTRY-COUNT         PIC 9(03) COMP VALUE 0.
007000 01  TOL-SUB                 PIC 9(03) COMP VALUE 0.
007010 01  TOLERANCE-TABLE-AREA.
007020     05  TOL-ENTRY OCCURS 50 TIMES.
007030         10  TE-PRODUCT-TYPE     PIC X(01).
007040         10  TE-COMPOUND-FREQ    PIC X(01).
007050         10  TE-AMOUNT           PIC S9(9)V9(2) COMP-3.
007060 01  ACTIVE-TOLERANCE        PIC S9(9)V9(2) COMP-3 VALUE 1.00.
007070 01  LOOKUP-PRODUCT-TYPE     PIC X(01) VALUE SPACE.
007080*> ----------------------------------------------------------
007090*> Exceptions-master fields.  The hold area is the record
007100*> being built for the new carry-forward file; days
007110*> outstanding are re-aged from the first-seen date in true
007120*> business days on the bank calendar, and a break open past
007130*> five business days is flagged overdue.
007140*> ----------------------------------------------------------
007150 COPY EXCPMAST
007160     REPLACING ==EXCEPTION-MASTER-RECORD==
007170           BY ==EXO-EXCEPTION-RECORD==
007180               LEADING ==EXM== BY ==EXO==.
007190 01  OVERDUE-DAY-LIMIT       PIC 9(03) COMP VALUE 5.
007200 77  OPEN-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
007210*> ----------------------------------------------------------
007220*> Bank business-day calendar.  Loaded once at initialization
007230*> like RATETABL and TOLTABLE; the file lists only the non-
007240*> business days and the month-end processing nights, so a
007250*> date with no entry is a business day.  A run with no
007260*> calendar file treats every day as a business day, which is
007270*> the suite's behavior before the calendar existed.
007280*> ----------------------------------------------------------
007290 01  CALENDAR-ENTRY-MAX      PIC 9(04) COMP VALUE 800.
007300 01  CALENDAR-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
007310 01  CAL-SUB                 PIC 9(04) COMP VALUE 0.
007320 01  CALENDAR-TABLE-AREA.
007330     05  CALENDAR-ENTRY OCCURS 800 TIMES.
007340         10  CE-DATE             PIC 9(08).
007350         10  CE-DAY-TYPE         PIC X(01).
007360         10  CE-MONTH-END        PIC X(01).
007370 01  LOOKUP-DATE             PIC 9(08) VALUE 0.
007380 01  LOOKUP-DATE-SPLIT REDEFINES LOOKUP-DATE.
007390     05  LOOKUP-CCYY         PIC 9(04).
007400     05  LOOKUP-MM           PIC 9(02).
007410     05  LOOKUP-DD           PIC 9(02).
007420 01  DATE-FOUND-SWITCH       PIC X(01) VALUE "N".
007430     88  CALENDAR-DATE-FOUND           VALUE "Y".
007440 01  DATE-BUSINESS-SWITCH    PIC X(01) VALUE "Y".
007450     88  DATE-IS-BUSINESS              VALUE "Y".
007460 01  DATE-MONTH-END-SWITCH   PIC X(01) VALUE "N".
007470     88  DATE-IS-MONTH-END             VALUE "Y".
007480 01  MONTH-END-RUN-SWITCH    PIC X(01) VALUE "N".
007490     88  MONTH-END-RUN                 VALUE "Y".
007500 01  MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
007510 01  LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
007520 01  LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
007530 01  BUSDAY-FROM-DATE        PIC 9(08) VALUE 0.
007540 01  BUSDAY-TO-DATE          PIC 9(08) VALUE 0.
007550 01  BUSINESS-DAY-COUNT      PIC S9(05) COMP VALUE 0.
007560 01  BUSDAY-STEP-LIMIT       PIC 9(05) COMP VALUE 3700.
007570 01  BUSDAY-STEP-COUNT       PIC 9(05) COMP VALUE 0.
007580 01  NEXT-BUSINESS-DATE      PIC 9(08) VALUE 0.
007590 01  NEXT-DAY-STEP-COUNT     PIC 9(02) COMP VALUE 0.
007600*> ----------------------------------------------------------
007610*> Run-control totals.  Accumulated across the run and written
007620*> to RUNCTL and the CTLRPT balancing report at termination so
007630*> downstream jobs can prove the run processed everything.
007640*> ----------------------------------------------------------
007650 77  MASTER-READ-COUNT        PIC 9(07) VALUE 0.
007660 77  PROJECTED-COUNT          PIC 9(07) VALUE 0.
007670 77  TRAN-SUPPLIED-COUNT      PIC 9(07) VALUE 0.
007680 77  TRAN-CONSUMED-COUNT      PIC 9(07) VALUE 0.
007690 77  ACCT-HASH-TOTAL          PIC 9(12) VALUE 0.
007700 01  INTEREST-COMPUTED-TOTAL  PIC S9(11)V9(2) COMP-3 VALUE 0.
007710 01  GL-INTEREST-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
007720*> ----------------------------------------------------------
007730*> Year-to-date interest accumulation.  The run's computed
007740*> interest per account is rolled into the prior YTDINT file
007750*> (a balanced merge by account number) and written to YTDNEW
007760*> for the YEAR_END_1099 tax extract.
007770*> ----------------------------------------------------------
007780 01  ACCOUNT-INTEREST-TOTAL   PIC S9(9)V9(2) COMP-3 VALUE 0.
007790 COPY YTDINT
007800     REPLACING LEADING ==YTD== BY ==YTDO==.
007810*> ----------------------------------------------------------
007820*> Accrual-mode current position.  The hold area is the
007830*> record being built for the new position file; the prior
007840*> file supplies each account's live balance and the last
007850*> period already accrued, so the run advances one real
007860*> period instead of re-projecting the whole term.
007870*> ----------------------------------------------------------
007880 COPY CURRPOS
007890     REPLACING ==CURRENT-POSITION-RECORD==
007900           BY ==CURO-POSITION-RECORD==
007910               LEADING ==CUR== BY ==CURO==.
007920 01  HELD-LAST-FEE-DATE       PIC 9(08) VALUE 0.
007930 77  ACCRUED-COUNT            PIC 9(7) VALUE 0.
007940 77  MATURED-COUNT            PIC 9(7) VALUE 0.
007950*> ----------------------------------------------------------
007960*> Backup withholding.  On an accrual night an account whose
007970*> CUSTTAX record carries a withholding order, or an
007980*> uncertified or missing TIN, has the backup rate (percent)
007990*> withheld from each period's credited interest.  The
008000*> balance is credited net; the gross interest still goes to
008010*> GLEXTRCT and YTDINT, with the amount withheld beside it.
008020*> ----------------------------------------------------------
008030 01  BACKUP-WITHHOLDING-RATE  PIC 9(2)V9(2) VALUE 24.00.
008040 01  BACKUP-WITHHELD-PERIOD   PIC S9(9)V9(2) COMP-3 VALUE 0.
008050 01  ACCOUNT-WITHHELD-TOTAL   PIC S9(9)V9(2) COMP-3 VALUE 0.
008060 01  BACKUP-WITHHELD-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
008070 01  GL-WITHHELD-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
008080 77  WITHHOLDING-ACCOUNT-COUNT PIC 9(7) VALUE 0.
008090*> ----------------------------------------------------------
008100*> Interest payout.  On an accrual night an account whose
008110*> master disposition is payout has each period's net
008120*> interest (after backup withholding) taken back off the
008130*> balance and written to the PAYOUT extract for ACH_ORIG.
008140*> The gross interest still goes to GLEXTRCT and YTDINT,
008150*> with the amount paid out beside it.
008160*> ----------------------------------------------------------
008170 01  INTEREST-PAID-OUT-PERIOD PIC S9(9)V9(2) COMP-3 VALUE 0.
008180 01  PAYOUT-COMPUTED-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
008190 01  GL-PAID-OUT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
008200 01  PAYOUT-PAYEE-NAME        PIC X(30) VALUE SPACES.
008210 77  PAYOUT-WRITTEN-COUNT     PIC 9(7) VALUE 0.
008220*> ----------------------------------------------------------
008230*> Back-value interest adjustment.  On an accrual night a
008240*> transaction effective in a month already accrued has the
008250*> months it missed repriced from the position balance at
008260*> the rates then in force - once as originally accrued and
008270*> once with the transaction in from its effective date.
008280*> The difference is posted to the balance and YTDINT and
008290*> written to GLEXTRCT as its own adjustment record; for a
008300*> payout account a positive adjustment, net of withholding,
008310*> is paid out.
008320*> ----------------------------------------------------------
008330 01  BACK-VALUE-ADJUSTMENT     PIC S9(9)V9(2) COMP-3 VALUE 0.
008340 01  BACK-VALUE-WITHHELD       PIC S9(9)V9(2) COMP-3 VALUE 0.
008350 01  BACK-VALUE-PAID-OUT       PIC S9(9)V9(2) COMP-3 VALUE 0.
008360 01  BACK-VALUE-ADJUSTED-TOTAL PIC S9(11)V9(2) COMP-3 VALUE 0.
008370 01  BACK-VALUE-ORIG-BALANCE   PIC S9(9)V9(2) COMP-3 VALUE 0.
008380 01  BACK-VALUE-CORR-BALANCE   PIC S9(9)V9(2) COMP-3 VALUE 0.
008390 01  BACK-VALUE-ORIG-INTEREST  PIC S9(9)V9(2) COMP-3 VALUE 0.
008400 01  BACK-VALUE-CORR-INTEREST  PIC S9(9)V9(2) COMP-3 VALUE 0.
008410 01  BACK-VALUE-ORIG-TOTAL     PIC S9(9)V9(2) COMP-3 VALUE 0.
008420 01  BACK-VALUE-CORR-TOTAL     PIC S9(9)V9(2) COMP-3 VALUE 0.
008430 01  BACK-VALUE-TRAN-AMOUNT    PIC S9(9)V9(2) COMP-3 VALUE 0.
008440 01  BACK-VALUE-EFFECTIVE-DATE PIC 9(08) VALUE 0.
008450 01  BACK-VALUE-EFFECTIVE-SPLIT
008460                      REDEFINES BACK-VALUE-EFFECTIVE-DATE.
008470     05  BACK-VALUE-EFF-CCYY  PIC 9(04).
008480     05  BACK-VALUE-EFF-MM    PIC 9(02).
008490     05  BACK-VALUE-EFF-DD    PIC 9(02).
008500 01  BACK-VALUE-MONTH-FRACTION PIC 9V9(5) VALUE 0.
008510 01  BACK-VALUE-RUN-MONTHS     PIC 9(07) COMP VALUE 0.
008520 01  BACK-VALUE-EFF-MONTHS     PIC 9(07) COMP VALUE 0.
008530 01  BACK-VALUE-MONTH-TOTAL    PIC 9(07) COMP VALUE 0.
008540 01  BACK-VALUE-MONTHS         PIC 9(04) COMP VALUE 0.
008550 01  BACK-VALUE-MONTH-SUB      PIC 9(04) COMP VALUE 0.
008560 01  BACK-VALUE-HELD-DATE      PIC 9(08) VALUE 0.
008570 77  BACK-VALUE-COUNT          PIC 9(7) VALUE 0.
008580 01  BACK-VALUE-TITLE-LINE.
008590     05  FILLER               PIC X(50) VALUE
008600         "SAVINGS_BAKER - BACK-VALUE INTEREST ADJUSTMENTS".
008610     05  FILLER               PIC X(10) VALUE "RUN DATE ".
008620     05  BVT-RUN-DATE         PIC 9(08).
008630 01  BACK-VALUE-COLUMN-LINE.
008640     05  FILLER               PIC X(09) VALUE "ACCOUNT".
008650     05  FILLER               PIC X(10) VALUE "EFFECTIVE".
008660     05  FILLER               PIC X(06) VALUE "PERIOD".
008670     05  FILLER               PIC X(04) VALUE "MOS".
008680     05  FILLER               PIC X(14) VALUE " TRAN AMOUNT".
008690     05  FILLER               PIC X(12) VALUE "  ORIG INT".
008700     05  FILLER               PIC X(12) VALUE "  CORR INT".
008710     05  FILLER               PIC X(10) VALUE "ADJUSTMENT".
008720 01  BACK-VALUE-SIGNOFF-LINE.
008730     05  FILLER               PIC X(13) VALUE "APPROVED BY: ".
008740     05  FILLER               PIC X(33) VALUE ALL "_".
008750     05  FILLER               PIC X(08) VALUE "  DATE: ".
008760     05  FILLER               PIC X(10) VALUE ALL "_".
008770*> ----------------------------------------------------------
008780*> Account close-out.  On an accrual night an account marked
008790*> closed with a close date not after the run date earns
008800*> interest only for the stub of the period up to the close
008810*> date, is charged the early-withdrawal penalty against its
008820*> balance when a CD closes before maturity, and its closing
008830*> balance goes to the CLOSEPAY payoff extract instead of the
008840*> new position file.
008850*> ----------------------------------------------------------
008860 01  CLOSE-PRIOR-BALANCE      PIC S9(9)V9(2) COMP-3 VALUE 0.
008870 01  CLOSE-ACTIVITY           PIC S9(9)V9(2) COMP-3 VALUE 0.
008880 01  CLOSE-PENALTY-AMOUNT     PIC S9(9)V9(2) COMP-3 VALUE 0.
008890 01  CLOSE-DISBURSED-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
008900 01  CLOSE-STUB-DAYS          PIC 9(03) COMP VALUE 0.
008910 77  CLOSED-OUT-COUNT         PIC 9(7) VALUE 0.
008920*> ----------------------------------------------------------
008930*> Balancing report print lines
008940*> ----------------------------------------------------------
008950 01  CONTROL-COUNT-LINE.
008960     05  CCL-LABEL            PIC X(32).
008970     05  FILLER               PIC X(01) VALUE SPACE.
008980     05  CCL-COUNT            PIC Z(06)9.
008990 01  CONTROL-AMOUNT-LINE.
009000     05  CAL-LABEL            PIC X(32).
009010     05  FILLER               PIC X(01) VALUE SPACE.
009020     05  CAL-AMOUNT           PIC -(11)9.99.
009030 01  CONTROL-HASH-LINE.
009040     05  CHL-LABEL            PIC X(32).
009050     05  FILLER               PIC X(01) VALUE SPACE.
009060     05  CHL-HASH             PIC 9(12).
009070 01  CONTROL-FLAG-LINE.
009080     05  CFL-LABEL            PIC X(32).
009090     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  CFL-FLAG             PIC X(14).
009110 PROCEDURE DIVISION.
009120*****************************************************************
009130* 0000-MAINLINE
009140*   Top level driver.  A run with inquiry requests projects
009150*   just those accounts and nothing else; the nightly batch
009160*   run otherwise processes one account per master record
009170*   until the file is exhausted.  A nightly run whose date is
009180*   not the next processing date is refused before anything
009190*   is opened.
009200*****************************************************************
009210 0000-MAINLINE.
009220     PERFORM 1005-READ-RUN-PARAMETERS THRU 1005-EXIT
009230     IF SCENARIO-MODE
009240        PERFORM 6000-INITIALIZE-SCENARIO THRU 6000-EXIT
009250        PERFORM 6100-PROCESS-SCENARIO THRU 6100-EXIT
009260            UNTIL END-OF-FILE
009270        PERFORM 6900-TERMINATE-SCENARIO THRU 6900-EXIT
009280        STOP RUN
009290     END-IF
009300     PERFORM 1010-CHECK-INQUIRY-MODE THRU 1010-EXIT
009310     IF INQUIRY-MODE
009320        PERFORM 5000-INITIALIZE-INQUIRY THRU 5000-EXIT
009330        PERFORM 5100-PROCESS-INQUIRY THRU 5100-EXIT
009340            UNTIL INQRQST-EXHAUSTED
009350        PERFORM 5900-TERMINATE-INQUIRY THRU 5900-EXIT
009360     ELSE
009370        PERFORM 1020-CHECK-PROCESSING-DATE THRU 1020-EXIT
009380        IF PROCESSING-DATE-REFUSED
009390           PERFORM 9600-REFUSE-RUN THRU 9600-EXIT
009400        ELSE
009410           PERFORM 1000-INITIALIZE THRU 1000-EXIT
009420           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
009430               UNTIL END-OF-FILE
009440           PERFORM 9000-TERMINATE THRU 9000-EXIT
009450        END-IF
009460     END-IF
009470     STOP RUN.
009480*****************************************************************
009490* 1000-INITIALIZE
009500*   Opens the accounts master file and primes the read.
009510*****************************************************************
009520 1000-INITIALIZE.
009530     OPEN INPUT ACCOUNT-MASTER-FILE
009540     IF NOT ACCTMAST-OK
009550        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN ACCTMAST, STATUS "
009560           ACCTMAST-STATUS
009570        MOVE "Y" TO END-OF-FILE-SWITCH
009580     END-IF
009590     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
009600     IF RESTART-SEQUENCE-NUMBER > ZERO
009610        OPEN EXTEND AMORTIZATION-REPORT-FILE
009620     ELSE
009630        OPEN OUTPUT AMORTIZATION-REPORT-FILE
009640     END-IF
009650     IF NOT AMORTRPT-OK
009660        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN AMORTRPT, STATUS "
009670           AMORTRPT-STATUS
009680        MOVE "Y" TO END-OF-FILE-SWITCH
009690     END-IF
009700     OPEN INPUT LEDGER-FILE
009710     IF NOT LEDGER-OK
009720        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN LEDGER, STATUS "
009730           LEDGER-STATUS
009740        MOVE "Y" TO END-OF-FILE-SWITCH
009750     END-IF
009760     PERFORM 2301-READ-LEDGER THRU 2301-EXIT
009770     IF RESTART-SEQUENCE-NUMBER > ZERO
009780        OPEN EXTEND EXCEPTION-REPORT-FILE
009790     ELSE
009800        OPEN OUTPUT EXCEPTION-REPORT-FILE
009810     END-IF
009820     IF NOT EXCPRPT-OK
009830        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN EXCPRPT, STATUS "
009840           EXCPRPT-STATUS
009850        MOVE "Y" TO END-OF-FILE-SWITCH
009860     END-IF
009870     IF RESTART-SEQUENCE-NUMBER > ZERO
009880        OPEN EXTEND MATURITY-REPORT-FILE
009890     ELSE
009900        OPEN OUTPUT MATURITY-REPORT-FILE
009910     END-IF
009920     IF NOT MATRPT-OK
009930        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN MATRPT, STATUS "
009940           MATRPT-STATUS
009950        MOVE "Y" TO END-OF-FILE-SWITCH
009960     END-IF
009970     IF RESTART-SEQUENCE-NUMBER > ZERO
009980        OPEN EXTEND AUDIT-LOG-FILE
009990     ELSE
010000        OPEN OUTPUT AUDIT-LOG-FILE
010010     END-IF
010020     IF NOT AUDITLOG-OK
010030        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN AUDITLOG, STATUS "
010040           AUDITLOG-STATUS
010050        MOVE "Y" TO END-OF-FILE-SWITCH
010060     END-IF
010070     ACCEPT AUDIT-RUN-TIME FROM TIME
010080     IF RESTART-SEQUENCE-NUMBER > ZERO
010090        OPEN EXTEND GL-EXTRACT-FILE
010100     ELSE
010110        OPEN OUTPUT GL-EXTRACT-FILE
010120     END-IF
010130     IF NOT GLEXTRCT-OK
010140        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN GLEXTRCT, STATUS "
010150           GLEXTRCT-STATUS
010160        MOVE "Y" TO END-OF-FILE-SWITCH
010170     END-IF
010180     OPEN INPUT TRANSACTION-FILE
010190     IF NOT TRANFILE-OK
010200        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN TRANFILE, STATUS "
010210           TRANFILE-STATUS
010220        MOVE "Y" TO END-OF-FILE-SWITCH
010230     END-IF
010240     OPEN INPUT YTD-INTEREST-FILE
010250     IF NOT YTDINT-OK
010260        DISPLAY "SAVINGS_BAKER: NO PRIOR YTDINT, STATUS "
010270           YTDINT-STATUS
010280           " - ACCUMULATION STARTS FRESH"
010290        MOVE "Y" TO YTD-EOF-SWITCH
010300     END-IF
010310     IF RESTART-SEQUENCE-NUMBER > ZERO
010320        OPEN EXTEND YTD-NEW-FILE
010330     ELSE
010340        OPEN OUTPUT YTD-NEW-FILE
010350     END-IF
010360     IF NOT YTDNEW-OK
010370        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN YTDNEW, STATUS "
010380           YTDNEW-STATUS
010390        MOVE "Y" TO END-OF-FILE-SWITCH
010400     END-IF
010410     IF NOT YTDOLD-EXHAUSTED
010420        PERFORM 2510-READ-YTD-OLD THRU 2510-EXIT
010430     END-IF
010440     IF ACCRUAL-MODE
010450        OPEN INPUT CURRENT-POSITION-FILE
010460        IF NOT CURRPOS-OK
010470           DISPLAY "SAVINGS_BAKER: NO PRIOR CURRPOS, STATUS "
010480              CURRPOS-STATUS
010490              " - POSITIONS START FRESH"
010500           MOVE "Y" TO CURRPOS-EOF-SWITCH
010510        END-IF
010520        IF RESTART-SEQUENCE-NUMBER > ZERO
010530           OPEN EXTEND CURRENT-NEW-FILE
010540        ELSE
010550           OPEN OUTPUT CURRENT-NEW-FILE
010560        END-IF
010570        IF NOT CURRNEW-OK
010580           DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN CURRNEW, "
010590              "STATUS " CURRNEW-STATUS
010600           MOVE "Y" TO END-OF-FILE-SWITCH
010610        END-IF
010620        IF NOT CURPOLD-EXHAUSTED
010630           PERFORM 2097-READ-CURRENT-POSITION THRU 2097-EXIT
010640        END-IF
010650        OPEN INPUT CUSTOMER-TAX-FILE
010660        IF NOT CUSTTAX-OK
010670           DISPLAY "SAVINGS_BAKER: NO CUSTTAX, STATUS "
010680              CUSTTAX-STATUS
010690              " - NO BACKUP WITHHOLDING THIS RUN"
010700           MOVE "Y" TO CUSTTAX-EOF-SWITCH
010710        END-IF
010720        IF NOT CUSTTAX-EXHAUSTED
010730           PERFORM 2099-READ-CUSTOMER-TAX THRU 2099-EXIT
010740        END-IF
010750        IF RESTART-SEQUENCE-NUMBER > ZERO
010760           OPEN EXTEND PAYOUT-FILE
010770        ELSE
010780           OPEN OUTPUT PAYOUT-FILE
010790        END-IF
010800        IF NOT PAYOUT-OK
010810           DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN PAYOUT, "
010820              "STATUS " PAYOUT-STATUS
010830           MOVE "Y" TO END-OF-FILE-SWITCH
010840        END-IF
010850        IF RESTART-SEQUENCE-NUMBER > ZERO
010860           OPEN EXTEND BACK-VALUE-REPORT-FILE
010870        ELSE
010880           OPEN OUTPUT BACK-VALUE-REPORT-FILE
010890        END-IF
010900        IF NOT BVADJRPT-OK
010910           DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN BVADJRPT, "
010920              "STATUS " BVADJRPT-STATUS
010930           MOVE "Y" TO END-OF-FILE-SWITCH
010940        ELSE
010950           IF RESTART-SEQUENCE-NUMBER = ZERO
010960              MOVE AUDIT-RUN-DATE TO BVT-RUN-DATE
010970              WRITE BACK-VALUE-REPORT-LINE
010980                 FROM BACK-VALUE-TITLE-LINE
010990              WRITE BACK-VALUE-REPORT-LINE
011000                 FROM BACK-VALUE-COLUMN-LINE
011010           END-IF
011020        END-IF
011030        IF RESTART-SEQUENCE-NUMBER > ZERO
011040           OPEN EXTEND CLOSE-PAYOFF-FILE
011050        ELSE
011060           OPEN OUTPUT CLOSE-PAYOFF-FILE
011070        END-IF
011080        IF NOT CLOSEPAY-OK
011090           DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN CLOSEPAY, "
011100              "STATUS " CLOSEPAY-STATUS
011110           MOVE "Y" TO END-OF-FILE-SWITCH
011120        END-IF
011130     END-IF
011140     OPEN INPUT EXCEPTION-MASTER-FILE
011150     IF NOT EXCPMAST-OK
011160        DISPLAY "SAVINGS_BAKER: NO PRIOR EXCPMAST, STATUS "
011170           EXCPMAST-STATUS
011180           " - EXCEPTIONS START FRESH"
011190        MOVE "Y" TO EXCPMAST-EOF-SWITCH
011200     END-IF
011210     IF RESTART-SEQUENCE-NUMBER > ZERO
011220        OPEN EXTEND EXCEPTION-NEW-FILE
011230     ELSE
011240        OPEN OUTPUT EXCEPTION-NEW-FILE
011250     END-IF
011260     IF NOT EXCPNEW-OK
011270        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN EXCPNEW, STATUS "
011280           EXCPNEW-STATUS
011290        MOVE "Y" TO END-OF-FILE-SWITCH
011300     END-IF
011310     IF RESTART-SEQUENCE-NUMBER > ZERO
011320        OPEN EXTEND AGING-REPORT-FILE
011330     ELSE
011340        OPEN OUTPUT AGING-REPORT-FILE
011350     END-IF
011360     IF NOT AGERPT-OK
011370        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN AGERPT, STATUS "
011380           AGERPT-STATUS
011390        MOVE "Y" TO END-OF-FILE-SWITCH
011400     END-IF
011410     IF NOT EXCPOLD-EXHAUSTED
011420        PERFORM 2330-READ-EXCEPTION-MASTER THRU 2330-EXIT
011430     END-IF
011440     PERFORM 1340-LOAD-CALENDAR THRU 1340-EXIT
011450     MOVE AUDIT-RUN-DATE TO LOOKUP-DATE
011460     PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT
011470     IF DATE-IS-MONTH-END
011480        MOVE "Y" TO MONTH-END-RUN-SWITCH
011490        DISPLAY "SAVINGS_BAKER: PROCESSING FOR MONTH-END"
011500     END-IF
011510     PERFORM 1320-LOAD-TOLERANCE-TABLE THRU 1320-EXIT
011520     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT
011530     PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT
011540     IF RANGE-ACTIVE
011550        PERFORM 1130-START-PARTITION THRU 1130-EXIT
011560     END-IF
011570     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT
011580     PERFORM 1150-SKIP-PROCESSED-RECORDS THRU 1150-EXIT.
011590 1000-EXIT.
011600     EXIT.
011610*****************************************************************
011620* 1130-START-PARTITION
011630*   Positions a partition run at the foot of its account-number
011640*   range: the indexed master is started at the range low, and
011650*   every sequential companion file's read-ahead buffer is
011660*   advanced past the records belonging to the partitions
011670*   below.  Records below the range are neither processed nor
011680*   carried forward - the streams that own them write them.
011690*****************************************************************
011700 1130-START-PARTITION.
011710     MOVE PARTITION-RANGE-LOW TO ACCT-NUMBER
011720     START ACCOUNT-MASTER-FILE KEY NOT < ACCT-NUMBER
011730         INVALID KEY
011740             DISPLAY "SAVINGS_BAKER: NO ACCOUNTS AT OR ABOVE "
011750                PARTITION-RANGE-LOW " - PARTITION IS EMPTY"
011760             MOVE "Y" TO END-OF-FILE-SWITCH
011770             MOVE "Y" TO ACCTMAST-EOF-SWITCH
011780     END-START
011790     PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT
011800        UNTIL TRAN-EXHAUSTED
011810           OR TRAN-ACCOUNT-NUMBER NOT < PARTITION-RANGE-LOW
011820     PERFORM 2301-READ-LEDGER THRU 2301-EXIT
011830        UNTIL LEDGER-EXHAUSTED
011840           OR LEDG-ACCT-NUMBER NOT < PARTITION-RANGE-LOW
011850     PERFORM 2510-READ-YTD-OLD THRU 2510-EXIT
011860        UNTIL YTDOLD-EXHAUSTED
011870           OR YTD-ACCT-NUMBER NOT < PARTITION-RANGE-LOW
011880     PERFORM 2330-READ-EXCEPTION-MASTER THRU 2330-EXIT
011890        UNTIL EXCPOLD-EXHAUSTED
011900           OR EXM-ACCT-NUMBER NOT < PARTITION-RANGE-LOW
011910     IF ACCRUAL-MODE
011920        PERFORM 2097-READ-CURRENT-POSITION THRU 2097-EXIT
011930           UNTIL CURPOLD-EXHAUSTED
011940              OR CUR-ACCT-NUMBER NOT < PARTITION-RANGE-LOW
011950        PERFORM 2099-READ-CUSTOMER-TAX THRU 2099-EXIT
011960           UNTIL CUSTTAX-EXHAUSTED
011970              OR CTX-ACCT-NUMBER NOT < PARTITION-RANGE-LOW
011980     END-IF.
011990 1130-EXIT.
012000     EXIT.
012010*****************************************************************
012020* 1005-READ-RUN-PARAMETERS
012030*   Opens the optional run-parameters file and reads the one
012040*   record it may carry.  A scenario-mode record sets the
012050*   shock adjustment (basis points become percent, signed) and
012060*   puts the run into what-if mode; an accrual-mode record
012070*   makes the nightly run post one real period per account
012080*   from the current-position file; anything else leaves the
012090*   nightly projection run untouched.
012100*****************************************************************
012110 1005-READ-RUN-PARAMETERS.
012120     OPEN INPUT RUN-PARAMETERS-FILE
012130     IF NOT RUNPARMS-OK AND NOT RUNPARMS-ABSENT
012140        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN RUNPARMS, "
012150           "STATUS " RUNPARMS-STATUS
012160           " - NIGHTLY RUN PROCEEDS"
012170        CLOSE RUN-PARAMETERS-FILE
012180        GO TO 1005-EXIT
012190     END-IF
012200     READ RUN-PARAMETERS-FILE
012210         AT END
012220             CLOSE RUN-PARAMETERS-FILE
012230             GO TO 1005-EXIT
012240     END-READ
012250     IF PRM-SCENARIO-MODE
012260        MOVE "Y" TO SCENARIO-MODE-SWITCH
012270        COMPUTE SHOCK-RATE-ADJUSTMENT =
012280           PRM-SHOCK-BASIS-POINTS / 100
012290        IF PRM-SHOCK-MINUS
012300           COMPUTE SHOCK-RATE-ADJUSTMENT =
012310              SHOCK-RATE-ADJUSTMENT * -1
012320        END-IF
012330        DISPLAY "SAVINGS_BAKER: SCENARIO MODE - RATE SHOCK "
012340           PRM-SHOCK-SIGN PRM-SHOCK-BASIS-POINTS
012350           " BASIS POINTS"
012360     END-IF
012370     IF PRM-ACCRUAL-MODE
012380        MOVE "Y" TO ACCRUAL-MODE-SWITCH
012390        DISPLAY "SAVINGS_BAKER: ACCRUAL MODE - ONE PERIOD "
012400           "POSTED PER ACCOUNT"
012410     END-IF
012420     IF PRM-ACCT-RANGE-LOW IS NUMERIC
012430           AND PRM-ACCT-RANGE-HIGH IS NUMERIC
012440           AND PRM-ACCT-RANGE-HIGH > ZERO
012450        IF PRM-ACCT-RANGE-HIGH < PRM-ACCT-RANGE-LOW
012460           DISPLAY "SAVINGS_BAKER: RANGE HIGH BELOW RANGE LOW"
012470              " - RANGE IGNORED, WHOLE MASTER RUNS"
012480        ELSE
012490           MOVE PRM-ACCT-RANGE-LOW  TO PARTITION-RANGE-LOW
012500           MOVE PRM-ACCT-RANGE-HIGH TO PARTITION-RANGE-HIGH
012510           MOVE "Y" TO RANGE-ACTIVE-SWITCH
012520           DISPLAY "SAVINGS_BAKER: PARTITION RANGE "
012530              PARTITION-RANGE-LOW " THROUGH "
012540              PARTITION-RANGE-HIGH
012550        END-IF
012560     END-IF
012570     CLOSE RUN-PARAMETERS-FILE.
012580 1005-EXIT.
012590     EXIT.
012600*****************************************************************
012610* 1010-CHECK-INQUIRY-MODE
012620*   Opens the optional inquiry request file and reads ahead.
012630*   Any request record puts the run into inquiry mode; an
012640*   absent or empty file leaves the nightly batch flow in
012650*   charge.  Inquiry mode drops any accrual-mode setting from
012660*   RUNPARMS - the position files belong to the nightly run,
012670*   and a daytime inquiry projects without touching them.
012680*****************************************************************
012690 1010-CHECK-INQUIRY-MODE.
012700     OPEN INPUT INQUIRY-REQUEST-FILE
012710     PERFORM 1110-READ-INQUIRY-REQUEST THRU 1110-EXIT
012720     IF NOT INQRQST-EXHAUSTED
012730        MOVE "Y" TO INQUIRY-MODE-SWITCH
012740        MOVE "N" TO ACCRUAL-MODE-SWITCH
012750     ELSE
012760        CLOSE INQUIRY-REQUEST-FILE
012770     END-IF.
012780 1010-EXIT.
012790     EXIT.
012800*****************************************************************
012810* 1020-CHECK-PROCESSING-DATE
012820*   Takes the run date and reads the date-control record.  The
012830*   nightly run is refused unless the run date is the next
012840*   processing date on it, so a resubmitted night, or one run
012850*   after a skipped night, stops here before any position is
012860*   touched.
012870*****************************************************************
012880 1020-CHECK-PROCESSING-DATE.
012890     ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
012900     OPEN INPUT DATE-CONTROL-FILE
012910     IF NOT DATECTL-OK
012920        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN DATECTL, STATUS "
012930           DATECTL-STATUS
012940        MOVE "Y" TO DATE-REFUSED-SWITCH
012950        GO TO 1020-EXIT
012960     END-IF
012970     READ DATE-CONTROL-FILE
012980         AT END
012990             DISPLAY "SAVINGS_BAKER: DATECTL IS EMPTY - NO "
013000                "PROCESSING DATE ON FILE"
013010             MOVE "Y" TO DATE-REFUSED-SWITCH
013020     END-READ
013030     CLOSE DATE-CONTROL-FILE
013040     IF PROCESSING-DATE-REFUSED
013050        GO TO 1020-EXIT
013060     END-IF
013070     IF AUDIT-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
013080        DISPLAY "SAVINGS_BAKER: RUN DATE " AUDIT-RUN-DATE
013090           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
013100        DISPLAY "SAVINGS_BAKER: LAST COMPLETED DATE "
013110           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
013120        MOVE "Y" TO DATE-REFUSED-SWITCH
013130     END-IF.
013140 1020-EXIT.
013150     EXIT.
013160*****************************************************************
013170* 1050-CHECK-RESTART
013180*   Looks for a checkpoint file left behind by a prior run that
013190*   did not finish.  If one is found, its last completed account
013200*   sequence number becomes the point this run resumes from,
013210*   and the run-control totals it carries are restored so
013220*   RUNCTL and CTLRPT cover every account the extended output
013230*   files contain, not just the resumed tail of the run.
013240*****************************************************************
013250 1050-CHECK-RESTART.
013260     OPEN INPUT CHECKPOINT-FILE
013270     IF CHECKPT-OK
013280        READ CHECKPOINT-FILE
013290            AT END
013300                MOVE ZERO TO RESTART-SEQUENCE-NUMBER
013310        END-READ
013320        IF CHECKPT-OK
013330           MOVE CHKPT-LAST-SEQUENCE-NUMBER
013340              TO RESTART-SEQUENCE-NUMBER
013350           MOVE CHKPT-LAST-ACCT-NUMBER
013360              TO RESTART-ACCT-NUMBER
013370           MOVE CHKPT-PROJECTED-COUNT     TO PROJECTED-COUNT
013380           MOVE CHKPT-REJECT-COUNT        TO REJECT-COUNT
013390           MOVE CHKPT-EXCEPTION-COUNT     TO EXCEPTION-COUNT
013400           MOVE CHKPT-TRAN-CONSUMED-COUNT
013410              TO TRAN-CONSUMED-COUNT
013420           MOVE CHKPT-INTEREST-COMPUTED
013430              TO INTEREST-COMPUTED-TOTAL
013440           MOVE CHKPT-GL-INTEREST-WRITTEN
013450              TO GL-INTEREST-TOTAL
013460           IF CHKPT-BACKUP-WITHHELD IS NUMERIC
013470              MOVE CHKPT-BACKUP-WITHHELD
013480                 TO BACKUP-WITHHELD-TOTAL
013490              MOVE CHKPT-GL-WITHHELD-WRITTEN
013500                 TO GL-WITHHELD-TOTAL
013510           END-IF
013520           IF CHKPT-INTEREST-PAID-OUT IS NUMERIC
013530              MOVE CHKPT-INTEREST-PAID-OUT
013540                 TO PAYOUT-COMPUTED-TOTAL
013550              MOVE CHKPT-GL-PAID-OUT-WRITTEN
013560                 TO GL-PAID-OUT-TOTAL
013570           END-IF
013580           IF CHKPT-BACK-VALUE-ADJUSTED IS NUMERIC
013590              MOVE CHKPT-BACK-VALUE-COUNT
013600                 TO BACK-VALUE-COUNT
013610              MOVE CHKPT-BACK-VALUE-ADJUSTED
013620                 TO BACK-VALUE-ADJUSTED-TOTAL
013630           END-IF
013640           IF CHKPT-CLOSE-DISBURSED IS NUMERIC
013650              MOVE CHKPT-CLOSED-COUNT
013660                 TO CLOSED-OUT-COUNT
013670              MOVE CHKPT-CLOSE-DISBURSED
013680                 TO CLOSE-DISBURSED-TOTAL
013690           END-IF
013700           DISPLAY "SAVINGS_BAKER: RESTARTING AFTER ACCOUNT "
013710              RESTART-SEQUENCE-NUMBER
013720        END-IF
013730        CLOSE CHECKPOINT-FILE
013740     ELSE
013750        MOVE ZERO TO RESTART-SEQUENCE-NUMBER
013760     END-IF.
013770 1050-EXIT.
013780     EXIT.
013790*****************************************************************
013800* 1150-SKIP-PROCESSED-RECORDS
013810*   Reads and discards master records that a prior run already
013820*   completed, so restart does not reprocess them.  The prior
013830*   year-to-date and exceptions files are advanced the same
013840*   way: records for accounts the failed run already merged
013850*   into its partial YTDNEW and EXCPNEW (which this run
013860*   extends rather than recuts) are read past, not rewritten.
013870*****************************************************************
013880 1150-SKIP-PROCESSED-RECORDS.
013890     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT
013900        UNTIL END-OF-FILE
013910           OR ACCOUNT-SEQUENCE-NUMBER > RESTART-SEQUENCE-NUMBER
013920     PERFORM 2510-READ-YTD-OLD THRU 2510-EXIT
013930        UNTIL YTDOLD-EXHAUSTED
013940           OR YTD-ACCT-NUMBER > RESTART-ACCT-NUMBER
013950     PERFORM 2330-READ-EXCEPTION-MASTER THRU 2330-EXIT
013960        UNTIL EXCPOLD-EXHAUSTED
013970           OR EXM-ACCT-NUMBER > RESTART-ACCT-NUMBER
013980     IF ACCRUAL-MODE
013990        PERFORM 2097-READ-CURRENT-POSITION THRU 2097-EXIT
014000           UNTIL CURPOLD-EXHAUSTED
014010              OR CUR-ACCT-NUMBER > RESTART-ACCT-NUMBER
014020     END-IF.
014030 1150-EXIT.
014040     EXIT.
014050*****************************************************************
014060* 1160-WRITE-CHECKPOINT
014070*   Every CHECKPOINT-INTERVAL accounts, records how far this
014080*   run has gotten so an abend can restart from here instead
014090*   of from account one.
014100*****************************************************************
014110 1160-WRITE-CHECKPOINT.
014120     DIVIDE ACCOUNT-SEQUENCE-NUMBER BY CHECKPOINT-INTERVAL
014130        GIVING CHECKPOINT-QUOTIENT
014140        REMAINDER CHECKPOINT-REMAINDER
014150     IF CHECKPOINT-REMAINDER = ZERO
014160        OPEN OUTPUT CHECKPOINT-FILE
014170        IF NOT CHECKPT-OK
014180           DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN CHECKPT, "
014190              "STATUS " CHECKPT-STATUS
014200        ELSE
014210           MOVE ACCOUNT-SEQUENCE-NUMBER
014220              TO CHKPT-LAST-SEQUENCE-NUMBER
014230           MOVE ACCT-NUMBER TO CHKPT-LAST-ACCT-NUMBER
014240           MOVE PROJECTED-COUNT     TO CHKPT-PROJECTED-COUNT
014250           MOVE REJECT-COUNT        TO CHKPT-REJECT-COUNT
014260           MOVE EXCEPTION-COUNT     TO CHKPT-EXCEPTION-COUNT
014270           MOVE TRAN-CONSUMED-COUNT
014280              TO CHKPT-TRAN-CONSUMED-COUNT
014290           MOVE INTEREST-COMPUTED-TOTAL
014300              TO CHKPT-INTEREST-COMPUTED
014310           MOVE GL-INTEREST-TOTAL
014320              TO CHKPT-GL-INTEREST-WRITTEN
014330           MOVE BACKUP-WITHHELD-TOTAL
014340              TO CHKPT-BACKUP-WITHHELD
014350           MOVE GL-WITHHELD-TOTAL
014360              TO CHKPT-GL-WITHHELD-WRITTEN
014370           MOVE PAYOUT-COMPUTED-TOTAL
014380              TO CHKPT-INTEREST-PAID-OUT
014390           MOVE GL-PAID-OUT-TOTAL
014400              TO CHKPT-GL-PAID-OUT-WRITTEN
014410           MOVE BACK-VALUE-COUNT
014420              TO CHKPT-BACK-VALUE-COUNT
014430           MOVE BACK-VALUE-ADJUSTED-TOTAL
014440              TO CHKPT-BACK-VALUE-ADJUSTED
014450           MOVE CLOSED-OUT-COUNT
014460              TO CHKPT-CLOSED-COUNT
014470           MOVE CLOSE-DISBURSED-TOTAL
014480              TO CHKPT-CLOSE-DISBURSED
014490           WRITE CHECKPOINT-RECORD
014500           CLOSE CHECKPOINT-FILE
014510        END-IF
014520     END-IF.
014530 1160-EXIT.
014540     EXIT.
014550*****************************************************************
014560* 1100-READ-ACCOUNT-MASTER
014570*   Reads the next account record, sets the end-of-file switch
014580*   when the master file is exhausted - or, on a partition
014590*   run, when the record read is past the range high - and
014600*   advances the account-sequence-number used for
014610*   checkpoint/restart.
014620*****************************************************************
014630 1100-READ-ACCOUNT-MASTER.
014640     READ ACCOUNT-MASTER-FILE NEXT
014650         AT END
014660             MOVE "Y" TO END-OF-FILE-SWITCH
014670             MOVE "Y" TO ACCTMAST-EOF-SWITCH
014680         NOT AT END
014690             IF ACCT-NUMBER > PARTITION-RANGE-HIGH
014700                MOVE "Y" TO END-OF-FILE-SWITCH
014710                MOVE "Y" TO ACCTMAST-EOF-SWITCH
014720             ELSE
014730                ADD 1 TO ACCOUNT-SEQUENCE-NUMBER
014740                ADD 1 TO MASTER-READ-COUNT
014750                ADD ACCT-NUMBER TO ACCT-HASH-TOTAL
014760             END-IF
014770     END-READ.
014780 1100-EXIT.
014790     EXIT.
014800*****************************************************************
014810* 1110-READ-INQUIRY-REQUEST
014820*   Reads the next inquiry request into the read-ahead buffer.
014830*****************************************************************
014840 1110-READ-INQUIRY-REQUEST.
014850     READ INQUIRY-REQUEST-FILE
014860        AT END MOVE "Y" TO INQRQST-EOF-SWITCH
014870     END-READ.
014880 1110-EXIT.
014890     EXIT.
014900*****************************************************************
014910* 1300-LOAD-RATE-TABLE
014920*   Loads the product rate table into working storage.  The
014930*   file is optional: a run with no rate table leaves the
014940*   entry count at zero and every account falls back to the
014950*   flat rate carried on its own master record.
014960*****************************************************************
014970 1300-LOAD-RATE-TABLE.
014980     OPEN INPUT RATE-TABLE-FILE
014990     IF NOT RATETABL-OK
015000        DISPLAY "SAVINGS_BAKER: NO RATE TABLE, STATUS "
015010           RATETABL-STATUS
015020           " - ACCOUNT RATES WILL BE USED"
015030        CLOSE RATE-TABLE-FILE
015040        GO TO 1300-EXIT
015050     END-IF
015060     PERFORM 1310-READ-RATE-ENTRY THRU 1310-EXIT
015070        UNTIL RATETABL-EOF
015080           OR RATE-ENTRY-COUNT = RATE-ENTRY-MAX
015090     IF NOT RATETABL-EOF
015100        DISPLAY "SAVINGS_BAKER: RATE TABLE TRUNCATED AT "
015110           RATE-ENTRY-MAX " ENTRIES"
015120     END-IF
015130     CLOSE RATE-TABLE-FILE.
015140 1300-EXIT.
015150     EXIT.
015160*****************************************************************
015170* 1310-READ-RATE-ENTRY
015180*   Reads one rate-table record into the next table slot.
015190*****************************************************************
015200 1310-READ-RATE-ENTRY.
015210     READ RATE-TABLE-FILE
015220         AT END
015230             GO TO 1310-EXIT
015240     END-READ
015250     ADD 1 TO RATE-ENTRY-COUNT
015260     MOVE RATE-PRODUCT-CODE TO
015270        RT-PRODUCT-CODE (RATE-ENTRY-COUNT)
015280     MOVE RATE-TIER-FLOOR TO
015290        RT-TIER-FLOOR (RATE-ENTRY-COUNT)
015300     MOVE RATE-EFFECTIVE-DATE TO
015310        RT-EFFECTIVE-DATE (RATE-ENTRY-COUNT)
015320     MOVE RATE-ANNUAL-RATE TO
015330        RT-ANNUAL-RATE (RATE-ENTRY-COUNT).
015340 1310-EXIT.
015350     EXIT.
015360*****************************************************************
015370* 1320-LOAD-TOLERANCE-TABLE
015380*   Loads the reconciliation tolerance table into working
015390*   storage.  The file is optional: a run with no table
015400*   leaves the entry count at zero and every account falls
015410*   back to the one-dollar house default.
015420*****************************************************************
015430 1320-LOAD-TOLERANCE-TABLE.
015440     OPEN INPUT TOLERANCE-TABLE-FILE
015450     IF NOT TOLTABLE-OK
015460        DISPLAY "SAVINGS_BAKER: NO TOLERANCE TABLE, STATUS "
015470           TOLTABLE-STATUS
015480           " - HOUSE DEFAULT WILL BE USED"
015490        CLOSE TOLERANCE-TABLE-FILE
015500        GO TO 1320-EXIT
015510     END-IF
015520     PERFORM 1330-READ-TOLERANCE-ENTRY THRU 1330-EXIT
015530        UNTIL TOLTABLE-EOF
015540           OR TOL-ENTRY-COUNT = TOL-ENTRY-MAX
015550     IF NOT TOLTABLE-EOF
015560        DISPLAY "SAVINGS_BAKER: TOLERANCE TABLE TRUNCATED AT "
015570           TOL-ENTRY-MAX " ENTRIES"
015580     END-IF
015590     CLOSE TOLERANCE-TABLE-FILE.
015600 1320-EXIT.
015610     EXIT.
015620*****************************************************************
015630* 1330-READ-TOLERANCE-ENTRY
015640*   Reads one tolerance-table record into the next table slot.
015650*****************************************************************
015660 1330-READ-TOLERANCE-ENTRY.
015670     READ TOLERANCE-TABLE-FILE
015680         AT END
015690             GO TO 1330-EXIT
015700     END-READ
015710     ADD 1 TO TOL-ENTRY-COUNT
015720     MOVE TOL-PRODUCT-TYPE TO
015730        TE-PRODUCT-TYPE (TOL-ENTRY-COUNT)
015740     MOVE TOL-COMPOUND-FREQ TO
015750        TE-COMPOUND-FREQ (TOL-ENTRY-COUNT)
015760     MOVE TOL-AMOUNT TO
015770        TE-AMOUNT (TOL-ENTRY-COUNT).
015780 1330-EXIT.
015790     EXIT.
015800*****************************************************************
015810* 1340-LOAD-CALENDAR
015820*   Loads the bank business-day calendar into working storage.
015830*   The file is optional: a run with no calendar leaves the
015840*   entry count at zero and every day is taken as a business
015850*   day with no month-end night.
015860*****************************************************************
015870 1340-LOAD-CALENDAR.
015880     OPEN INPUT CALENDAR-FILE
015890     IF NOT CALFILE-OK
015900        DISPLAY "SAVINGS_BAKER: NO BANK CALENDAR, STATUS "
015910           CALFILE-STATUS
015920           " - EVERY DAY TAKEN AS A BUSINESS DAY"
015930        CLOSE CALENDAR-FILE
015940        GO TO 1340-EXIT
015950     END-IF
015960     PERFORM 1350-READ-CALENDAR-ENTRY THRU 1350-EXIT
015970        UNTIL CALFILE-EOF
015980           OR CALENDAR-ENTRY-COUNT = CALENDAR-ENTRY-MAX
015990     IF NOT CALFILE-EOF
016000        DISPLAY "SAVINGS_BAKER: CALENDAR TRUNCATED AT "
016010           CALENDAR-ENTRY-MAX " ENTRIES"
016020     END-IF
016030     CLOSE CALENDAR-FILE.
016040 1340-EXIT.
016050     EXIT.
016060*****************************************************************
016070* 1350-READ-CALENDAR-ENTRY
016080*   Reads one calendar record into the next table slot.
016090*****************************************************************
016100 1350-READ-CALENDAR-ENTRY.
016110     READ CALENDAR-FILE
016120         AT END
016130             GO TO 1350-EXIT
016140     END-READ
016150     ADD 1 TO CALENDAR-ENTRY-COUNT
016160     MOVE CAL-DATE TO
016170        CE-DATE (CALENDAR-ENTRY-COUNT)
016180     MOVE CAL-DAY-TYPE TO
016190        CE-DAY-TYPE (CALENDAR-ENTRY-COUNT)
016200     MOVE CAL-MONTH-END-FLAG TO
016210        CE-MONTH-END (CALENDAR-ENTRY-COUNT).
016220 1350-EXIT.
016230     EXIT.
016240*****************************************************************
016250* 2000-PROCESS-ACCOUNT
016260*   Moves the current master record into the working fields and
016270*   performs the compounding calculation for that one account.
016280*****************************************************************
016290 2000-PROCESS-ACCOUNT.
016300     MOVE ACCT-SAVE-AMOUNT      TO SAVE-AMOUNT
016310     MOVE ACCT-INTEREST-RATE    TO ANNUAL-INTEREST-RATE
016320     MOVE ACCT-NUMBER-MONTHS    TO NUMBER-OF-MONTHS
016330     MOVE ACCT-COMPOUND-FREQ    TO COMPOUNDING-FREQUENCY
016340     MOVE ACCT-PRODUCT-TYPE     TO PRODUCT-TYPE
016350     MOVE ACCT-MATURITY-DATE    TO MATURITY-DATE
016360     MOVE ZERO TO AMOUNT-IN-SAVINGS
016370     MOVE ZERO TO COUNTER
016380     MOVE ZERO TO ACCOUNT-INTEREST-TOTAL
016390     MOVE ZERO TO ACCOUNT-WITHHELD-TOTAL
016400     MOVE "N" TO BACKUP-WH-SWITCH
016410     MOVE "N" TO BACK-VALUE-SWITCH
016420     MOVE ZERO TO BACK-VALUE-ADJUSTMENT
016430     MOVE "N" TO CLOSE-OUT-SWITCH
016440     MOVE "Y" TO VALID-DATA-SWITCH
016450     PERFORM 2050-VALIDATE-ACCOUNT-DATA THRU 2050-EXIT
016460     IF VALID-DATA
016470        PERFORM 2100-COMPUTE-SAVINGS THRU 2100-EXIT
016480        DISPLAY "ACCOUNT " ACCT-NUMBER
016490           " AMOUNT IN SAVINGS: $" AMOUNT-IN-SAVINGS
016500        PERFORM 2400-WRITE-AUDIT-LOG THRU 2400-EXIT
016510        ADD 1 TO PROJECTED-COUNT
016520        IF PROD-CD
016530           PERFORM 2600-CHECK-MATURITY-WINDOW THRU 2600-EXIT
016540        END-IF
016550     ELSE
016560        ADD 1 TO REJECT-COUNT
016570     END-IF
016580     PERFORM 2300-RECONCILE-LEDGER THRU 2300-EXIT
016590     PERFORM 2320-UPDATE-EXCEPTION-MASTER THRU 2320-EXIT
016600     PERFORM 2500-UPDATE-YTD-INTEREST THRU 2500-EXIT
016610     PERFORM 1160-WRITE-CHECKPOINT THRU 1160-EXIT
016620     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT.
016630 2000-EXIT.
016640     EXIT.
016650*****************************************************************
016660* 2050-VALIDATE-ACCOUNT-DATA
016670*   Checks SAVE-AMOUNT, ANNUAL-INTEREST-RATE and NUMBER-OF-
016680*   MONTHS before they reach the interest calculation.  A
016690*   record that fails is rejected and logged in place of the
016700*   re-prompt an interactive run would have used.
016710*****************************************************************
016720 2050-VALIDATE-ACCOUNT-DATA.
016730     IF SAVE-AMOUNT IS NOT NUMERIC
016740            OR SAVE-AMOUNT < ZERO
016750        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
016760           " - INVALID SAVE AMOUNT, RECORD REJECTED"
016770        MOVE "N" TO VALID-DATA-SWITCH
016780     END-IF
016790     IF ANNUAL-INTEREST-RATE IS NOT NUMERIC
016800            OR ANNUAL-INTEREST-RATE < ZERO
016810        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
016820           " - INVALID INTEREST RATE, RECORD REJECTED"
016830        MOVE "N" TO VALID-DATA-SWITCH
016840     END-IF
016850     IF NUMBER-OF-MONTHS IS NOT NUMERIC
016860            OR NUMBER-OF-MONTHS NOT > ZERO
016870        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
016880           " - INVALID NUMBER OF MONTHS, RECORD REJECTED"
016890        MOVE "N" TO VALID-DATA-SWITCH
016900     END-IF
016910     IF NOT FREQ-MONTHLY AND NOT FREQ-QUARTERLY
016920            AND NOT FREQ-DAILY
016930        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
016940           " - INVALID COMPOUNDING FREQUENCY, RECORD REJECTED"
016950        MOVE "N" TO VALID-DATA-SWITCH
016960     END-IF
016970     IF NUMBER-OF-MONTHS IS NUMERIC
016980            AND FREQ-QUARTERLY AND NUMBER-OF-MONTHS < 3
016990        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
017000           " - TERM TOO SHORT FOR QUARTERLY COMPOUNDING, "
017010           "RECORD REJECTED"
017020        MOVE "N" TO VALID-DATA-SWITCH
017030     END-IF
017040     IF NOT PROD-SAVINGS AND NOT PROD-CD
017050        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
017060           " - INVALID PRODUCT TYPE, RECORD REJECTED"
017070        MOVE "N" TO VALID-DATA-SWITCH
017080     END-IF
017090     IF PROD-CD AND MATURITY-DATE IS NOT NUMERIC
017100        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
017110           " - INVALID MATURITY DATE, RECORD REJECTED"
017120        MOVE "N" TO VALID-DATA-SWITCH
017130     END-IF.
017140 2050-EXIT.
017150     EXIT.
017160*****************************************************************
017170* 2100-COMPUTE-SAVINGS
017180*   Sets up the divisor and number of periods for this account's
017190*   compounding frequency, then drives the calculation one
017200*   period at a time so an amortization line can be written for
017210*   every period.  In accrual mode the account picks up its
017220*   live balance and period from the current-position file and
017230*   advances exactly one period - an account already at the
017240*   end of its term carries its position forward unchanged and
017250*   accrues nothing.  An accrual-mode account is also
017260*   matched to its customer tax record to decide whether
017270*   backup withholding applies to its interest.  An account
017280*   due for close-out earns its final stub of interest and
017290*   goes to the payoff extract instead of the position file.
017300*****************************************************************
017310 2100-COMPUTE-SAVINGS.
017320     EVALUATE TRUE
017330        WHEN FREQ-QUARTERLY
017340           MOVE 4 TO FREQUENCY-DIVISOR
017350           COMPUTE TOTAL-PERIODS = NUMBER-OF-MONTHS / 3
017360           MOVE 3 TO PERIOD-MONTHS-NUMER
017370           MOVE 1 TO PERIOD-MONTHS-DENOM
017380        WHEN FREQ-DAILY
017390           MOVE 365 TO FREQUENCY-DIVISOR
017400           COMPUTE TOTAL-PERIODS = NUMBER-OF-MONTHS * 30
017410           MOVE 1 TO PERIOD-MONTHS-NUMER
017420           MOVE 30 TO PERIOD-MONTHS-DENOM
017430        WHEN OTHER
017440           MOVE 12 TO FREQUENCY-DIVISOR
017450           MOVE NUMBER-OF-MONTHS TO TOTAL-PERIODS
017460           MOVE 1 TO PERIOD-MONTHS-NUMER
017470           MOVE 1 TO PERIOD-MONTHS-DENOM
017480     END-EVALUATE
017490     IF ACCRUAL-MODE
017500        PERFORM 2095-FETCH-CURRENT-POSITION THRU 2095-EXIT
017510        PERFORM 2098-FETCH-CUSTOMER-TAX THRU 2098-EXIT
017520        PERFORM 2170-CHECK-CLOSE-OUT THRU 2170-EXIT
017530        IF COUNTER NOT < TOTAL-PERIODS
017540           ADD 1 TO MATURED-COUNT
017550           IF CLOSE-OUT-DUE
017560              PERFORM 2180-WRITE-CLOSE-PAYOFF THRU 2180-EXIT
017570           ELSE
017580              PERFORM 2140-WRITE-CURRENT-POSITION THRU 2140-EXIT
017590           END-IF
017600           GO TO 2100-EXIT
017610        END-IF
017620        COMPUTE TOTAL-PERIODS = COUNTER + 1
017630     END-IF
017640     PERFORM 2110-COMPUTE-ONE-PERIOD THRU 2110-EXIT
017650        WITH TEST AFTER UNTIL COUNTER = TOTAL-PERIODS
017660     IF ACCRUAL-MODE
017670        IF CLOSE-OUT-DUE
017680           PERFORM 2180-WRITE-CLOSE-PAYOFF THRU 2180-EXIT
017690        ELSE
017700           PERFORM 2140-WRITE-CURRENT-POSITION THRU 2140-EXIT
017710        END-IF
017720        ADD 1 TO ACCRUED-COUNT
017730     END-IF.
017740 2100-EXIT.
017750     EXIT.
017760*****************************************************************
017770* 2095-FETCH-CURRENT-POSITION
017780*   Lines the prior position file up with the account being
017790*   accrued.  Prior records for lower account numbers belong
017800*   to accounts no longer on the master and are carried
017810*   forward unchanged; a matching record supplies the live
017820*   balance and the last period already accrued; an account
017830*   with no prior record starts at period zero with a zero
017840*   balance.
017850*****************************************************************
017860 2095-FETCH-CURRENT-POSITION.
017870     MOVE "N" TO POSITION-FOUND-SW
017880     PERFORM 2096-CARRY-FORWARD-POSITION THRU 2096-EXIT
017890        UNTIL CURPOLD-EXHAUSTED
017900           OR CUR-ACCT-NUMBER >= ACCT-NUMBER
017910     IF (NOT CURPOLD-EXHAUSTED)
017920           AND CUR-ACCT-NUMBER = ACCT-NUMBER
017930        MOVE "Y" TO POSITION-FOUND-SW
017940        MOVE CUR-PERIOD-NUMBER TO COUNTER
017950        MOVE CUR-BALANCE       TO AMOUNT-IN-SAVINGS
017960        IF CUR-LAST-FEE-DATE IS NUMERIC
017970           MOVE CUR-LAST-FEE-DATE TO HELD-LAST-FEE-DATE
017980        ELSE
017990           MOVE ZERO TO HELD-LAST-FEE-DATE
018000        END-IF
018010        PERFORM 2097-READ-CURRENT-POSITION THRU 2097-EXIT
018020     ELSE
018030        MOVE ZERO TO COUNTER
018040        MOVE ZERO TO AMOUNT-IN-SAVINGS
018050        MOVE ZERO TO HELD-LAST-FEE-DATE
018060     END-IF.
018070 2095-EXIT.
018080     EXIT.
018090*****************************************************************
018100* 2096-CARRY-FORWARD-POSITION
018110*   Writes one prior position record through to the new file
018120*   unchanged and advances the read-ahead buffer.
018130*****************************************************************
018140 2096-CARRY-FORWARD-POSITION.
018150     MOVE CURRENT-POSITION-RECORD TO CURRENT-NEW-RECORD
018160     WRITE CURRENT-NEW-RECORD
018170     PERFORM 2097-READ-CURRENT-POSITION THRU 2097-EXIT.
018180 2096-EXIT.
018190     EXIT.
018200*****************************************************************
018210* 2097-READ-CURRENT-POSITION
018220*   Reads the next prior position record into the read-ahead
018230*   buffer.
018240*****************************************************************
018250 2097-READ-CURRENT-POSITION.
018260     READ CURRENT-POSITION-FILE
018270        AT END MOVE "Y" TO CURRPOS-EOF-SWITCH
018280     END-READ.
018290 2097-EXIT.
018300     EXIT.
018310*****************************************************************
018320* 2098-FETCH-CUSTOMER-TAX
018330*   Lines the customer tax file up with the account being
018340*   accrued and decides whether backup withholding applies:
018350*   a withholding order on the record, or a TIN that is
018360*   uncertified, missing or zero.  An account with no tax
018370*   record is not withheld from; YEAR_END_1099 reports it as
018380*   having no TIN.  The payee name is held for the account's
018390*   interest payout, if any.
018400*****************************************************************
018410 2098-FETCH-CUSTOMER-TAX.
018420     MOVE "N" TO BACKUP-WH-SWITCH
018430     MOVE SPACES TO PAYOUT-PAYEE-NAME
018440     PERFORM 2099-READ-CUSTOMER-TAX THRU 2099-EXIT
018450        UNTIL CUSTTAX-EXHAUSTED
018460           OR CTX-ACCT-NUMBER >= ACCT-NUMBER
018470     IF CUSTTAX-EXHAUSTED
018480           OR CTX-ACCT-NUMBER NOT = ACCT-NUMBER
018490        GO TO 2098-EXIT
018500     END-IF
018510     MOVE CTX-PAYEE-NAME TO PAYOUT-PAYEE-NAME
018520     IF CTX-BACKUP-WH-ORDERED
018530           OR CTX-TIN-UNCERTIFIED
018540           OR CTX-TIN-MISSING
018550           OR CTX-TIN IS NOT NUMERIC
018560           OR CTX-TIN = ZERO
018570        MOVE "Y" TO BACKUP-WH-SWITCH
018580        ADD 1 TO WITHHOLDING-ACCOUNT-COUNT
018590     END-IF.
018600 2098-EXIT.
018610     EXIT.
018620*****************************************************************
018630* 2099-READ-CUSTOMER-TAX
018640*   Reads the next customer tax record into the read-ahead
018650*   buffer.
018660*****************************************************************
018670 2099-READ-CUSTOMER-TAX.
018680     READ CUSTOMER-TAX-FILE
018690        AT END MOVE "Y" TO CUSTTAX-EOF-SWITCH
018700     END-READ.
018710 2099-EXIT.
018720     EXIT.
018730*****************************************************************
018740* 2140-WRITE-CURRENT-POSITION
018750*   Writes the account's new position - the balance and the
018760*   last period now accrued - for the next accrual run to
018770*   advance from.
018780*****************************************************************
018790 2140-WRITE-CURRENT-POSITION.
018800     MOVE SPACES TO CURO-POSITION-RECORD
018810     MOVE ACCT-NUMBER       TO CURO-ACCT-NUMBER
018820     MOVE COUNTER           TO CURO-PERIOD-NUMBER
018830     MOVE AMOUNT-IN-SAVINGS TO CURO-BALANCE
018840     MOVE HELD-LAST-FEE-DATE TO CURO-LAST-FEE-DATE
018850     MOVE CURO-POSITION-RECORD TO CURRENT-NEW-RECORD
018860     WRITE CURRENT-NEW-RECORD.
018870 2140-EXIT.
018880     EXIT.
018890*****************************************************************
018900* 2104-DATE-THE-PERIOD
018910*   Dates the period just begun: months elapsed since the run
018920*   date become a calendar effective date the rate lookup and
018930*   the maturity test both work from.  In accrual mode the one
018940*   period advanced is the current one, so its effective date
018950*   is simply the run date.
018960*****************************************************************
018970 2104-DATE-THE-PERIOD.
018980     IF ACCRUAL-MODE
018990        MOVE RUN-DATE-CCYY TO PERIOD-DATE-CCYY
019000        MOVE RUN-DATE-MM   TO PERIOD-DATE-MM
019010        MOVE AUDIT-RUN-DATE TO PERIOD-EFFECTIVE-DATE
019020        GO TO 2104-EXIT
019030     END-IF
019040     COMPUTE MONTHS-ELAPSED =
019050        (COUNTER - 1) * PERIOD-MONTHS-NUMER /
019060           PERIOD-MONTHS-DENOM
019070     COMPUTE PERIOD-MONTH-TOTAL =
019080        (RUN-DATE-CCYY * 12) + RUN-DATE-MM - 1 + MONTHS-ELAPSED
019090     DIVIDE PERIOD-MONTH-TOTAL BY 12
019100        GIVING PERIOD-DATE-CCYY
019110        REMAINDER PERIOD-MM-REMAINDER
019120     COMPUTE PERIOD-DATE-MM = PERIOD-MM-REMAINDER + 1
019130     COMPUTE PERIOD-EFFECTIVE-DATE =
019140        (PERIOD-DATE-CCYY * 10000) + (PERIOD-DATE-MM * 100)
019150           + RUN-DATE-DD.
019160 2104-EXIT.
019170     EXIT.
019180*****************************************************************
019190* 2105-DETERMINE-PERIOD-RATE
019200*   Establishes the annual rate in force for the period just
019210*   begun.  The balance the period will compound (running
019220*   balance plus the period's contribution) is tiered against
019230*   the rate table, so a balance that grows across a tier
019240*   threshold starts earning the higher tier's rate the same
019250*   period, and a reprice takes effect on its effective date.
019260*   The best entry is the highest qualifying tier floor, and
019270*   among equal floors the latest effective date not after the
019280*   period.  When no entry qualifies the account's own master
019290*   rate applies, which is also the whole-file behavior of a
019300*   run with no rate table.  A certificate of deposit never
019310*   looks at the table: its rate is fixed to maturity, so the
019320*   master rate always applies (a scenario-mode shock still
019330*   does - the what-if question covers CDs too).
019340*****************************************************************
019350 2105-DETERMINE-PERIOD-RATE.
019360     IF PROD-CD
019370        MOVE ANNUAL-INTEREST-RATE TO EFFECTIVE-ANNUAL-RATE
019380     ELSE
019390        COMPUTE TIER-BALANCE =
019400           AMOUNT-IN-SAVINGS + PERIOD-CONTRIBUTION
019410        MOVE "N" TO RATE-FOUND-SWITCH
019420        MOVE ZERO TO BEST-TIER-FLOOR
019430        MOVE ZERO TO BEST-EFFECTIVE-DATE
019440        PERFORM 2106-SCAN-RATE-ENTRY THRU 2106-EXIT
019450           VARYING RATE-SUB FROM 1 BY 1
019460              UNTIL RATE-SUB > RATE-ENTRY-COUNT
019470        IF NOT RATE-FOUND
019480           MOVE ANNUAL-INTEREST-RATE TO EFFECTIVE-ANNUAL-RATE
019490        END-IF
019500     END-IF
019510     IF SCENARIO-MODE AND SHOCK-ACTIVE
019520        ADD SHOCK-RATE-ADJUSTMENT TO EFFECTIVE-ANNUAL-RATE
019530        IF EFFECTIVE-ANNUAL-RATE < ZERO
019540           MOVE ZERO TO EFFECTIVE-ANNUAL-RATE
019550        END-IF
019560     END-IF
019570     COMPUTE PERIOD-INTEREST-RATE =
019580        EFFECTIVE-ANNUAL-RATE / FREQUENCY-DIVISOR / 100.
019590 2105-EXIT.
019600     EXIT.
019610*****************************************************************
019620* 2106-SCAN-RATE-ENTRY
019630*   Weighs one rate-table entry against the best found so far
019640*   for the current product, balance tier, and period date.
019650*****************************************************************
019660 2106-SCAN-RATE-ENTRY.
019670     IF RT-PRODUCT-CODE (RATE-SUB) = COMPOUNDING-FREQUENCY
019680           AND RT-TIER-FLOOR (RATE-SUB) NOT > TIER-BALANCE
019690           AND RT-EFFECTIVE-DATE (RATE-SUB) NOT >
019700              PERIOD-EFFECTIVE-DATE
019710        IF NOT RATE-FOUND
019720              OR RT-TIER-FLOOR (RATE-SUB) > BEST-TIER-FLOOR
019730              OR (RT-TIER-FLOOR (RATE-SUB) = BEST-TIER-FLOOR
019740                 AND RT-EFFECTIVE-DATE (RATE-SUB) >
019750                    BEST-EFFECTIVE-DATE)
019760           MOVE "Y" TO RATE-FOUND-SWITCH
019770           MOVE RT-TIER-FLOOR (RATE-SUB) TO BEST-TIER-FLOOR
019780           MOVE RT-EFFECTIVE-DATE (RATE-SUB)
019790              TO BEST-EFFECTIVE-DATE
019800           MOVE RT-ANNUAL-RATE (RATE-SUB)
019810              TO EFFECTIVE-ANNUAL-RATE
019820        END-IF
019830     END-IF.
019840 2106-EXIT.
019850     EXIT.
019860*****************************************************************
019870* 2107-COUNT-PERIOD-DAYS
019880*   Counts the true calendar days in the period just begun,
019890*   from the month the period is dated in: one for a daily
019900*   period, the length of the month for a monthly one, and
019910*   the three months from it for a quarterly one.
019920*****************************************************************
019930 2107-COUNT-PERIOD-DAYS.
019940     IF FREQ-DAILY
019950        MOVE 1 TO PERIOD-DAY-COUNT
019960        GO TO 2107-EXIT
019970     END-IF
019980     MOVE ZERO TO PERIOD-DAY-COUNT
019990     MOVE PERIOD-DATE-CCYY TO LOOKUP-CCYY
020000     MOVE PERIOD-DATE-MM   TO LOOKUP-MM
020010     PERFORM 2108-ADD-MONTH-DAYS THRU 2108-EXIT
020020        PERIOD-MONTHS-NUMER TIMES.
020030 2107-EXIT.
020040     EXIT.
020050*****************************************************************
020060* 2108-ADD-MONTH-DAYS
020070*   Adds the length of the month in LOOKUP-DATE to the period
020080*   day count and steps to the following month.
020090*****************************************************************
020100 2108-ADD-MONTH-DAYS.
020110     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
020120     ADD MONTH-LENGTH TO PERIOD-DAY-COUNT
020130     IF LOOKUP-MM < 12
020140        ADD 1 TO LOOKUP-MM
020150     ELSE
020160        MOVE 1 TO LOOKUP-MM
020170        ADD 1 TO LOOKUP-CCYY
020180     END-IF.
020190 2108-EXIT.
020200     EXIT.
020210*****************************************************************
020220* 2110-COMPUTE-ONE-PERIOD
020230*   Compounds one period's interest, then writes that period's
020240*   line to the amortization report.  Backup withholding,
020250*   when due, comes off the balance after the interest is
020260*   credited, and the net interest of a payout account comes
020270*   off after that.  A back-value adjustment priced while the
020280*   period's transaction was matched is posted after the
020290*   period's own interest, as a separate entry.  An account
020300*   closing out earns only the stub of the period up to its
020310*   close date, less any CD early-withdrawal penalty taken
020320*   from its balance, and is not paid out - its whole balance
020330*   is disbursed.
020340*****************************************************************
020350 2110-COMPUTE-ONE-PERIOD.
020360     ADD 1 TO COUNTER
020370     MOVE AMOUNT-IN-SAVINGS TO PRIOR-BALANCE
020380     PERFORM 2104-DATE-THE-PERIOD THRU 2104-EXIT
020390     PERFORM 2115-DETERMINE-CONTRIBUTION THRU 2115-EXIT
020400     PERFORM 2105-DETERMINE-PERIOD-RATE THRU 2105-EXIT
020410     PERFORM 2107-COUNT-PERIOD-DAYS THRU 2107-EXIT
020420     IF CLOSE-OUT-DUE
020430        PERFORM 2172-PRORATE-CLOSE-PERIOD THRU 2172-EXIT
020440     END-IF
020450     COMPUTE PERIOD-AVERAGE-BALANCE =
020460        AMOUNT-IN-SAVINGS + PERIOD-CONTRIBUTION
020470     COMPUTE AMOUNT-IN-SAVINGS = (AMOUNT-IN-SAVINGS +
020480        PERIOD-CONTRIBUTION) * (PERIOD-INTEREST-RATE + 1)
020490     COMPUTE INTEREST-EARNED-PERIOD =
020500        AMOUNT-IN-SAVINGS - PRIOR-BALANCE - PERIOD-CONTRIBUTION
020510     IF CLOSE-OUT-DUE
020520        PERFORM 2176-PRICE-CLOSE-PENALTY THRU 2176-EXIT
020530     END-IF
020540     ADD INTEREST-EARNED-PERIOD TO INTEREST-COMPUTED-TOTAL
020550     ADD INTEREST-EARNED-PERIOD TO ACCOUNT-INTEREST-TOTAL
020560     PERFORM 2112-APPLY-BACKUP-WITHHOLDING THRU 2112-EXIT
020570     PERFORM 2113-APPLY-INTEREST-PAYOUT THRU 2113-EXIT
020580     IF CD-PENALTY-BASE > ZERO
020590        COMPUTE CD-PENALTY-AMOUNT =
020600           CD-PENALTY-BASE * EFFECTIVE-ANNUAL-RATE / 400
020610        SUBTRACT CD-PENALTY-AMOUNT FROM AMOUNT-IN-SAVINGS
020620        ADD CD-PENALTY-AMOUNT TO CD-PENALTY-TOTAL
020630        ADD 1 TO CD-PENALTY-COUNT
020640        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
020650           " EARLY-WITHDRAWAL PENALTY $" CD-PENALTY-AMOUNT
020660        MOVE ZERO TO CD-PENALTY-BASE
020670     END-IF
020680     IF NOT SCENARIO-MODE
020690        PERFORM 2120-WRITE-AMORT-LINE THRU 2120-EXIT
020700     END-IF
020710     IF NOT INQUIRY-MODE AND NOT SCENARIO-MODE
020720        PERFORM 2130-WRITE-GL-EXTRACT THRU 2130-EXIT
020730     END-IF
020740     IF BACK-VALUE-PRICED
020750        PERFORM 2160-POST-BACK-VALUE THRU 2160-EXIT
020760     END-IF.
020770 2110-EXIT.
020780     EXIT.
020790*****************************************************************
020800* 2112-APPLY-BACKUP-WITHHOLDING
020810*   Withholds the backup rate from the period's interest when
020820*   the account is subject to it, taking the amount off the
020830*   balance just credited.  Nothing is withheld from a period
020840*   that earned no interest.
020850*****************************************************************
020860 2112-APPLY-BACKUP-WITHHOLDING.
020870     MOVE ZERO TO BACKUP-WITHHELD-PERIOD
020880     IF NOT BACKUP-WITHHOLDING-DUE
020890           OR INTEREST-EARNED-PERIOD NOT > ZERO
020900        GO TO 2112-EXIT
020910     END-IF
020920     COMPUTE BACKUP-WITHHELD-PERIOD ROUNDED =
020930        INTEREST-EARNED-PERIOD * BACKUP-WITHHOLDING-RATE / 100
020940     SUBTRACT BACKUP-WITHHELD-PERIOD FROM AMOUNT-IN-SAVINGS
020950     ADD BACKUP-WITHHELD-PERIOD TO ACCOUNT-WITHHELD-TOTAL
020960     ADD BACKUP-WITHHELD-PERIOD TO BACKUP-WITHHELD-TOTAL.
020970 2112-EXIT.
020980     EXIT.
020990*****************************************************************
021000* 2113-APPLY-INTEREST-PAYOUT
021010*   On an accrual night, pays out the period's net interest
021020*   (interest less backup withholding) of an account whose
021030*   disposition is payout: the amount comes back off the
021040*   balance just credited and is written to the PAYOUT
021050*   extract for ACH origination.  Nothing is paid out of a
021060*   period that earned no net interest, nor of an account
021070*   closing out, whose payoff carries its final interest.
021080*****************************************************************
021090 2113-APPLY-INTEREST-PAYOUT.
021100     MOVE ZERO TO INTEREST-PAID-OUT-PERIOD
021110     IF NOT ACCRUAL-MODE
021120           OR NOT ACCT-DISP-PAYOUT
021130           OR CLOSE-OUT-DUE
021140        GO TO 2113-EXIT
021150     END-IF
021160     COMPUTE INTEREST-PAID-OUT-PERIOD =
021170        INTEREST-EARNED-PERIOD - BACKUP-WITHHELD-PERIOD
021180     IF INTEREST-PAID-OUT-PERIOD NOT > ZERO
021190        MOVE ZERO TO INTEREST-PAID-OUT-PERIOD
021200        GO TO 2113-EXIT
021210     END-IF
021220     SUBTRACT INTEREST-PAID-OUT-PERIOD FROM AMOUNT-IN-SAVINGS
021230     ADD INTEREST-PAID-OUT-PERIOD TO PAYOUT-COMPUTED-TOTAL
021240     MOVE SPACES TO PAYOUT-RECORD
021250     MOVE ACCT-NUMBER           TO PAY-ACCT-NUMBER
021260     MOVE COUNTER               TO PAY-PERIOD-NUMBER
021270     MOVE AUDIT-RUN-DATE        TO PAY-RUN-DATE
021280     MOVE ACCT-PAYOUT-ROUTING   TO PAY-ROUTING
021290     MOVE ACCT-PAYOUT-ACCOUNT   TO PAY-DFI-ACCOUNT
021300     MOVE ACCT-PAYOUT-ACCT-TYPE TO PAY-ACCT-TYPE
021310     MOVE PAYOUT-PAYEE-NAME     TO PAY-PAYEE-NAME
021320     MOVE INTEREST-PAID-OUT-PERIOD TO PAY-AMOUNT
021330     WRITE PAYOUT-RECORD
021340     ADD 1 TO PAYOUT-WRITTEN-COUNT.
021350 2113-EXIT.
021360     EXIT.
021370*****************************************************************
021380* 2115-DETERMINE-CONTRIBUTION
021390*   Establishes PERIOD-CONTRIBUTION for the period just begun.
021400*   Monthly-compounding accounts draw their contribution from
021410*   the per-month transactions file (deposits/withdrawals);
021420*   quarterly and daily accounts have no monthly transaction
021430*   detail to match against, so they continue to apply the flat
021440*   SAVE-AMOUNT from the master record, prorated to the length
021450*   of the period just completed.  A certificate of deposit
021460*   takes its whole principal in period one and nothing after
021470*   that, whatever the transactions file says - except a
021480*   withdrawal, which 2119 prices an early-withdrawal penalty
021490*   for when it lands before maturity.
021500*****************************************************************
021510 2115-DETERMINE-CONTRIBUTION.
021520     EVALUATE TRUE
021530        WHEN PROD-CD
021540           PERFORM 2118-DETERMINE-CD-CONTRIBUTION
021550              THRU 2118-EXIT
021560        WHEN FREQ-MONTHLY AND NOT INQUIRY-MODE
021570              AND NOT SCENARIO-MODE
021580           PERFORM 2116-MATCH-TRANSACTION THRU 2116-EXIT
021590        WHEN OTHER
021600           COMPUTE PERIOD-CONTRIBUTION =
021610              SAVE-AMOUNT * PERIOD-MONTHS-NUMER /
021620                 PERIOD-MONTHS-DENOM
021630     END-EVALUATE.
021640 2115-EXIT.
021650     EXIT.
021660*****************************************************************
021670* 2116-MATCH-TRANSACTION
021680*   Advances the transaction-file read-ahead buffer, which is
021690*   held across the entire run (the file is sorted ascending by
021700*   account number and month number, the same order the master
021710*   file and the period counter advance in), until it reaches
021720*   or passes the current account/period.  If the buffer matches
021730*   exactly, its amount becomes this period's contribution and
021740*   the buffer is consumed; a month with no transaction record
021750*   contributes zero.  On an accrual night a matched
021760*   transaction carrying an effective date is handed to 2150
021770*   to price any back-value adjustment.
021780*****************************************************************
021790 2116-MATCH-TRANSACTION.
021800     PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT
021810        UNTIL TRAN-EXHAUSTED
021820           OR TRAN-ACCOUNT-NUMBER > ACCT-NUMBER
021830           OR (TRAN-ACCOUNT-NUMBER = ACCT-NUMBER AND
021840               TRAN-MONTH-NUMBER >= COUNTER)
021850     IF (NOT TRAN-EXHAUSTED)
021860           AND TRAN-ACCOUNT-NUMBER = ACCT-NUMBER
021870           AND TRAN-MONTH-NUMBER = COUNTER
021880        MOVE TRAN-AMOUNT TO PERIOD-CONTRIBUTION
021890        ADD 1 TO TRAN-CONSUMED-COUNT
021900        IF ACCRUAL-MODE
021910              AND TRAN-EFFECTIVE-DATE IS NUMERIC
021920              AND TRAN-EFFECTIVE-DATE > ZERO
021930           PERFORM 2150-PRICE-BACK-VALUE THRU 2150-EXIT
021940        END-IF
021950        PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT
021960     ELSE
021970        MOVE ZERO TO PERIOD-CONTRIBUTION
021980     END-IF.
021990 2116-EXIT.
022000     EXIT.
022010*****************************************************************
022020* 2117-READ-TRANSACTION
022030*   Reads the next transaction record into the read-ahead
022040*   buffer.  Only records inside the partition range count as
022050*   supplied, so partition run-control records sum to the
022060*   whole feed with nothing counted twice.
022070*****************************************************************
022080 2117-READ-TRANSACTION.
022090     READ TRANSACTION-FILE
022100        AT END MOVE "Y" TO TRAN-EOF-SWITCH
022110        NOT AT END
022120           IF TRAN-ACCOUNT-NUMBER NOT < PARTITION-RANGE-LOW
022130                 AND TRAN-ACCOUNT-NUMBER NOT >
022140                    PARTITION-RANGE-HIGH
022150              ADD 1 TO TRAN-SUPPLIED-COUNT
022160           END-IF
022170     END-READ.
022180 2117-EXIT.
022190     EXIT.
022200*****************************************************************
022210* 2118-DETERMINE-CD-CONTRIBUTION
022220*   Establishes the period contribution for a certificate of
022230*   deposit: the whole principal in period one, nothing in the
022240*   periods after.  Monthly-compounding CDs then look at the
022250*   transactions file for withdrawals.
022260*****************************************************************
022270 2118-DETERMINE-CD-CONTRIBUTION.
022280     IF COUNTER = 1
022290        MOVE SAVE-AMOUNT TO PERIOD-CONTRIBUTION
022300     ELSE
022310        MOVE ZERO TO PERIOD-CONTRIBUTION
022320     END-IF
022330     IF FREQ-MONTHLY AND NOT INQUIRY-MODE
022340           AND NOT SCENARIO-MODE
022350        PERFORM 2119-CHECK-CD-WITHDRAWAL THRU 2119-EXIT
022360     END-IF.
022370 2118-EXIT.
022380     EXIT.
022390*****************************************************************
022400* 2119-CHECK-CD-WITHDRAWAL
022410*   Advances the transaction read-ahead buffer to the current
022420*   account and period the same way 2116 does.  A withdrawal
022430*   (negative amount) is applied to the balance, and one that
022440*   lands before the maturity date leaves its amount behind as
022450*   the base 2110 prices the early-withdrawal penalty from.  A
022460*   mid-term deposit against a CD is consumed and ignored.
022470*****************************************************************
022480 2119-CHECK-CD-WITHDRAWAL.
022490     PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT
022500        UNTIL TRAN-EXHAUSTED
022510           OR TRAN-ACCOUNT-NUMBER > ACCT-NUMBER
022520           OR (TRAN-ACCOUNT-NUMBER = ACCT-NUMBER AND
022530               TRAN-MONTH-NUMBER >= COUNTER)
022540     IF TRAN-EXHAUSTED
022550           OR TRAN-ACCOUNT-NUMBER NOT = ACCT-NUMBER
022560           OR TRAN-MONTH-NUMBER NOT = COUNTER
022570        GO TO 2119-EXIT
022580     END-IF
022590     IF TRAN-AMOUNT < ZERO
022600        ADD TRAN-AMOUNT TO PERIOD-CONTRIBUTION
022610        IF PERIOD-EFFECTIVE-DATE < MATURITY-DATE
022620           COMPUTE CD-PENALTY-BASE = TRAN-AMOUNT * -1
022630        END-IF
022640     ELSE
022650        DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
022660           " - MID-TERM DEPOSIT AGAINST A CD IGNORED"
022670     END-IF
022680     ADD 1 TO TRAN-CONSUMED-COUNT
022690     PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT.
022700 2119-EXIT.
022710     EXIT.
022720*****************************************************************
022730* 2120-WRITE-AMORT-LINE
022740*   Formats and writes one period line: to the inquiry report
022750*   in inquiry mode (the nightly amortization report stays
022760*   untouched by daytime inquiries), to the amortization
022770*   report otherwise.
022780*****************************************************************
022790 2120-WRITE-AMORT-LINE.
022800     IF INQUIRY-MODE
022810        MOVE ACCT-NUMBER           TO IRP-ACCOUNT-NUMBER
022820        MOVE COUNTER               TO IRP-PERIOD-NUMBER
022830        MOVE PERIOD-CONTRIBUTION   TO IRP-CONTRIBUTION
022840        MOVE INTEREST-EARNED-PERIOD TO IRP-INTEREST-EARNED
022850        MOVE AMOUNT-IN-SAVINGS     TO IRP-RUNNING-BALANCE
022860        MOVE PERIOD-DAY-COUNT      TO IRP-DAYS-IN-PERIOD
022870        MOVE PERIOD-AVERAGE-BALANCE TO IRP-AVG-DAILY-BALANCE
022880        MOVE EFFECTIVE-ANNUAL-RATE TO IRP-ANNUAL-RATE
022890        WRITE INQUIRY-REPORT-LINE
022900     ELSE
022910        MOVE ACCT-NUMBER           TO RPT-ACCOUNT-NUMBER
022920        MOVE COUNTER               TO RPT-PERIOD-NUMBER
022930        MOVE PERIOD-CONTRIBUTION   TO RPT-CONTRIBUTION
022940        MOVE INTEREST-EARNED-PERIOD TO RPT-INTEREST-EARNED
022950        MOVE AMOUNT-IN-SAVINGS     TO RPT-RUNNING-BALANCE
022960        MOVE PERIOD-DAY-COUNT      TO RPT-DAYS-IN-PERIOD
022970        MOVE PERIOD-AVERAGE-BALANCE TO RPT-AVG-DAILY-BALANCE
022980        MOVE EFFECTIVE-ANNUAL-RATE TO RPT-ANNUAL-RATE
022990        WRITE AMORT-REPORT-LINE
023000     END-IF.
023010 2120-EXIT.
023020     EXIT.
023030*****************************************************************
023040* 2130-WRITE-GL-EXTRACT
023050*   Formats and writes one fixed-width record of interest
023060*   earned for the period, for the GL interest-posting job,
023070*   with any backup withholding taken from it and any net
023080*   interest paid out by ACH.  The final interest of an
023090*   account closing out is flagged as a close-out record.
023100*****************************************************************
023110 2130-WRITE-GL-EXTRACT.
023120     MOVE SPACES TO GL-EXTRACT-RECORD
023130     MOVE ACCT-NUMBER           TO GLX-ACCOUNT-NUMBER
023140     MOVE COUNTER               TO GLX-PERIOD-NUMBER
023150     MOVE INTEREST-EARNED-PERIOD TO GLX-INTEREST-EARNED
023160     MOVE AMOUNT-IN-SAVINGS     TO GLX-ENDING-BALANCE
023170     MOVE BACKUP-WITHHELD-PERIOD TO GLX-BACKUP-WITHHELD
023180     MOVE INTEREST-PAID-OUT-PERIOD TO GLX-INTEREST-PAID-OUT
023190     MOVE ZERO                  TO GLX-FEE-ASSESSED
023200     IF CLOSE-OUT-DUE
023210        MOVE "C"                TO GLX-RECORD-TYPE
023220     END-IF
023230     WRITE GL-EXTRACT-RECORD
023240     ADD GLX-BACKUP-WITHHELD TO GL-WITHHELD-TOTAL
023250     ADD GLX-INTEREST-PAID-OUT TO GL-PAID-OUT-TOTAL
023260     ADD GLX-INTEREST-EARNED TO GL-INTEREST-TOTAL.
023270 2130-EXIT.
023280     EXIT.
023290*****************************************************************
023300* 2150-PRICE-BACK-VALUE
023310*   Prices the back-value adjustment for the transaction just
023320*   matched.  A transaction effective in an earlier month than
023330*   the run date missed the interest of every month accrued
023340*   since then - no more than the account has accrued before
023350*   tonight.  Each missed month is repriced from the position
023360*   balance carried into tonight, once as originally accrued
023370*   and once with the transaction in, at the rate-table entry
023380*   in force for that month and tiered on the balance being
023390*   repriced; the month the transaction became effective is
023400*   prorated from its effective date to month end.  The
023410*   difference is the adjustment 2160 posts.  The period's
023420*   own effective date is held and put back, since tonight's
023430*   rate lookup follows.
023440*****************************************************************
023450 2150-PRICE-BACK-VALUE.
023460     MOVE TRAN-EFFECTIVE-DATE TO BACK-VALUE-EFFECTIVE-DATE
023470     COMPUTE BACK-VALUE-RUN-MONTHS =
023480        (RUN-DATE-CCYY * 12) + RUN-DATE-MM
023490     COMPUTE BACK-VALUE-EFF-MONTHS =
023500        (BACK-VALUE-EFF-CCYY * 12) + BACK-VALUE-EFF-MM
023510     IF BACK-VALUE-EFF-MONTHS NOT < BACK-VALUE-RUN-MONTHS
023520           OR COUNTER NOT > 1
023530        GO TO 2150-EXIT
023540     END-IF
023550     COMPUTE BACK-VALUE-MONTHS =
023560        BACK-VALUE-RUN-MONTHS - BACK-VALUE-EFF-MONTHS
023570     MOVE "Y" TO BACK-VALUE-PART-SW
023580     IF BACK-VALUE-MONTHS > COUNTER - 1
023590        COMPUTE BACK-VALUE-MONTHS = COUNTER - 1
023600        MOVE "N" TO BACK-VALUE-PART-SW
023610     END-IF
023620     MOVE TRAN-AMOUNT TO BACK-VALUE-TRAN-AMOUNT
023630     MOVE AMOUNT-IN-SAVINGS TO BACK-VALUE-ORIG-BALANCE
023640     COMPUTE BACK-VALUE-CORR-BALANCE =
023650        AMOUNT-IN-SAVINGS + TRAN-AMOUNT
023660     MOVE ZERO TO BACK-VALUE-ORIG-TOTAL
023670     MOVE ZERO TO BACK-VALUE-CORR-TOTAL
023680     MOVE PERIOD-EFFECTIVE-DATE TO BACK-VALUE-HELD-DATE
023690     PERFORM 2155-REPRICE-ONE-MONTH THRU 2155-EXIT
023700        VARYING BACK-VALUE-MONTH-SUB FROM BACK-VALUE-MONTHS
023710           BY -1 UNTIL BACK-VALUE-MONTH-SUB < 1
023720     MOVE BACK-VALUE-HELD-DATE TO PERIOD-EFFECTIVE-DATE
023730     COMPUTE BACK-VALUE-ADJUSTMENT =
023740        BACK-VALUE-CORR-TOTAL - BACK-VALUE-ORIG-TOTAL
023750     MOVE "Y" TO BACK-VALUE-SWITCH.
023760 2150-EXIT.
023770     EXIT.
023780*****************************************************************
023790* 2155-REPRICE-ONE-MONTH
023800*   Reprices one missed month, BACK-VALUE-MONTH-SUB months
023810*   before the run month, both ways.  A full month earns a
023820*   twelfth of the annual rate; the effective month earns its
023830*   share from the effective date to month end.  A balance at
023840*   or below zero earns nothing.  Each month's interest is
023850*   compounded into its balance for the month after, except
023860*   for a payout account, whose interest left the account each
023870*   month and is only added to the totals.
023880*****************************************************************
023890 2155-REPRICE-ONE-MONTH.
023900     COMPUTE BACK-VALUE-MONTH-TOTAL =
023910        BACK-VALUE-RUN-MONTHS - BACK-VALUE-MONTH-SUB - 1
023920     DIVIDE BACK-VALUE-MONTH-TOTAL BY 12
023930        GIVING LOOKUP-CCYY
023940        REMAINDER PERIOD-MM-REMAINDER
023950     COMPUTE LOOKUP-MM = PERIOD-MM-REMAINDER + 1
023960     MOVE 1 TO LOOKUP-DD
023970     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
023980     MOVE LOOKUP-DATE TO PERIOD-EFFECTIVE-DATE
023990     MOVE 1 TO BACK-VALUE-MONTH-FRACTION
024000     IF BACK-VALUE-PART-MONTH
024010           AND BACK-VALUE-MONTH-SUB = BACK-VALUE-MONTHS
024020        MOVE BACK-VALUE-EFFECTIVE-DATE TO PERIOD-EFFECTIVE-DATE
024030        COMPUTE BACK-VALUE-MONTH-FRACTION ROUNDED =
024040           (MONTH-LENGTH - BACK-VALUE-EFF-DD + 1) / MONTH-LENGTH
024050     END-IF
024060     MOVE ZERO TO BACK-VALUE-ORIG-INTEREST
024070     IF BACK-VALUE-ORIG-BALANCE > ZERO
024080        MOVE BACK-VALUE-ORIG-BALANCE TO TIER-BALANCE
024090        PERFORM 2158-LOOKUP-BACK-VALUE-RATE THRU 2158-EXIT
024100        COMPUTE BACK-VALUE-ORIG-INTEREST ROUNDED =
024110           BACK-VALUE-ORIG-BALANCE * EFFECTIVE-ANNUAL-RATE
024120              / 1200 * BACK-VALUE-MONTH-FRACTION
024130     END-IF
024140     MOVE ZERO TO BACK-VALUE-CORR-INTEREST
024150     IF BACK-VALUE-CORR-BALANCE > ZERO
024160        MOVE BACK-VALUE-CORR-BALANCE TO TIER-BALANCE
024170        PERFORM 2158-LOOKUP-BACK-VALUE-RATE THRU 2158-EXIT
024180        COMPUTE BACK-VALUE-CORR-INTEREST ROUNDED =
024190           BACK-VALUE-CORR-BALANCE * EFFECTIVE-ANNUAL-RATE
024200              / 1200 * BACK-VALUE-MONTH-FRACTION
024210     END-IF
024220     ADD BACK-VALUE-ORIG-INTEREST TO BACK-VALUE-ORIG-TOTAL
024230     ADD BACK-VALUE-CORR-INTEREST TO BACK-VALUE-CORR-TOTAL
024240     IF NOT ACCT-DISP-PAYOUT
024250        ADD BACK-VALUE-ORIG-INTEREST TO BACK-VALUE-ORIG-BALANCE
024260        ADD BACK-VALUE-CORR-INTEREST TO BACK-VALUE-CORR-BALANCE
024270     END-IF.
024280 2155-EXIT.
024290     EXIT.
024300*****************************************************************
024310* 2158-LOOKUP-BACK-VALUE-RATE
024320*   Finds the annual rate in force for TIER-BALANCE on
024330*   PERIOD-EFFECTIVE-DATE by the same rule 2105 applies to
024340*   tonight's period, falling back to the master rate.
024350*****************************************************************
024360 2158-LOOKUP-BACK-VALUE-RATE.
024370     MOVE "N" TO RATE-FOUND-SWITCH
024380     MOVE ZERO TO BEST-TIER-FLOOR
024390     MOVE ZERO TO BEST-EFFECTIVE-DATE
024400     PERFORM 2106-SCAN-RATE-ENTRY THRU 2106-EXIT
024410        VARYING RATE-SUB FROM 1 BY 1
024420           UNTIL RATE-SUB > RATE-ENTRY-COUNT
024430     IF NOT RATE-FOUND
024440        MOVE ANNUAL-INTEREST-RATE TO EFFECTIVE-ANNUAL-RATE
024450     END-IF.
024460 2158-EXIT.
024470     EXIT.
024480*****************************************************************
024490* 2160-POST-BACK-VALUE
024500*   Posts the back-value adjustment priced by 2150 after the
024510*   period's own interest: the adjustment goes onto the
024520*   balance written to CURRNEW and into the interest rolled to
024530*   YTDINT, backup withholding is taken from a positive
024540*   adjustment the same as from period interest, the
024550*   transaction is listed on the adjustment report, and a
024560*   non-zero adjustment is written to GLEXTRCT as its own
024570*   record, identified by record type "A".  For an account
024580*   whose disposition is payout, a positive adjustment net of
024590*   that withholding comes back off the balance and is paid
024600*   out by ACH as 2113 pays the period interest, and carried
024610*   on the "A" record as interest paid out; a negative one
024620*   stays recovered from the balance.
024630*****************************************************************
024640 2160-POST-BACK-VALUE.
024650     ADD BACK-VALUE-ADJUSTMENT TO AMOUNT-IN-SAVINGS
024660     ADD BACK-VALUE-ADJUSTMENT TO INTEREST-COMPUTED-TOTAL
024670     ADD BACK-VALUE-ADJUSTMENT TO ACCOUNT-INTEREST-TOTAL
024680     ADD BACK-VALUE-ADJUSTMENT TO BACK-VALUE-ADJUSTED-TOTAL
024690     ADD 1 TO BACK-VALUE-COUNT
024700     MOVE ZERO TO BACK-VALUE-WITHHELD
024710     IF BACKUP-WITHHOLDING-DUE
024720           AND BACK-VALUE-ADJUSTMENT > ZERO
024730        COMPUTE BACK-VALUE-WITHHELD ROUNDED =
024740           BACK-VALUE-ADJUSTMENT * BACKUP-WITHHOLDING-RATE / 100
024750        SUBTRACT BACK-VALUE-WITHHELD FROM AMOUNT-IN-SAVINGS
024760        ADD BACK-VALUE-WITHHELD TO ACCOUNT-WITHHELD-TOTAL
024770        ADD BACK-VALUE-WITHHELD TO BACKUP-WITHHELD-TOTAL
024780     END-IF
024790     PERFORM 2165-APPLY-BACK-VALUE-PAYOUT THRU 2165-EXIT
024800     DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
024810        " BACK-VALUE ADJUSTMENT $" BACK-VALUE-ADJUSTMENT
024820     MOVE SPACES TO BACK-VALUE-REPORT-LINE
024830     MOVE ACCT-NUMBER            TO BVR-ACCT-NUMBER
024840     MOVE BACK-VALUE-EFFECTIVE-DATE TO BVR-EFFECTIVE-DATE
024850     MOVE COUNTER                TO BVR-PERIOD-NUMBER
024860     MOVE BACK-VALUE-MONTHS      TO BVR-MONTHS-REPRICED
024870     MOVE BACK-VALUE-TRAN-AMOUNT TO BVR-TRAN-AMOUNT
024880     MOVE BACK-VALUE-ORIG-TOTAL  TO BVR-ORIGINAL-INTEREST
024890     MOVE BACK-VALUE-CORR-TOTAL  TO BVR-CORRECTED-INTEREST
024900     MOVE BACK-VALUE-ADJUSTMENT  TO BVR-ADJUSTMENT
024910     WRITE BACK-VALUE-REPORT-LINE
024920     IF BACK-VALUE-ADJUSTMENT NOT = ZERO
024930        MOVE SPACES TO GL-EXTRACT-RECORD
024940        MOVE ACCT-NUMBER           TO GLX-ACCOUNT-NUMBER
024950        MOVE COUNTER               TO GLX-PERIOD-NUMBER
024960        MOVE BACK-VALUE-ADJUSTMENT TO GLX-INTEREST-EARNED
024970        MOVE AMOUNT-IN-SAVINGS     TO GLX-ENDING-BALANCE
024980        MOVE BACK-VALUE-WITHHELD   TO GLX-BACKUP-WITHHELD
024990        MOVE BACK-VALUE-PAID-OUT   TO GLX-INTEREST-PAID-OUT
025000        MOVE ZERO                  TO GLX-FEE-ASSESSED
025010        MOVE "A"                   TO GLX-RECORD-TYPE
025020        WRITE GL-EXTRACT-RECORD
025030        ADD GLX-INTEREST-EARNED TO GL-INTEREST-TOTAL
025040        ADD GLX-BACKUP-WITHHELD TO GL-WITHHELD-TOTAL
025050        ADD GLX-INTEREST-PAID-OUT TO GL-PAID-OUT-TOTAL
025060     END-IF
025070     MOVE "N" TO BACK-VALUE-SWITCH.
025080 2160-EXIT.
025090     EXIT.
025100*****************************************************************
025110* 2165-APPLY-BACK-VALUE-PAYOUT
025120*   On an accrual night, pays out a positive back-value
025130*   adjustment, less its backup withholding, of an account
025140*   whose disposition is payout, the same way 2113 pays out
025150*   the period's interest: the amount comes back off the
025160*   balance and is written to the PAYOUT extract for ACH
025170*   origination.  Nothing is paid out of a negative adjustment,
025180*   nor for an account closing out, whose payoff carries it.
025190*****************************************************************
025200 2165-APPLY-BACK-VALUE-PAYOUT.
025210     MOVE ZERO TO BACK-VALUE-PAID-OUT
025220     IF NOT ACCRUAL-MODE
025230           OR NOT ACCT-DISP-PAYOUT
025240           OR CLOSE-OUT-DUE
025250        GO TO 2165-EXIT
025260     END-IF
025270     COMPUTE BACK-VALUE-PAID-OUT =
025280        BACK-VALUE-ADJUSTMENT - BACK-VALUE-WITHHELD
025290     IF BACK-VALUE-PAID-OUT NOT > ZERO
025300        MOVE ZERO TO BACK-VALUE-PAID-OUT
025310        GO TO 2165-EXIT
025320     END-IF
025330     SUBTRACT BACK-VALUE-PAID-OUT FROM AMOUNT-IN-SAVINGS
025340     ADD BACK-VALUE-PAID-OUT TO PAYOUT-COMPUTED-TOTAL
025350     MOVE SPACES TO PAYOUT-RECORD
025360     MOVE ACCT-NUMBER           TO PAY-ACCT-NUMBER
025370     MOVE COUNTER               TO PAY-PERIOD-NUMBER
025380     MOVE AUDIT-RUN-DATE        TO PAY-RUN-DATE
025390     MOVE ACCT-PAYOUT-ROUTING   TO PAY-ROUTING
025400     MOVE ACCT-PAYOUT-ACCOUNT   TO PAY-DFI-ACCOUNT
025410     MOVE ACCT-PAYOUT-ACCT-TYPE TO PAY-ACCT-TYPE
025420     MOVE PAYOUT-PAYEE-NAME     TO PAY-PAYEE-NAME
025430     MOVE BACK-VALUE-PAID-OUT   TO PAY-AMOUNT
025440     WRITE PAYOUT-RECORD
025450     ADD 1 TO PAYOUT-WRITTEN-COUNT.
025460 2165-EXIT.
025470     EXIT.
025480*****************************************************************
025490* 2170-CHECK-CLOSE-OUT
025500*   Decides whether the account closes out tonight: ACCT_MAINT
025510*   has marked it closed and its close date is not after the
025520*   run date.  The balance carried into the night is held for
025530*   the closing statement.
025540*****************************************************************
025550 2170-CHECK-CLOSE-OUT.
025560     MOVE ZERO TO CLOSE-PENALTY-AMOUNT
025570     MOVE ZERO TO CLOSE-ACTIVITY
025580     MOVE AMOUNT-IN-SAVINGS TO CLOSE-PRIOR-BALANCE
025590     IF ACCT-OPEN
025600           OR ACCT-CLOSE-DATE IS NOT NUMERIC
025610           OR ACCT-CLOSE-DATE = ZERO
025620           OR ACCT-CLOSE-DATE > AUDIT-RUN-DATE
025630        GO TO 2170-EXIT
025640     END-IF
025650     MOVE "Y" TO CLOSE-OUT-SWITCH.
025660 2170-EXIT.
025670     EXIT.
025680*****************************************************************
025690* 2172-PRORATE-CLOSE-PERIOD
025700*   Cuts the closing period back to the stub that ends on the
025710*   close date: the true calendar days from the first of the
025720*   month the period is dated in through the close date.  The
025730*   period rate and day count are prorated to the stub, so the
025740*   amortization line shows the days actually earned.  A daily
025750*   period is already a single day and is not cut back.
025760*****************************************************************
025770 2172-PRORATE-CLOSE-PERIOD.
025780     MOVE PERIOD-CONTRIBUTION TO CLOSE-ACTIVITY
025790     IF FREQ-DAILY
025800        GO TO 2172-EXIT
025810     END-IF
025820     MOVE ZERO TO CLOSE-STUB-DAYS
025830     MOVE PERIOD-DATE-CCYY TO LOOKUP-CCYY
025840     MOVE PERIOD-DATE-MM   TO LOOKUP-MM
025850     MOVE 1                TO LOOKUP-DD
025860     IF ACCT-CLOSE-DATE NOT < LOOKUP-DATE
025870        PERFORM 2174-ADD-STUB-MONTH THRU 2174-EXIT
025880           UNTIL (LOOKUP-CCYY = ACCT-CLOSE-CCYY
025890                  AND LOOKUP-MM = ACCT-CLOSE-MM)
025900              OR CLOSE-STUB-DAYS NOT < PERIOD-DAY-COUNT
025910        ADD ACCT-CLOSE-DD TO CLOSE-STUB-DAYS
025920     END-IF
025930     IF CLOSE-STUB-DAYS < PERIOD-DAY-COUNT
025940        COMPUTE PERIOD-INTEREST-RATE =
025950           EFFECTIVE-ANNUAL-RATE * CLOSE-STUB-DAYS
025960              / PERIOD-DAY-COUNT / FREQUENCY-DIVISOR / 100
025970        MOVE CLOSE-STUB-DAYS TO PERIOD-DAY-COUNT
025980     END-IF.
025990 2172-EXIT.
026000     EXIT.
026010*****************************************************************
026020* 2174-ADD-STUB-MONTH
026030*   Adds the whole month in LOOKUP-DATE to the stub day count
026040*   and steps to the following month.
026050*****************************************************************
026060 2174-ADD-STUB-MONTH.
026070     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
026080     ADD MONTH-LENGTH TO CLOSE-STUB-DAYS
026090     IF LOOKUP-MM < 12
026100        ADD 1 TO LOOKUP-MM
026110     ELSE
026120        MOVE 1 TO LOOKUP-MM
026130        ADD 1 TO LOOKUP-CCYY
026140     END-IF.
026150 2174-EXIT.
026160     EXIT.
026170*****************************************************************
026180* 2176-PRICE-CLOSE-PENALTY
026190*   A certificate of deposit closed before its maturity date
026200*   forfeits three months' interest on the balance withdrawn,
026210*   the same early-withdrawal penalty 2110 prices for a mid-
026220*   term withdrawal.  As there, it is taken from the balance
026230*   only: the final interest posted to the GL and YTDINT, and
026240*   withheld on, stays gross, and the closing balance
026250*   disbursed is net of the penalty.
026260*****************************************************************
026270 2176-PRICE-CLOSE-PENALTY.
026280     IF NOT PROD-CD
026290           OR ACCT-CLOSE-DATE NOT < MATURITY-DATE
026300           OR PERIOD-AVERAGE-BALANCE NOT > ZERO
026310        GO TO 2176-EXIT
026320     END-IF
026330     COMPUTE CLOSE-PENALTY-AMOUNT ROUNDED =
026340        PERIOD-AVERAGE-BALANCE * EFFECTIVE-ANNUAL-RATE / 400
026350     SUBTRACT CLOSE-PENALTY-AMOUNT FROM AMOUNT-IN-SAVINGS
026360     ADD CLOSE-PENALTY-AMOUNT TO CD-PENALTY-TOTAL
026370     ADD 1 TO CD-PENALTY-COUNT
026380     DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
026390        " CLOSED BEFORE MATURITY, PENALTY $" CLOSE-PENALTY-AMOUNT.
026400 2176-EXIT.
026410     EXIT.
026420*****************************************************************
026430* 2180-WRITE-CLOSE-PAYOFF
026440*   Writes the account's closing statement to the payoff
026450*   extract in place of its new position: the balance carried
026460*   in, the night's activity, the final interest and any
026470*   penalty, the backup withholding, and the closing balance.
026480*   A positive closing balance is disbursed in full to the
026490*   payee on the customer tax record; ACCT_CLOSE retires the
026500*   master and records the close-out in the closed-account
026510*   history.
026520*****************************************************************
026530 2180-WRITE-CLOSE-PAYOFF.
026540     MOVE SPACES TO CLOSE-PAYOFF-RECORD
026550     MOVE ACCT-NUMBER            TO CLP-ACCT-NUMBER
026560     MOVE ACCT-CLOSE-DATE        TO CLP-CLOSE-DATE
026570     MOVE ACCT-CLOSE-REASON      TO CLP-CLOSE-REASON
026580     MOVE AUDIT-RUN-DATE         TO CLP-RUN-DATE
026590     MOVE COUNTER                TO CLP-PERIOD-NUMBER
026600     MOVE CLOSE-PRIOR-BALANCE    TO CLP-PRIOR-BALANCE
026610     MOVE CLOSE-ACTIVITY         TO CLP-ACTIVITY
026620     MOVE ACCOUNT-INTEREST-TOTAL TO CLP-FINAL-INTEREST
026630     MOVE CLOSE-PENALTY-AMOUNT   TO CLP-PENALTY
026640     MOVE ACCOUNT-WITHHELD-TOTAL TO CLP-BACKUP-WITHHELD
026650     MOVE AMOUNT-IN-SAVINGS      TO CLP-CLOSING-BALANCE
026660     IF AMOUNT-IN-SAVINGS > ZERO
026670        MOVE AMOUNT-IN-SAVINGS   TO CLP-DISBURSEMENT
026680     ELSE
026690        MOVE ZERO                TO CLP-DISBURSEMENT
026700     END-IF
026710     MOVE PAYOUT-PAYEE-NAME      TO CLP-PAYEE-NAME
026720     WRITE CLOSE-PAYOFF-RECORD
026730     ADD 1 TO CLOSED-OUT-COUNT
026740     ADD CLP-DISBURSEMENT TO CLOSE-DISBURSED-TOTAL
026750     DISPLAY "SAVINGS_BAKER: ACCOUNT " ACCT-NUMBER
026760        " CLOSED OUT, DISBURSEMENT $" CLP-DISBURSEMENT.
026770 2180-EXIT.
026780     EXIT.
026790*****************************************************************
026800* 2300-RECONCILE-LEDGER
026810*   Matches the posted ledger balance to the account currently
026820*   being projected by account number, not by read position, so
026830*   a restarted run that skips ahead in ACCOUNT-MASTER-FILE still
026840*   lines up with the correct ledger record.  Compares the
026850*   projected AMOUNT-IN-SAVINGS against that balance and reports
026860*   any account outside its product's reconciliation
026870*   tolerance from the TOLTABLE table (one-dollar house
026880*   default when no entry matches).
026890*****************************************************************
026900 2300-RECONCILE-LEDGER.
026910     MOVE "N" TO EXCEPTION-FOUND-SW
026920     MOVE "N" TO RECONCILED-SWITCH
026930     PERFORM 2301-READ-LEDGER THRU 2301-EXIT
026940        UNTIL LEDGER-EXHAUSTED
026950           OR LEDG-ACCT-NUMBER >= ACCT-NUMBER
026960     IF (NOT LEDGER-EXHAUSTED)
026970           AND LEDG-ACCT-NUMBER = ACCT-NUMBER
026980        IF VALID-DATA
026990           MOVE LEDG-BALANCE TO LEDGER-BALANCE
027000           COMPUTE BALANCE-DIFFERENCE =
027010              AMOUNT-IN-SAVINGS - LEDGER-BALANCE
027020           IF BALANCE-DIFFERENCE < ZERO
027030              MULTIPLY BALANCE-DIFFERENCE BY -1
027040                 GIVING BALANCE-DIFFERENCE
027050           END-IF
027060           MOVE "Y" TO RECONCILED-SWITCH
027070           PERFORM 2305-DETERMINE-TOLERANCE THRU 2305-EXIT
027080           IF BALANCE-DIFFERENCE > ACTIVE-TOLERANCE
027090              ADD 1 TO EXCEPTION-COUNT
027100              MOVE "Y" TO EXCEPTION-FOUND-SW
027110              PERFORM 2310-WRITE-EXCEPTION THRU 2310-EXIT
027120           END-IF
027130        END-IF
027140        PERFORM 2301-READ-LEDGER THRU 2301-EXIT
027150     END-IF.
027160 2300-EXIT.
027170     EXIT.
027180*****************************************************************
027190* 2301-READ-LEDGER
027200*   Reads the next ledger record into the read-ahead buffer used
027210*   by 2300-RECONCILE-LEDGER's keyed match.
027220*****************************************************************
027230 2301-READ-LEDGER.
027240     READ LEDGER-FILE
027250        AT END MOVE "Y" TO LEDGER-EOF-SWITCH
027260     END-READ.
027270 2301-EXIT.
027280     EXIT.
027290*****************************************************************
027300* 2310-WRITE-EXCEPTION
027310*   Formats and writes one line of the reconciliation exception
027320*   report.
027330*****************************************************************
027340 2310-WRITE-EXCEPTION.
027350     MOVE ACCT-NUMBER         TO EXC-ACCOUNT-NUMBER
027360     MOVE AMOUNT-IN-SAVINGS   TO EXC-PROJECTED-BALANCE
027370     MOVE LEDGER-BALANCE      TO EXC-LEDGER-BALANCE
027380     MOVE BALANCE-DIFFERENCE  TO EXC-DIFFERENCE
027390     WRITE EXCEPTION-REPORT-LINE.
027400 2310-EXIT.
027410     EXIT.
027420*****************************************************************
027430* 2305-DETERMINE-TOLERANCE
027440*   Picks the reconciliation tolerance for the account being
027450*   reconciled by product type and compounding frequency.  A
027460*   blank product type on the master is the savings product.
027470*****************************************************************
027480 2305-DETERMINE-TOLERANCE.
027490     MOVE RECONCILIATION-TOLERANCE TO ACTIVE-TOLERANCE
027500     IF PROD-CD
027510        MOVE "C" TO LOOKUP-PRODUCT-TYPE
027520     ELSE
027530        MOVE "S" TO LOOKUP-PRODUCT-TYPE
027540     END-IF
027550     PERFORM 2306-SCAN-TOLERANCE-ENTRY THRU 2306-EXIT
027560        VARYING TOL-SUB FROM 1 BY 1
027570           UNTIL TOL-SUB > TOL-ENTRY-COUNT.
027580 2305-EXIT.
027590     EXIT.
027600*****************************************************************
027610* 2306-SCAN-TOLERANCE-ENTRY
027620*   Weighs one tolerance-table entry against the current
027630*   account's product and compounding frequency.
027640*****************************************************************
027650 2306-SCAN-TOLERANCE-ENTRY.
027660     IF TE-PRODUCT-TYPE (TOL-SUB) = LOOKUP-PRODUCT-TYPE
027670           AND TE-COMPOUND-FREQ (TOL-SUB) =
027680              COMPOUNDING-FREQUENCY
027690        MOVE TE-AMOUNT (TOL-SUB) TO ACTIVE-TOLERANCE
027700     END-IF.
027710 2306-EXIT.
027720     EXIT.
027730*****************************************************************
027740* 2320-UPDATE-EXCEPTION-MASTER
027750*   Merges the account just reconciled into the carry-forward
027760*   exceptions master.  Prior records for lower account
027770*   numbers are carried forward first; then a break seen
027780*   before recurs (first-seen date kept), a prior break that
027790*   no longer reproduces is written once as cleared, a break
027800*   with no prior record starts as new, and a prior record
027810*   already cleared is dropped.  An account that was not
027820*   actually reconciled this run (rejected by validation, or
027830*   no ledger record) carries its prior break forward
027840*   unchanged - a skipped test is not a clear.
027850*****************************************************************
027860 2320-UPDATE-EXCEPTION-MASTER.
027870     PERFORM 2325-CARRY-FORWARD-EXCEPTION THRU 2325-EXIT
027880        UNTIL EXCPOLD-EXHAUSTED
027890           OR EXM-ACCT-NUMBER >= ACCT-NUMBER
027900     IF (NOT EXCPOLD-EXHAUSTED)
027910           AND EXM-ACCT-NUMBER = ACCT-NUMBER
027920        EVALUATE TRUE
027930           WHEN EXCEPTION-FOUND AND EXM-STATUS-CLEARED
027940              PERFORM 2322-START-NEW-EXCEPTION THRU 2322-EXIT
027950           WHEN EXCEPTION-FOUND
027960              MOVE EXCEPTION-MASTER-RECORD
027970                 TO EXO-EXCEPTION-RECORD
027980              MOVE "R" TO EXO-STATUS-CODE
027990              MOVE AMOUNT-IN-SAVINGS
028000                 TO EXO-PROJECTED-BALANCE
028010              MOVE LEDGER-BALANCE TO EXO-LEDGER-BALANCE
028020              MOVE BALANCE-DIFFERENCE TO EXO-DIFFERENCE
028030              PERFORM 2335-WRITE-EXCEPTION-NEW THRU 2335-EXIT
028040           WHEN EXM-STATUS-CLEARED
028050              CONTINUE
028060           WHEN ACCOUNT-RECONCILED
028070              MOVE EXCEPTION-MASTER-RECORD
028080                 TO EXO-EXCEPTION-RECORD
028090              MOVE "C" TO EXO-STATUS-CODE
028100              PERFORM 2335-WRITE-EXCEPTION-NEW THRU 2335-EXIT
028110           WHEN OTHER
028120              MOVE EXCEPTION-MASTER-RECORD
028130                 TO EXO-EXCEPTION-RECORD
028140              PERFORM 2335-WRITE-EXCEPTION-NEW THRU 2335-EXIT
028150        END-EVALUATE
028160        PERFORM 2330-READ-EXCEPTION-MASTER THRU 2330-EXIT
028170     ELSE
028180        IF EXCEPTION-FOUND
028190           PERFORM 2322-START-NEW-EXCEPTION THRU 2322-EXIT
028200        END-IF
028210     END-IF.
028220 2320-EXIT.
028230     EXIT.
028240*****************************************************************
028250* 2322-START-NEW-EXCEPTION
028260*   Builds a brand-new exception record in the hold area from
028270*   the break just found.
028280*****************************************************************
028290 2322-START-NEW-EXCEPTION.
028300     MOVE SPACES TO EXO-EXCEPTION-RECORD
028310     MOVE ACCT-NUMBER        TO EXO-ACCT-NUMBER
028320     MOVE AUDIT-RUN-DATE     TO EXO-FIRST-SEEN-DATE
028330     MOVE "N" TO EXO-STATUS-CODE
028340     MOVE AMOUNT-IN-SAVINGS  TO EXO-PROJECTED-BALANCE
028350     MOVE LEDGER-BALANCE     TO EXO-LEDGER-BALANCE
028360     MOVE BALANCE-DIFFERENCE TO EXO-DIFFERENCE
028370     PERFORM 2335-WRITE-EXCEPTION-NEW THRU 2335-EXIT.
028380 2322-EXIT.
028390     EXIT.
028400*****************************************************************
028410* 2325-CARRY-FORWARD-EXCEPTION
028420*   Carries one prior-file record forward: an open break for
028430*   an account no longer reconciled stays on the file re-aged,
028440*   while a record already cleared is dropped.
028450*****************************************************************
028460 2325-CARRY-FORWARD-EXCEPTION.
028470     IF NOT EXM-STATUS-CLEARED
028480        MOVE EXCEPTION-MASTER-RECORD TO EXO-EXCEPTION-RECORD
028490        PERFORM 2335-WRITE-EXCEPTION-NEW THRU 2335-EXIT
028500     END-IF
028510     PERFORM 2330-READ-EXCEPTION-MASTER THRU 2330-EXIT.
028520 2325-EXIT.
028530     EXIT.
028540*****************************************************************
028550* 2330-READ-EXCEPTION-MASTER
028560*   Reads the next prior exceptions-master record into the
028570*   read-ahead buffer.
028580*****************************************************************
028590 2330-READ-EXCEPTION-MASTER.
028600     READ EXCEPTION-MASTER-FILE
028610        AT END MOVE "Y" TO EXCPMAST-EOF-SWITCH
028620     END-READ.
028630 2330-EXIT.
028640     EXIT.
028650*****************************************************************
028660* 2335-WRITE-EXCEPTION-NEW
028670*   Re-ages the hold-area record from its first-seen date in
028680*   true business days on the bank calendar, writes it to the
028690*   new exceptions master, and lists it on the aging report.
028700*****************************************************************
028710 2335-WRITE-EXCEPTION-NEW.
028720     MOVE EXO-FIRST-SEEN-DATE TO BUSDAY-FROM-DATE
028730     MOVE AUDIT-RUN-DATE      TO BUSDAY-TO-DATE
028740     PERFORM 8300-COUNT-BUSINESS-DAYS THRU 8300-EXIT
028750     MOVE BUSINESS-DAY-COUNT TO EXO-DAYS-OUTSTANDING
028760     MOVE EXO-EXCEPTION-RECORD TO EXCEPTION-NEW-RECORD
028770     WRITE EXCEPTION-NEW-RECORD
028780     ADD 1 TO OPEN-EXCEPTION-COUNT
028790     PERFORM 2340-WRITE-AGING-LINE THRU 2340-EXIT.
028800 2335-EXIT.
028810     EXIT.
028820*****************************************************************
028830* 2340-WRITE-AGING-LINE
028840*   Lists one exceptions-master record on the aging report,
028850*   flagged when the break has been open past five business
028860*   days on the bank calendar.
028870*****************************************************************
028880 2340-WRITE-AGING-LINE.
028890     MOVE EXO-ACCT-NUMBER      TO AGE-ACCT-NUMBER
028900     MOVE EXO-FIRST-SEEN-DATE  TO AGE-FIRST-SEEN-DATE
028910     MOVE EXO-DAYS-OUTSTANDING TO AGE-DAYS-OUTSTANDING
028920     EVALUATE TRUE
028930        WHEN EXO-STATUS-NEW
028940           MOVE "NEW"       TO AGE-STATUS-TAG
028950        WHEN EXO-STATUS-RECURRING
028960           MOVE "RECURRING" TO AGE-STATUS-TAG
028970        WHEN OTHER
028980           MOVE "CLEARED"   TO AGE-STATUS-TAG
028990     END-EVALUATE
029000     IF EXO-DAYS-OUTSTANDING > OVERDUE-DAY-LIMIT
029010           AND NOT EXO-STATUS-CLEARED
029020        MOVE "PAST 5 DAYS" TO AGE-OVERDUE-FLAG
029030     ELSE
029040        MOVE SPACES TO AGE-OVERDUE-FLAG
029050     END-IF
029060     MOVE EXO-DIFFERENCE TO AGE-DIFFERENCE
029070     WRITE AGING-REPORT-LINE.
029080 2340-EXIT.
029090     EXIT.
029100*****************************************************************
029110* 2400-WRITE-AUDIT-LOG
029120*   Appends this account's inputs and resulting projection to
029130*   the compliance audit trail, with the date and time the run
029140*   executed.
029150*****************************************************************
029160 2400-WRITE-AUDIT-LOG.
029170     MOVE AUDIT-RUN-DATE        TO AUD-RUN-DATE
029180     MOVE AUDIT-RUN-TIME        TO AUD-RUN-TIME
029190     MOVE ACCT-NUMBER           TO AUD-ACCOUNT-NUMBER
029200     MOVE SAVE-AMOUNT           TO AUD-SAVE-AMOUNT
029210     MOVE ANNUAL-INTEREST-RATE  TO AUD-INTEREST-RATE
029220     MOVE NUMBER-OF-MONTHS      TO AUD-NUMBER-OF-MONTHS
029230     MOVE AMOUNT-IN-SAVINGS     TO AUD-AMOUNT-IN-SAVINGS
029240     WRITE AUDIT-LOG-LINE.
029250 2400-EXIT.
029260     EXIT.
029270*****************************************************************
029280* 2500-UPDATE-YTD-INTEREST
029290*   Rolls the account just processed into the year-to-date
029300*   interest file.  Prior-file records for accounts no longer
029310*   on the master are carried forward unchanged; a prior
029320*   record for this account from the current tax year is
029330*   added to, one from an earlier year is written through
029340*   unchanged (one record per account per tax year, so the
029350*   year-end extract still has the prior year to file from)
029360*   and a fresh current-year record starts at this run's
029370*   interest; an account with no prior record starts fresh.
029380*   Backup withholding is accumulated beside the interest
029390*   the same way.
029400*   Rejected accounts compute no interest but still flow
029410*   through so their prior balance carries forward.
029420*****************************************************************
029430 2500-UPDATE-YTD-INTEREST.
029440     MOVE "N" TO YTD-YEAR-FOUND-SWITCH
029450     PERFORM 2505-CARRY-FORWARD-YTD THRU 2505-EXIT
029460        UNTIL YTDOLD-EXHAUSTED
029470           OR YTD-ACCT-NUMBER >= ACCT-NUMBER
029480     PERFORM 2502-MERGE-YTD-YEAR THRU 2502-EXIT
029490        UNTIL YTDOLD-EXHAUSTED
029500           OR YTD-ACCT-NUMBER NOT = ACCT-NUMBER
029510     IF NOT YTD-CURRENT-YEAR-FOUND
029520        MOVE ACCOUNT-INTEREST-TOTAL TO YTDO-INTEREST-EARNED
029530        MOVE ACCOUNT-WITHHELD-TOTAL TO YTDO-BACKUP-WITHHELD
029540     END-IF
029550     MOVE ACCT-NUMBER    TO YTDO-ACCT-NUMBER
029560     MOVE RUN-DATE-CCYY  TO YTDO-TAX-YEAR
029570     PERFORM 2520-WRITE-YTD-NEW THRU 2520-EXIT.
029580 2500-EXIT.
029590     EXIT.
029600*****************************************************************
029610* 2502-MERGE-YTD-YEAR
029620*   Merges one prior-file record belonging to the account just
029630*   processed.  The current tax year's record takes this run's
029640*   interest into the hold area; a record from an earlier year
029650*   is written through unchanged, so the prior year's
029660*   accumulation survives the rollover for YEAR_END_1099 to
029670*   extract.
029680*****************************************************************
029690 2502-MERGE-YTD-YEAR.
029700     IF YTD-TAX-YEAR = RUN-DATE-CCYY
029710        COMPUTE YTDO-INTEREST-EARNED =
029720           YTD-INTEREST-EARNED + ACCOUNT-INTEREST-TOTAL
029730        IF YTD-BACKUP-WITHHELD IS NUMERIC
029740           COMPUTE YTDO-BACKUP-WITHHELD =
029750              YTD-BACKUP-WITHHELD + ACCOUNT-WITHHELD-TOTAL
029760        ELSE
029770           MOVE ACCOUNT-WITHHELD-TOTAL TO YTDO-BACKUP-WITHHELD
029780        END-IF
029790        MOVE "Y" TO YTD-YEAR-FOUND-SWITCH
029800     ELSE
029810        MOVE YTD-INTEREST-RECORD TO YTD-NEW-RECORD
029820        WRITE YTD-NEW-RECORD
029830     END-IF
029840     PERFORM 2510-READ-YTD-OLD THRU 2510-EXIT.
029850 2502-EXIT.
029860     EXIT.
029870*****************************************************************
029880* 2505-CARRY-FORWARD-YTD
029890*   Writes one prior-file record through to the new file
029900*   unchanged and advances the read-ahead buffer.
029910*****************************************************************
029920 2505-CARRY-FORWARD-YTD.
029930     MOVE YTD-INTEREST-RECORD TO YTD-NEW-RECORD
029940     WRITE YTD-NEW-RECORD
029950     PERFORM 2510-READ-YTD-OLD THRU 2510-EXIT.
029960 2505-EXIT.
029970     EXIT.
029980*****************************************************************
029990* 2510-READ-YTD-OLD
030000*   Reads the next prior year-to-date record into the
030010*   read-ahead buffer.
030020*****************************************************************
030030 2510-READ-YTD-OLD.
030040     READ YTD-INTEREST-FILE
030050        AT END MOVE "Y" TO YTD-EOF-SWITCH
030060     END-READ.
030070 2510-EXIT.
030080     EXIT.
030090*****************************************************************
030100* 2520-WRITE-YTD-NEW
030110*   Writes the updated year-to-date record built in the hold
030120*   area.
030130*****************************************************************
030140 2520-WRITE-YTD-NEW.
030150     MOVE YTDO-INTEREST-RECORD TO YTD-NEW-RECORD
030160     WRITE YTD-NEW-RECORD.
030170 2520-EXIT.
030180     EXIT.
030190*****************************************************************
030200* 2600-CHECK-MATURITY-WINDOW
030210*   Lists a certificate of deposit on the maturity report when
030220*   it reaches term within ninety days of the run date,
030230*   bucketed 30/60/90.  Days are figured on the 30/360 banking
030240*   calendar the shop's other date arithmetic uses.  The
030250*   action date is the maturity date itself, or the next
030260*   business day from the bank calendar when the maturity
030270*   lands on a non-business day, so the follow-up is never
030280*   scheduled for a day the bank is closed.
030290*****************************************************************
030300 2600-CHECK-MATURITY-WINDOW.
030310     COMPUTE RUN-DATE-SERIAL =
030320        (RUN-DATE-CCYY * 360) + ((RUN-DATE-MM - 1) * 30)
030330           + RUN-DATE-DD
030340     COMPUTE MATURITY-SERIAL =
030350        (MATURITY-CCYY * 360) + ((MATURITY-MM - 1) * 30)
030360           + MATURITY-DD
030370     COMPUTE DAYS-TO-MATURITY =
030380        MATURITY-SERIAL - RUN-DATE-SERIAL
030390     IF DAYS-TO-MATURITY > ZERO
030400           AND DAYS-TO-MATURITY NOT > 90
030410        MOVE ACCT-NUMBER        TO MAT-ACCT-NUMBER
030420        MOVE MATURITY-DATE      TO MAT-MATURITY-DATE
030430        MOVE DAYS-TO-MATURITY   TO MAT-DAYS-TO-MATURITY
030440        EVALUATE TRUE
030450           WHEN DAYS-TO-MATURITY NOT > 30
030460              MOVE "30 DAYS" TO MAT-WINDOW-TAG
030470           WHEN DAYS-TO-MATURITY NOT > 60
030480              MOVE "60 DAYS" TO MAT-WINDOW-TAG
030490           WHEN OTHER
030500              MOVE "90 DAYS" TO MAT-WINDOW-TAG
030510        END-EVALUATE
030520        MOVE AMOUNT-IN-SAVINGS  TO MAT-PROJECTED-BALANCE
030530        MOVE MATURITY-DATE TO LOOKUP-DATE
030540        PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT
030550        IF DATE-IS-BUSINESS
030560           MOVE MATURITY-DATE TO MAT-ACTION-DATE
030570        ELSE
030580           PERFORM 8100-NEXT-BUSINESS-DAY THRU 8100-EXIT
030590           MOVE NEXT-BUSINESS-DATE TO MAT-ACTION-DATE
030600        END-IF
030610        WRITE MATURITY-REPORT-LINE
030620     END-IF.
030630 2600-EXIT.
030640     EXIT.
030650*****************************************************************
030660* 5000-INITIALIZE-INQUIRY
030670*   Opens the files an inquiry run needs - the indexed master
030680*   for random fetches, the inquiry report (its own INQRPT
030690*   file, so a daytime inquiry never touches the nightly
030700*   amortization report the statements feed from) for the
030710*   requested accounts' lines, and the rate table - and
030720*   stamps the run date the rate lookup dates periods from.
030730*   The checkpoint, ledger, exception, audit, GL extract, and
030740*   year-to-date files stay closed: they belong to the
030750*   nightly run.
030760*****************************************************************
030770 5000-INITIALIZE-INQUIRY.
030780     OPEN INPUT ACCOUNT-MASTER-FILE
030790     IF NOT ACCTMAST-OK
030800        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN ACCTMAST, STATUS "
030810           ACCTMAST-STATUS
030820        MOVE "Y" TO INQRQST-EOF-SWITCH
030830     END-IF
030840     OPEN OUTPUT INQUIRY-REPORT-FILE
030850     IF NOT INQRPT-OK
030860        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN INQRPT, STATUS "
030870           INQRPT-STATUS
030880        MOVE "Y" TO INQRQST-EOF-SWITCH
030890     END-IF
030900     ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
030910     ACCEPT AUDIT-RUN-TIME FROM TIME
030920     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
030930 5000-EXIT.
030940     EXIT.
030950*****************************************************************
030960* 5100-PROCESS-INQUIRY
030970*   Fetches one requested account from the indexed master and
030980*   projects it.  A request with no matching account is
030990*   listed on the console and counted.
031000*****************************************************************
031010 5100-PROCESS-INQUIRY.
031020     MOVE INQ-ACCT-NUMBER TO ACCT-NUMBER
031030     READ ACCOUNT-MASTER-FILE
031040         INVALID KEY
031050             DISPLAY "SAVINGS_BAKER: INQUIRY ACCOUNT "
031060                INQ-ACCT-NUMBER " NOT ON MASTER"
031070             ADD 1 TO INQUIRY-NOT-FOUND-COUNT
031080         NOT INVALID KEY
031090             PERFORM 5110-PROJECT-INQUIRY THRU 5110-EXIT
031100     END-READ
031110     PERFORM 1110-READ-INQUIRY-REQUEST THRU 1110-EXIT.
031120 5100-EXIT.
031130     EXIT.
031140*****************************************************************
031150* 5110-PROJECT-INQUIRY
031160*   Projects one fetched account with the same validation and
031170*   calculation as the nightly run.  Only the amortization
031180*   lines are written; the gates in 2110 and 2115 keep the GL
031190*   extract closed and prorate SAVE-AMOUNT in place of the
031200*   transactions feed.
031210*****************************************************************
031220 5110-PROJECT-INQUIRY.
031230     MOVE ACCT-SAVE-AMOUNT      TO SAVE-AMOUNT
031240     MOVE ACCT-INTEREST-RATE    TO ANNUAL-INTEREST-RATE
031250     MOVE ACCT-NUMBER-MONTHS    TO NUMBER-OF-MONTHS
031260     MOVE ACCT-COMPOUND-FREQ    TO COMPOUNDING-FREQUENCY
031270     MOVE ACCT-PRODUCT-TYPE     TO PRODUCT-TYPE
031280     MOVE ACCT-MATURITY-DATE    TO MATURITY-DATE
031290     MOVE ZERO TO AMOUNT-IN-SAVINGS
031300     MOVE ZERO TO COUNTER
031310     MOVE ZERO TO ACCOUNT-INTEREST-TOTAL
031320     MOVE "Y" TO VALID-DATA-SWITCH
031330     PERFORM 2050-VALIDATE-ACCOUNT-DATA THRU 2050-EXIT
031340     IF VALID-DATA
031350        PERFORM 2100-COMPUTE-SAVINGS THRU 2100-EXIT
031360        DISPLAY "ACCOUNT " ACCT-NUMBER
031370           " AMOUNT IN SAVINGS: $" AMOUNT-IN-SAVINGS
031380        ADD 1 TO INQUIRY-COUNT
031390     ELSE
031400        ADD 1 TO REJECT-COUNT
031410     END-IF.
031420 5110-EXIT.
031430     EXIT.
031440*****************************************************************
031450* 5900-TERMINATE-INQUIRY
031460*   Displays the inquiry totals and closes the inquiry run's
031470*   files.
031480*****************************************************************
031490 5900-TERMINATE-INQUIRY.
031500     DISPLAY "SAVINGS_BAKER: " INQUIRY-COUNT
031510        " INQUIRY ACCOUNT(S) PROJECTED"
031520     DISPLAY "SAVINGS_BAKER: " INQUIRY-NOT-FOUND-COUNT
031530        " INQUIRY ACCOUNT(S) NOT ON MASTER"
031540     CLOSE INQUIRY-REQUEST-FILE
031550           ACCOUNT-MASTER-FILE
031560           INQUIRY-REPORT-FILE.
031570 5900-EXIT.
031580     EXIT.
031590*****************************************************************
031600* 6000-INITIALIZE-SCENARIO
031610*   Opens the files a what-if run needs - the accounts master,
031620*   the comparison report, and the rate table - and stamps the
031630*   run date.  The audit trail, GL extract, ledger,
031640*   checkpoint, exception, and year-to-date files stay
031650*   closed: a scenario run must leave no trace in the nightly
031660*   outputs.
031670*****************************************************************
031680 6000-INITIALIZE-SCENARIO.
031690     OPEN INPUT ACCOUNT-MASTER-FILE
031700     IF NOT ACCTMAST-OK
031710        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN ACCTMAST, STATUS "
031720           ACCTMAST-STATUS
031730        MOVE "Y" TO END-OF-FILE-SWITCH
031740     END-IF
031750     OPEN OUTPUT COMPARE-REPORT-FILE
031760     IF NOT CMPRRPT-OK
031770        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN CMPRRPT, STATUS "
031780           CMPRRPT-STATUS
031790        MOVE "Y" TO END-OF-FILE-SWITCH
031800     END-IF
031810     ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
031820     ACCEPT AUDIT-RUN-TIME FROM TIME
031830     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT
031840     IF NOT END-OF-FILE
031850        PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT
031860     END-IF.
031870 6000-EXIT.
031880     EXIT.
031890*****************************************************************
031900* 6100-PROCESS-SCENARIO
031910*   Projects one account twice - once at its own rates and
031920*   once with the shock applied - and writes the side-by-side
031930*   comparison line.
031940*****************************************************************
031950 6100-PROCESS-SCENARIO.
031960     MOVE ACCT-SAVE-AMOUNT      TO SAVE-AMOUNT
031970     MOVE ACCT-INTEREST-RATE    TO ANNUAL-INTEREST-RATE
031980     MOVE ACCT-NUMBER-MONTHS    TO NUMBER-OF-MONTHS
031990     MOVE ACCT-COMPOUND-FREQ    TO COMPOUNDING-FREQUENCY
032000     MOVE ACCT-PRODUCT-TYPE     TO PRODUCT-TYPE
032010     MOVE ACCT-MATURITY-DATE    TO MATURITY-DATE
032020     MOVE "Y" TO VALID-DATA-SWITCH
032030     PERFORM 2050-VALIDATE-ACCOUNT-DATA THRU 2050-EXIT
032040     IF VALID-DATA
032050        MOVE "N" TO SHOCK-ACTIVE-SWITCH
032060        MOVE ZERO TO AMOUNT-IN-SAVINGS
032070        MOVE ZERO TO COUNTER
032080        MOVE ZERO TO ACCOUNT-INTEREST-TOTAL
032090        PERFORM 2100-COMPUTE-SAVINGS THRU 2100-EXIT
032100        MOVE AMOUNT-IN-SAVINGS TO BASELINE-ENDING-BALANCE
032110        MOVE ACCOUNT-INTEREST-TOTAL TO BASELINE-INTEREST
032120        MOVE "Y" TO SHOCK-ACTIVE-SWITCH
032130        MOVE ZERO TO AMOUNT-IN-SAVINGS
032140        MOVE ZERO TO COUNTER
032150        MOVE ZERO TO ACCOUNT-INTEREST-TOTAL
032160        PERFORM 2100-COMPUTE-SAVINGS THRU 2100-EXIT
032170        MOVE AMOUNT-IN-SAVINGS TO SHOCKED-ENDING-BALANCE
032180        MOVE ACCOUNT-INTEREST-TOTAL TO SHOCKED-INTEREST
032190        PERFORM 6200-WRITE-COMPARE-LINE THRU 6200-EXIT
032200        ADD 1 TO SCENARIO-COUNT
032210     ELSE
032220        ADD 1 TO REJECT-COUNT
032230     END-IF
032240     PERFORM 1100-READ-ACCOUNT-MASTER THRU 1100-EXIT.
032250 6100-EXIT.
032260     EXIT.
032270*****************************************************************
032280* 6200-WRITE-COMPARE-LINE
032290*   Formats and writes one line of the rate-shock comparison
032300*   report.
032310*****************************************************************
032320 6200-WRITE-COMPARE-LINE.
032330     MOVE ACCT-NUMBER             TO CMP-ACCT-NUMBER
032340     MOVE BASELINE-ENDING-BALANCE TO CMP-BASE-ENDING
032350     MOVE BASELINE-INTEREST       TO CMP-BASE-INTEREST
032360     MOVE SHOCKED-ENDING-BALANCE  TO CMP-SHOCK-ENDING
032370     MOVE SHOCKED-INTEREST        TO CMP-SHOCK-INTEREST
032380     WRITE COMPARE-REPORT-LINE.
032390 6200-EXIT.
032400     EXIT.
032410*****************************************************************
032420* 6900-TERMINATE-SCENARIO
032430*   Displays the scenario totals and closes the what-if run's
032440*   files.
032450*****************************************************************
032460 6900-TERMINATE-SCENARIO.
032470     DISPLAY "SAVINGS_BAKER: " SCENARIO-COUNT
032480        " ACCOUNT(S) COMPARED IN SCENARIO MODE"
032490     DISPLAY "SAVINGS_BAKER: " REJECT-COUNT
032500        " ACCOUNT(S) REJECTED BY VALIDATION"
032510     CLOSE ACCOUNT-MASTER-FILE
032520           COMPARE-REPORT-FILE.
032530 6900-EXIT.
032540     EXIT.
032550*****************************************************************
032560* 8000-LOOKUP-CALENDAR-DATE
032570*   Looks LOOKUP-DATE up on the bank calendar.  A date with no
032580*   entry is a business day and not a month-end night - the
032590*   file lists only the exceptions.
032600*****************************************************************
032610 8000-LOOKUP-CALENDAR-DATE.
032620     MOVE "N" TO DATE-FOUND-SWITCH
032630     MOVE "Y" TO DATE-BUSINESS-SWITCH
032640     MOVE "N" TO DATE-MONTH-END-SWITCH
032650     PERFORM 8010-SCAN-CALENDAR-ENTRY THRU 8010-EXIT
032660        VARYING CAL-SUB FROM 1 BY 1
032670           UNTIL CAL-SUB > CALENDAR-ENTRY-COUNT
032680              OR CALENDAR-DATE-FOUND.
032690 8000-EXIT.
032700     EXIT.
032710*****************************************************************
032720* 8010-SCAN-CALENDAR-ENTRY
032730*   Weighs one calendar entry against the lookup date.
032740*****************************************************************
032750 8010-SCAN-CALENDAR-ENTRY.
032760     IF CE-DATE (CAL-SUB) = LOOKUP-DATE
032770        MOVE "Y" TO DATE-FOUND-SWITCH
032780        IF CE-DAY-TYPE (CAL-SUB) NOT = "B"
032790              AND CE-DAY-TYPE (CAL-SUB) NOT = SPACE
032800           MOVE "N" TO DATE-BUSINESS-SWITCH
032810        END-IF
032820        IF CE-MONTH-END (CAL-SUB) = "Y"
032830           MOVE "Y" TO DATE-MONTH-END-SWITCH
032840        END-IF
032850     END-IF.
032860 8010-EXIT.
032870     EXIT.
032880*****************************************************************
032890* 8100-NEXT-BUSINESS-DAY
032900*   Steps LOOKUP-DATE forward one real calendar day at a time
032910*   until it lands on a business day, leaving the result in
032920*   NEXT-BUSINESS-DATE.  The step limit guards against a
032930*   calendar mis-keyed with an unbroken run of closed days.
032940*****************************************************************
032950 8100-NEXT-BUSINESS-DAY.
032960     MOVE ZERO TO NEXT-DAY-STEP-COUNT
032970     PERFORM 8110-STEP-TO-BUSINESS-DAY THRU 8110-EXIT
032980        UNTIL DATE-IS-BUSINESS
032990           OR NEXT-DAY-STEP-COUNT > 30
033000     MOVE LOOKUP-DATE TO NEXT-BUSINESS-DATE.
033010 8100-EXIT.
033020     EXIT.
033030*****************************************************************
033040* 8110-STEP-TO-BUSINESS-DAY
033050*   Advances one calendar day and re-checks the calendar.
033060*****************************************************************
033070 8110-STEP-TO-BUSINESS-DAY.
033080     PERFORM 8200-ADVANCE-ONE-DAY THRU 8200-EXIT
033090     ADD 1 TO NEXT-DAY-STEP-COUNT
033100     PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT.
033110 8110-EXIT.
033120     EXIT.
033130*****************************************************************
033140* 8200-ADVANCE-ONE-DAY
033150*   Advances LOOKUP-DATE one real calendar day, month lengths
033160*   and leap years included - the business-day walks need
033170*   true dates, not the 30/360 serials the interest
033180*   arithmetic uses.
033190*****************************************************************
033200 8200-ADVANCE-ONE-DAY.
033210     PERFORM 8210-SET-MONTH-LENGTH THRU 8210-EXIT
033220     IF LOOKUP-DD < MONTH-LENGTH
033230        ADD 1 TO LOOKUP-DD
033240     ELSE
033250        MOVE 1 TO LOOKUP-DD
033260        IF LOOKUP-MM < 12
033270           ADD 1 TO LOOKUP-MM
033280        ELSE
033290           MOVE 1 TO LOOKUP-MM
033300           ADD 1 TO LOOKUP-CCYY
033310        END-IF
033320     END-IF.
033330 8200-EXIT.
033340     EXIT.
033350*****************************************************************
033360* 8210-SET-MONTH-LENGTH
033370*   Sets MONTH-LENGTH to the number of days in the month of
033380*   LOOKUP-DATE, leap years included.
033390*****************************************************************
033400 8210-SET-MONTH-LENGTH.
033410     EVALUATE LOOKUP-MM
033420        WHEN 4
033430        WHEN 6
033440        WHEN 9
033450        WHEN 11
033460           MOVE 30 TO MONTH-LENGTH
033470        WHEN 2
033480           MOVE 28 TO MONTH-LENGTH
033490           DIVIDE LOOKUP-CCYY BY 4
033500              GIVING LEAP-QUOTIENT
033510              REMAINDER LEAP-REMAINDER
033520           IF LEAP-REMAINDER = ZERO
033530              MOVE 29 TO MONTH-LENGTH
033540              DIVIDE LOOKUP-CCYY BY 100
033550                 GIVING LEAP-QUOTIENT
033560                 REMAINDER LEAP-REMAINDER
033570              IF LEAP-REMAINDER = ZERO
033580                 MOVE 28 TO MONTH-LENGTH
033590                 DIVIDE LOOKUP-CCYY BY 400
033600                    GIVING LEAP-QUOTIENT
033610                    REMAINDER LEAP-REMAINDER
033620                 IF LEAP-REMAINDER = ZERO
033630                    MOVE 29 TO MONTH-LENGTH
033640                 END-IF
033650              END-IF
033660           END-IF
033670        WHEN OTHER
033680           MOVE 31 TO MONTH-LENGTH
033690     END-EVALUATE.
033700 8210-EXIT.
033710     EXIT.
033720*****************************************************************
033730* 8300-COUNT-BUSINESS-DAYS
033740*   Counts the business days after BUSDAY-FROM-DATE through
033750*   BUSDAY-TO-DATE on the bank calendar, walking one real
033760*   calendar day at a time.  The step limit guards against an
033770*   unusable from date walking for years.
033780*****************************************************************
033790 8300-COUNT-BUSINESS-DAYS.
033800     MOVE ZERO TO BUSINESS-DAY-COUNT
033810     MOVE ZERO TO BUSDAY-STEP-COUNT
033820     IF BUSDAY-FROM-DATE NOT < BUSDAY-TO-DATE
033830        GO TO 8300-EXIT
033840     END-IF
033850     MOVE BUSDAY-FROM-DATE TO LOOKUP-DATE
033860     PERFORM 8310-COUNT-ONE-DAY THRU 8310-EXIT
033870        UNTIL LOOKUP-DATE NOT < BUSDAY-TO-DATE
033880           OR BUSDAY-STEP-COUNT NOT < BUSDAY-STEP-LIMIT.
033890 8300-EXIT.
033900     EXIT.
033910*****************************************************************
033920* 8310-COUNT-ONE-DAY
033930*   Advances one calendar day and counts it when it is a
033940*   business day inside the range.
033950*****************************************************************
033960 8310-COUNT-ONE-DAY.
033970     PERFORM 8200-ADVANCE-ONE-DAY THRU 8200-EXIT
033980     ADD 1 TO BUSDAY-STEP-COUNT
033990     IF LOOKUP-DATE NOT > BUSDAY-TO-DATE
034000        PERFORM 8000-LOOKUP-CALENDAR-DATE THRU 8000-EXIT
034010        IF DATE-IS-BUSINESS
034020           ADD 1 TO BUSINESS-DAY-COUNT
034030        END-IF
034040     END-IF.
034050 8310-EXIT.
034060     EXIT.
034070*****************************************************************
034080* 9000-TERMINATE
034090*   Closes the accounts master file.  When the master file ran
034100*   to true end of file (as opposed to bailing out early because
034110*   a required file failed to open), the run completed clean, so
034120*   the checkpoint left by 1160-WRITE-CHECKPOINT is cleared back
034130*   to empty - otherwise the next scheduled run would mistake
034140*   this completed run for one still in progress and skip its
034150*   accounts.  Any transaction records beyond the last master
034160*   account are drained first so the run-control record's
034170*   supplied count covers the whole feed, then the run-control
034180*   record and balancing report are written.
034190*****************************************************************
034200 9000-TERMINATE.
034210     DISPLAY "SAVINGS_BAKER: " REJECT-COUNT
034220        " ACCOUNT(S) REJECTED BY VALIDATION"
034230     DISPLAY "SAVINGS_BAKER: " EXCEPTION-COUNT
034240        " ACCOUNT(S) FAILED LEDGER RECONCILIATION"
034250     DISPLAY "SAVINGS_BAKER: " CD-PENALTY-COUNT
034260        " EARLY-WITHDRAWAL PENALTY(S) TOTALING $"
034270        CD-PENALTY-TOTAL
034280     IF ACCTMAST-EXHAUSTED
034290        OPEN OUTPUT CHECKPOINT-FILE
034300        CLOSE CHECKPOINT-FILE
034310     END-IF
034320     PERFORM 2117-READ-TRANSACTION THRU 2117-EXIT
034330        UNTIL TRAN-EXHAUSTED OR NOT TRANFILE-OK
034340           OR TRAN-ACCOUNT-NUMBER > PARTITION-RANGE-HIGH
034350     PERFORM 2505-CARRY-FORWARD-YTD THRU 2505-EXIT
034360        UNTIL YTDOLD-EXHAUSTED OR NOT YTDINT-OK
034370           OR YTD-ACCT-NUMBER > PARTITION-RANGE-HIGH
034380     PERFORM 2325-CARRY-FORWARD-EXCEPTION THRU 2325-EXIT
034390        UNTIL EXCPOLD-EXHAUSTED OR NOT EXCPMAST-OK
034400           OR EXM-ACCT-NUMBER > PARTITION-RANGE-HIGH
034410     IF ACCRUAL-MODE
034420        PERFORM 2096-CARRY-FORWARD-POSITION THRU 2096-EXIT
034430           UNTIL CURPOLD-EXHAUSTED OR NOT CURRPOS-OK
034440              OR CUR-ACCT-NUMBER > PARTITION-RANGE-HIGH
034450        DISPLAY "SAVINGS_BAKER: " ACCRUED-COUNT
034460           " ACCOUNT(S) ACCRUED ONE PERIOD, " MATURED-COUNT
034470           " AT END OF TERM"
034480        DISPLAY "SAVINGS_BAKER: " WITHHOLDING-ACCOUNT-COUNT
034490           " ACCOUNT(S) SUBJECT TO BACKUP WITHHOLDING, $"
034500           BACKUP-WITHHELD-TOTAL " WITHHELD"
034510        DISPLAY "SAVINGS_BAKER: " PAYOUT-WRITTEN-COUNT
034520           " INTEREST PAYOUT(S) TOTALING $"
034530           PAYOUT-COMPUTED-TOTAL
034540        DISPLAY "SAVINGS_BAKER: " BACK-VALUE-COUNT
034550           " BACK-VALUE ADJUSTMENT(S) TOTALING $"
034560           BACK-VALUE-ADJUSTED-TOTAL
034570        DISPLAY "SAVINGS_BAKER: " CLOSED-OUT-COUNT
034580           " ACCOUNT(S) CLOSED OUT, $"
034590           CLOSE-DISBURSED-TOTAL " TO DISBURSE"
034600        PERFORM 9300-CLOSE-BACK-VALUE-REPORT THRU 9300-EXIT
034610        CLOSE CURRENT-POSITION-FILE
034620              CURRENT-NEW-FILE
034630              CUSTOMER-TAX-FILE
034640              PAYOUT-FILE
034650              BACK-VALUE-REPORT-FILE
034660              CLOSE-PAYOFF-FILE
034670     END-IF
034680     DISPLAY "SAVINGS_BAKER: " OPEN-EXCEPTION-COUNT
034690        " EXCEPTION(S) ON CARRY-FORWARD MASTER"
034700     PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT
034710     PERFORM 9200-WRITE-BALANCE-REPORT THRU 9200-EXIT
034720     CLOSE ACCOUNT-MASTER-FILE
034730           LEDGER-FILE
034740           EXCEPTION-REPORT-FILE
034750           AUDIT-LOG-FILE
034760           GL-EXTRACT-FILE
034770           TRANSACTION-FILE
034780           YTD-INTEREST-FILE
034790           YTD-NEW-FILE
034800           EXCEPTION-MASTER-FILE
034810           EXCEPTION-NEW-FILE
034820           AGING-REPORT-FILE
034830           MATURITY-REPORT-FILE
034840           AMORTIZATION-REPORT-FILE
034850     EVALUATE TRUE
034860        WHEN NOT ACCTMAST-EXHAUSTED
034870           MOVE 8 TO STEP-CONDITION-CODE
034880        WHEN GL-INTEREST-TOTAL NOT = INTEREST-COMPUTED-TOTAL
034890           MOVE 8 TO STEP-CONDITION-CODE
034900        WHEN GL-WITHHELD-TOTAL NOT = BACKUP-WITHHELD-TOTAL
034910           MOVE 8 TO STEP-CONDITION-CODE
034920        WHEN GL-PAID-OUT-TOTAL NOT = PAYOUT-COMPUTED-TOTAL
034930           MOVE 8 TO STEP-CONDITION-CODE
034940        WHEN REJECT-COUNT > ZERO OR EXCEPTION-COUNT > ZERO
034950           MOVE 4 TO STEP-CONDITION-CODE
034960        WHEN OTHER
034970           MOVE 0 TO STEP-CONDITION-CODE
034980     END-EVALUATE
034990     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
035000     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
035010 9000-EXIT.
035020     EXIT.
035030*****************************************************************
035040* 9500-WRITE-JOB-STATUS
035050*   Appends the nightly run's machine-readable status record
035060*   to the shared job-stream status file for NIGHT_STATUS to
035070*   summarize.  The condition code is placed by the caller
035080*   before the perform; a run that never reached end of the
035090*   master, or left the GL extract out of balance, reports
035100*   failed so the scheduler holds the downstream jobs.
035110*****************************************************************
035120 9500-WRITE-JOB-STATUS.
035130     OPEN EXTEND JOB-STATUS-FILE
035140     IF NOT JOBSTAT-OK
035150        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN JOBSTAT, "
035160           "STATUS " JOBSTAT-STATUS
035170        GO TO 9500-EXIT
035180     END-IF
035190     MOVE SPACES TO JOB-STATUS-RECORD
035200     MOVE "SAVINGS_BAKER" TO JS-PROGRAM-NAME
035210     MOVE AUDIT-RUN-DATE TO JS-RUN-DATE
035220     MOVE AUDIT-RUN-TIME TO JS-RUN-TIME
035230     MOVE MASTER-READ-COUNT TO JS-RECORDS-READ
035240     MOVE PROJECTED-COUNT TO JS-RECORDS-WRITTEN
035250     COMPUTE JS-ERROR-COUNT =
035260        REJECT-COUNT + EXCEPTION-COUNT
035270     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
035280     WRITE JOB-STATUS-RECORD
035290     CLOSE JOB-STATUS-FILE.
035300 9500-EXIT.
035310     EXIT.
035320*****************************************************************
035330* 9600-REFUSE-RUN
035340*   Ends a nightly run refused on its processing date.  No file
035350*   was opened and nothing was posted, so the run control and
035360*   balance report are not written; the failed status alone is
035370*   appended to JOBSTAT so the scheduler holds the downstream
035380*   jobs.
035390*****************************************************************
035400 9600-REFUSE-RUN.
035410     ACCEPT AUDIT-RUN-TIME FROM TIME
035420     MOVE 8 TO STEP-CONDITION-CODE
035430     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
035440     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
035450 9600-EXIT.
035460     EXIT.
035470*****************************************************************
035480* 9100-WRITE-RUN-CONTROL
035490*   Writes the machine-readable run-control record: the run's
035500*   counts, the hash total of ACCT-NUMBER, and the trial
035510*   balance of interest, backup withholding and interest paid
035520*   out computed against the amounts written to GLEXTRCT.  The GL
035530*   posting job must refuse the extract when
035540*   the balance flag is not "Y".
035550*****************************************************************
035560 9100-WRITE-RUN-CONTROL.
035570     OPEN OUTPUT RUN-CONTROL-FILE
035580     IF NOT RUNCTL-OK
035590        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN RUNCTL, STATUS "
035600           RUNCTL-STATUS
035610        GO TO 9100-EXIT
035620     END-IF
035630     MOVE AUDIT-RUN-DATE       TO CTL-RUN-DATE
035640     MOVE AUDIT-RUN-TIME       TO CTL-RUN-TIME
035650     MOVE MASTER-READ-COUNT    TO CTL-MASTER-READ-COUNT
035660     MOVE REJECT-COUNT         TO CTL-REJECT-COUNT
035670     MOVE PROJECTED-COUNT      TO CTL-PROJECTED-COUNT
035680     MOVE TRAN-SUPPLIED-COUNT  TO CTL-TRAN-SUPPLIED-COUNT
035690     MOVE TRAN-CONSUMED-COUNT  TO CTL-TRAN-CONSUMED-COUNT
035700     MOVE ACCT-HASH-TOTAL      TO CTL-ACCT-HASH-TOTAL
035710     MOVE INTEREST-COMPUTED-TOTAL TO CTL-INTEREST-COMPUTED
035720     MOVE GL-INTEREST-TOTAL    TO CTL-GL-INTEREST-WRITTEN
035730     MOVE GL-WITHHELD-TOTAL    TO CTL-BACKUP-WITHHELD
035740     MOVE GL-PAID-OUT-TOTAL    TO CTL-INTEREST-PAID-OUT
035750     MOVE ZERO                 TO CTL-FEES-ASSESSED
035760     MOVE CLOSED-OUT-COUNT     TO CTL-CLOSED-COUNT
035770     MOVE CLOSE-DISBURSED-TOTAL TO CTL-CLOSE-DISBURSED
035780     IF GL-INTEREST-TOTAL = INTEREST-COMPUTED-TOTAL
035790           AND GL-WITHHELD-TOTAL = BACKUP-WITHHELD-TOTAL
035800           AND GL-PAID-OUT-TOTAL = PAYOUT-COMPUTED-TOTAL
035810        MOVE "Y" TO CTL-BALANCE-FLAG
035820     ELSE
035830        MOVE "N" TO CTL-BALANCE-FLAG
035840        DISPLAY "SAVINGS_BAKER: GL EXTRACT OUT OF BALANCE - "
035850           "COMPUTED " INTEREST-COMPUTED-TOTAL
035860           " WRITTEN " GL-INTEREST-TOTAL
035870           " WITHHELD " BACKUP-WITHHELD-TOTAL
035880           " WRITTEN " GL-WITHHELD-TOTAL
035890           " PAID OUT " PAYOUT-COMPUTED-TOTAL
035900           " WRITTEN " GL-PAID-OUT-TOTAL
035910     END-IF
035920     IF MONTH-END-RUN
035930        MOVE "Y" TO CTL-MONTH-END-FLAG
035940     ELSE
035950        MOVE "N" TO CTL-MONTH-END-FLAG
035960     END-IF
035970     MOVE PARTITION-RANGE-LOW  TO CTL-RANGE-LOW
035980     MOVE PARTITION-RANGE-HIGH TO CTL-RANGE-HIGH
035990     WRITE RUN-CONTROL-RECORD
036000     CLOSE RUN-CONTROL-FILE.
036010 9100-EXIT.
036020     EXIT.
036030*****************************************************************
036040* 9200-WRITE-BALANCE-REPORT
036050*   Writes the human-readable balancing report that mirrors the
036060*   run-control record.
036070*****************************************************************
036080 9200-WRITE-BALANCE-REPORT.
036090     OPEN OUTPUT CONTROL-REPORT-FILE
036100     IF NOT CTLRPT-OK
036110        DISPLAY "SAVINGS_BAKER: UNABLE TO OPEN CTLRPT, STATUS "
036120           CTLRPT-STATUS
036130        GO TO 9200-EXIT
036140     END-IF
036150     MOVE "ACCOUNTS READ FROM MASTER      :" TO CCL-LABEL
036160     MOVE MASTER-READ-COUNT TO CCL-COUNT
036170     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036180     MOVE "ACCOUNTS REJECTED              :" TO CCL-LABEL
036190     MOVE REJECT-COUNT TO CCL-COUNT
036200     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036210     MOVE "ACCOUNTS PROJECTED             :" TO CCL-LABEL
036220     MOVE PROJECTED-COUNT TO CCL-COUNT
036230     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036240     MOVE "TRANSACTIONS SUPPLIED          :" TO CCL-LABEL
036250     MOVE TRAN-SUPPLIED-COUNT TO CCL-COUNT
036260     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036270     MOVE "TRANSACTIONS CONSUMED          :" TO CCL-LABEL
036280     MOVE TRAN-CONSUMED-COUNT TO CCL-COUNT
036290     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036300     MOVE "ACCOUNT NUMBER HASH TOTAL      :" TO CHL-LABEL
036310     MOVE ACCT-HASH-TOTAL TO CHL-HASH
036320     WRITE CONTROL-REPORT-LINE FROM CONTROL-HASH-LINE
036330     MOVE "INTEREST COMPUTED              :" TO CAL-LABEL
036340     MOVE INTEREST-COMPUTED-TOTAL TO CAL-AMOUNT
036350     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036360     MOVE "INTEREST WRITTEN TO GL EXTRACT :" TO CAL-LABEL
036370     MOVE GL-INTEREST-TOTAL TO CAL-AMOUNT
036380     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036390     MOVE "BACKUP WITHHOLDING COMPUTED    :" TO CAL-LABEL
036400     MOVE BACKUP-WITHHELD-TOTAL TO CAL-AMOUNT
036410     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036420     MOVE "WITHHOLDING WRITTEN TO GL      :" TO CAL-LABEL
036430     MOVE GL-WITHHELD-TOTAL TO CAL-AMOUNT
036440     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036450     MOVE "INTEREST PAYOUTS WRITTEN       :" TO CCL-LABEL
036460     MOVE PAYOUT-WRITTEN-COUNT TO CCL-COUNT
036470     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036480     MOVE "INTEREST PAID OUT COMPUTED     :" TO CAL-LABEL
036490     MOVE PAYOUT-COMPUTED-TOTAL TO CAL-AMOUNT
036500     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036510     MOVE "PAID OUT WRITTEN TO GL         :" TO CAL-LABEL
036520     MOVE GL-PAID-OUT-TOTAL TO CAL-AMOUNT
036530     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036540     MOVE "BACK-VALUE ADJUSTMENTS POSTED  :" TO CCL-LABEL
036550     MOVE BACK-VALUE-COUNT TO CCL-COUNT
036560     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036570     MOVE "BACK-VALUE INTEREST ADJUSTED   :" TO CAL-LABEL
036580     MOVE BACK-VALUE-ADJUSTED-TOTAL TO CAL-AMOUNT
036590     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036600     MOVE "ACCOUNTS CLOSED OUT            :" TO CCL-LABEL
036610     MOVE CLOSED-OUT-COUNT TO CCL-COUNT
036620     WRITE CONTROL-REPORT-LINE FROM CONTROL-COUNT-LINE
036630     MOVE "CLOSE-OUT DISBURSEMENTS        :" TO CAL-LABEL
036640     MOVE CLOSE-DISBURSED-TOTAL TO CAL-AMOUNT
036650     WRITE CONTROL-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036660     MOVE "GL TRIAL BALANCE               :" TO CFL-LABEL
036670     IF GL-INTEREST-TOTAL = INTEREST-COMPUTED-TOTAL
036680           AND GL-WITHHELD-TOTAL = BACKUP-WITHHELD-TOTAL
036690           AND GL-PAID-OUT-TOTAL = PAYOUT-COMPUTED-TOTAL
036700        MOVE "IN BALANCE" TO CFL-FLAG
036710     ELSE
036720        MOVE "OUT OF BALANCE" TO CFL-FLAG
036730     END-IF
036740     WRITE CONTROL-REPORT-LINE FROM CONTROL-FLAG-LINE
036750     CLOSE CONTROL-REPORT-FILE.
036760 9200-EXIT.
036770     EXIT.
036780*****************************************************************
036790* 9300-CLOSE-BACK-VALUE-REPORT
036800*   Closes the back-value adjustment report with the count of
036810*   adjustments listed, their net total, and the approval line
036820*   the deposit operations supervisor signs before the
036830*   adjustments are released.
036840*****************************************************************
036850 9300-CLOSE-BACK-VALUE-REPORT.
036860     IF NOT BVADJRPT-OK
036870        GO TO 9300-EXIT
036880     END-IF
036890     MOVE SPACES TO BACK-VALUE-REPORT-LINE
036900     WRITE BACK-VALUE-REPORT-LINE
036910     MOVE "ADJUSTMENTS LISTED             :" TO CCL-LABEL
036920     MOVE BACK-VALUE-COUNT TO CCL-COUNT
036930     WRITE BACK-VALUE-REPORT-LINE FROM CONTROL-COUNT-LINE
036940     MOVE "NET INTEREST ADJUSTMENT        :" TO CAL-LABEL
036950     MOVE BACK-VALUE-ADJUSTED-TOTAL TO CAL-AMOUNT
036960     WRITE BACK-VALUE-REPORT-LINE FROM CONTROL-AMOUNT-LINE
036970     MOVE SPACES TO BACK-VALUE-REPORT-LINE
036980     WRITE BACK-VALUE-REPORT-LINE
036990     WRITE BACK-VALUE-REPORT-LINE FROM BACK-VALUE-SIGNOFF-LINE.
037000 9300-EXIT.
037010     EXIT.
037020 END PROGRAM savings_baker.
