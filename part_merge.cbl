000160* Purpose: Consolidation step for the partitioned nightly run.
000170* Up to four SAVINGS_BAKER streams run at once, each against a
000180* contiguous ACCT-NUMBER range, writing its own GLEXTn, YTDNEWn,
000190* EXCPNEWn, CURRNEWn, PAYOUTn and CLOSEPAYn (accrual nights),
000200* and RUNCTLn files.  This step copies the partition outputs
000210* back into the single GLEXTRCT, YTDNEW, EXCPNEW, CURRNEW,
000220* PAYOUT and CLOSEPAY files
000230* the downstream jobs and the next accrual run expect (the
000240* partitions are supplied in ascending range order, so the
000250* concatenation preserves the account sequence), sums the
000260* partition run-control records into one combined RUNCTL, and
000270* proves the coverage: the
000280* partition ranges must abut with no gap or overlap, every
000290* partition must have balanced, and the summed MASTER-READ-
000300* COUNT and ACCT-HASH-TOTAL must equal a fresh count and hash
000310* of the whole accounts master.  A proof that fails flags the
000320* combined run-control record out of balance and ends the job
000330* with return code 8 so the scheduler holds the downstream
000340* jobs back.
000350*
000360* Modification History
000370* ----------------------------------------------------------------
000380* DATE       INIT  DESCRIPTION
000390* 09/03/26   JWB   Original version.
000400* 09/03/26   JWB   Carries the month-end flag from the
000410*                  partition run-control records onto the
000420*                  combined record (every partition of a
000430*                  night runs the same processing date, so
000440*                  the first partition's flag speaks for
000450*                  all).
000460* 09/03/26   JWB   Accrual nights' partition CURRNEWn slices
000470*                  are now concatenated into the combined
000480*                  CURRNEW alongside the other partition
000490*                  outputs, so the next accrual run - or a
000500*                  night with re-drawn ranges - has one whole
000510*                  current-position file to read.
000520* 10/15/26   JWB   Run-control records widened to 118 bytes
000530*                  and GL extract records to 54 bytes for
000540*                  backup withholding; the partitions'
000550*                  withholding totals are summed onto the
000560*                  combined run-control record.
000570* 10/15/26   JWB   Run-control records widened to 131 bytes
000580*                  and GL extract records to 65 bytes for the
000590*                  interest payout option; accrual nights'
000600*                  PAYOUTn slices are concatenated into the
000610*                  combined PAYOUT extract for ACH_ORIG, and
000620*                  the partitions' paid-out totals are summed
000630*                  onto the combined run-control record.
000640* 10/15/26   JWB   Run-control records widened to 144 bytes
000650*                  and GL extract records to 76 bytes for the
000660*                  month-end fee amount, which the combined
000670*                  run-control record carries as zero for
000680*                  FEE_ASSESS to fill in.
000690* 10/15/26   JWB   Run-control records widened to 164 bytes
000700*                  for account close-out; accrual nights'
000710*                  CLOSEPAYn payoff slices are concatenated
000720*                  into the combined CLOSEPAY extract for
000730*                  ACCT_CLOSE, and the partitions' close-out
000740*                  counts and disbursements are summed onto
000750*                  the combined run-control record.
000760* 10/15/26   JWB   Refuses to run (return code 8) unless the
000770*                  run date is the next processing date on
000780*                  the date-control record (DATECTL).
000790*****************************************************************
000800 IDENTIFICATION DIVISION.
000810 PROGRAM-ID. part_merge.
000820 AUTHOR. J BAKER.
000830 INSTALLATION. CONSUMER BANKING SYSTEMS.
000840 DATE-WRITTEN. 09/03/26.
000850 DATE-COMPILED.
000860*****************************************************************
000870* ENVIRONMENT DIVISION
000880*****************************************************************
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000920 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS SEQUENTIAL
000980         RECORD KEY IS ACCT-NUMBER
000990         FILE STATUS IS ACCTMAST-STATUS.
001000     SELECT OPTIONAL RUNCTL-PART1-FILE ASSIGN TO "RUNCTL1"
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS RUNCTL1-STATUS.
001040     SELECT OPTIONAL RUNCTL-PART2-FILE ASSIGN TO "RUNCTL2"
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS RUNCTL2-STATUS.
001080     SELECT OPTIONAL RUNCTL-PART3-FILE ASSIGN TO "RUNCTL3"
001090         ORGANIZATION IS SEQUENTIAL
001100         ACCESS MODE IS SEQUENTIAL
001110         FILE STATUS IS RUNCTL3-STATUS.
001120     SELECT OPTIONAL RUNCTL-PART4-FILE ASSIGN TO "RUNCTL4"
001130         ORGANIZATION IS SEQUENTIAL
001140         ACCESS MODE IS SEQUENTIAL
001150         FILE STATUS IS RUNCTL4-STATUS.
001160     SELECT OPTIONAL GL-PART1-FILE ASSIGN TO "GLEXT1"
001170         ORGANIZATION IS SEQUENTIAL
001180         ACCESS MODE IS SEQUENTIAL
001190         FILE STATUS IS GLEXT1-STATUS.
001200     SELECT OPTIONAL GL-PART2-FILE ASSIGN TO "GLEXT2"
001210         ORGANIZATION IS SEQUENTIAL
001220         ACCESS MODE IS SEQUENTIAL
001230         FILE STATUS IS GLEXT2-STATUS.
001240     SELECT OPTIONAL GL-PART3-FILE ASSIGN TO "GLEXT3"
001250         ORGANIZATION IS SEQUENTIAL
001260         ACCESS MODE IS SEQUENTIAL
001270         FILE STATUS IS GLEXT3-STATUS.
001280     SELECT OPTIONAL GL-PART4-FILE ASSIGN TO "GLEXT4"
001290         ORGANIZATION IS SEQUENTIAL
001300         ACCESS MODE IS SEQUENTIAL
001310         FILE STATUS IS GLEXT4-STATUS.
001320     SELECT OPTIONAL YTD-PART1-FILE ASSIGN TO "YTDNEW1"
001330         ORGANIZATION IS SEQUENTIAL
001340         ACCESS MODE IS SEQUENTIAL
001350         FILE STATUS IS YTDNEW1-STATUS.
001360     SELECT OPTIONAL YTD-PART2-FILE ASSIGN TO "YTDNEW2"
001370         ORGANIZATION IS SEQUENTIAL
001380         ACCESS MODE IS SEQUENTIAL
001390         FILE STATUS IS YTDNEW2-STATUS.
001400     SELECT OPTIONAL YTD-PART3-FILE ASSIGN TO "YTDNEW3"
001410         ORGANIZATION IS SEQUENTIAL
001420         ACCESS MODE IS SEQUENTIAL
001430         FILE STATUS IS YTDNEW3-STATUS.
001440     SELECT OPTIONAL YTD-PART4-FILE ASSIGN TO "YTDNEW4"
001450         ORGANIZATION IS SEQUENTIAL
001460         ACCESS MODE IS SEQUENTIAL
001470         FILE STATUS IS YTDNEW4-STATUS.
001480     SELECT OPTIONAL EXCP-PART1-FILE ASSIGN TO "EXCPNEW1"
001490         ORGANIZATION IS SEQUENTIAL
001500         ACCESS MODE IS SEQUENTIAL
001510         FILE STATUS IS EXCPNEW1-STATUS.
001520     SELECT OPTIONAL EXCP-PART2-FILE ASSIGN TO "EXCPNEW2"
001530         ORGANIZATION IS SEQUENTIAL
001540         ACCESS MODE IS SEQUENTIAL
001550         FILE STATUS IS EXCPNEW2-STATUS.
001560     SELECT OPTIONAL EXCP-PART3-FILE ASSIGN TO "EXCPNEW3"
001570         ORGANIZATION IS SEQUENTIAL
001580         ACCESS MODE IS SEQUENTIAL
001590         FILE STATUS IS EXCPNEW3-STATUS.
001600     SELECT OPTIONAL EXCP-PART4-FILE ASSIGN TO "EXCPNEW4"
001610         ORGANIZATION IS SEQUENTIAL
001620         ACCESS MODE IS SEQUENTIAL
001630         FILE STATUS IS EXCPNEW4-STATUS.
001640     SELECT OPTIONAL CUR-PART1-FILE ASSIGN TO "CURRNEW1"
001650         ORGANIZATION IS SEQUENTIAL
001660         ACCESS MODE IS SEQUENTIAL
001670         FILE STATUS IS CURRNEW1-STATUS.
001680     SELECT OPTIONAL CUR-PART2-FILE ASSIGN TO "CURRNEW2"
001690         ORGANIZATION IS SEQUENTIAL
001700         ACCESS MODE IS SEQUENTIAL
001710         FILE STATUS IS CURRNEW2-STATUS.
001720     SELECT OPTIONAL CUR-PART3-FILE ASSIGN TO "CURRNEW3"
001730         ORGANIZATION IS SEQUENTIAL
001740         ACCESS MODE IS SEQUENTIAL
001750         FILE STATUS IS CURRNEW3-STATUS.
001760     SELECT OPTIONAL CUR-PART4-FILE ASSIGN TO "CURRNEW4"
001770         ORGANIZATION IS SEQUENTIAL
001780         ACCESS MODE IS SEQUENTIAL
001790         FILE STATUS IS CURRNEW4-STATUS.
001800     SELECT OPTIONAL PAY-PART1-FILE ASSIGN TO "PAYOUT1"
001810         ORGANIZATION IS SEQUENTIAL
001820         ACCESS MODE IS SEQUENTIAL
001830         FILE STATUS IS PAYOUT1-STATUS.
001840     SELECT OPTIONAL PAY-PART2-FILE ASSIGN TO "PAYOUT2"
001850         ORGANIZATION IS SEQUENTIAL
001860         ACCESS MODE IS SEQUENTIAL
001870         FILE STATUS IS PAYOUT2-STATUS.
001880     SELECT OPTIONAL PAY-PART3-FILE ASSIGN TO "PAYOUT3"
001890         ORGANIZATION IS SEQUENTIAL
001900         ACCESS MODE IS SEQUENTIAL
001910         FILE STATUS IS PAYOUT3-STATUS.
001920     SELECT OPTIONAL PAY-PART4-FILE ASSIGN TO "PAYOUT4"
001930         ORGANIZATION IS SEQUENTIAL
001940         ACCESS MODE IS SEQUENTIAL
001950         FILE STATUS IS PAYOUT4-STATUS.
001960     SELECT OPTIONAL CLS-PART1-FILE ASSIGN TO "CLOSEPAY1"
001970         ORGANIZATION IS SEQUENTIAL
001980         ACCESS MODE IS SEQUENTIAL
001990         FILE STATUS IS CLOSEPAY1-STATUS.
002000     SELECT OPTIONAL CLS-PART2-FILE ASSIGN TO "CLOSEPAY2"
002010         ORGANIZATION IS SEQUENTIAL
002020         ACCESS MODE IS SEQUENTIAL
002030         FILE STATUS IS CLOSEPAY2-STATUS.
002040     SELECT OPTIONAL CLS-PART3-FILE ASSIGN TO "CLOSEPAY3"
002050         ORGANIZATION IS SEQUENTIAL
002060         ACCESS MODE IS SEQUENTIAL
002070         FILE STATUS IS CLOSEPAY3-STATUS.
002080     SELECT OPTIONAL CLS-PART4-FILE ASSIGN TO "CLOSEPAY4"
002090         ORGANIZATION IS SEQUENTIAL
002100         ACCESS MODE IS SEQUENTIAL
002110         FILE STATUS IS CLOSEPAY4-STATUS.
002120     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
002130         ORGANIZATION IS SEQUENTIAL
002140         ACCESS MODE IS SEQUENTIAL
002150         FILE STATUS IS GLEXTRCT-STATUS.
002160     SELECT YTD-NEW-FILE ASSIGN TO "YTDNEW"
002170         ORGANIZATION IS SEQUENTIAL
002180         ACCESS MODE IS SEQUENTIAL
002190         FILE STATUS IS YTDNEW-STATUS.
002200     SELECT EXCEPTION-NEW-FILE ASSIGN TO "EXCPNEW"
002210         ORGANIZATION IS SEQUENTIAL
002220         ACCESS MODE IS SEQUENTIAL
002230         FILE STATUS IS EXCPNEW-STATUS.
002240     SELECT CURRENT-NEW-FILE ASSIGN TO "CURRNEW"
002250         ORGANIZATION IS SEQUENTIAL
002260         ACCESS MODE IS SEQUENTIAL
002270         FILE STATUS IS CURRNEW-STATUS.
002280     SELECT PAYOUT-FILE ASSIGN TO "PAYOUT"
002290         ORGANIZATION IS SEQUENTIAL
002300         ACCESS MODE IS SEQUENTIAL
002310         FILE STATUS IS PAYOUT-STATUS.
002320     SELECT CLOSE-PAYOFF-FILE ASSIGN TO "CLOSEPAY"
002330         ORGANIZATION IS SEQUENTIAL
002340         ACCESS MODE IS SEQUENTIAL
002350         FILE STATUS IS CLOSEPAY-STATUS.
002360     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
002370         ORGANIZATION IS SEQUENTIAL
002380         ACCESS MODE IS SEQUENTIAL
002390         FILE STATUS IS RUNCTL-STATUS.
002400     SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
002410         ORGANIZATION IS LINE SEQUENTIAL
002420         FILE STATUS IS MRGRPT-STATUS.
002430     SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
002440         ORGANIZATION IS SEQUENTIAL
002450         ACCESS MODE IS SEQUENTIAL
002460         FILE STATUS IS DATECTL-STATUS.
002470     SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
002480         ORGANIZATION IS SEQUENTIAL
002490         ACCESS MODE IS SEQUENTIAL
002500         FILE STATUS IS JOBSTAT-STATUS.
002510*****************************************************************
002520* DATA DIVISION
002530*****************************************************************
002540 DATA DIVISION.
002550 FILE SECTION.
002560 FD  ACCOUNT-MASTER-FILE.
002570     COPY ACCTMAST.
002580 FD  RUNCTL-PART1-FILE
002590     RECORDING MODE IS F.
002600 01  P1-CONTROL-RECORD           PIC X(164).
002610 FD  RUNCTL-PART2-FILE
002620     RECORDING MODE IS F.
002630 01  P2-CONTROL-RECORD           PIC X(164).
002640 FD  RUNCTL-PART3-FILE
002650     RECORDING MODE IS F.
002660 01  P3-CONTROL-RECORD           PIC X(164).
002670 FD  RUNCTL-PART4-FILE
002680     RECORDING MODE IS F.
002690 01  P4-CONTROL-RECORD           PIC X(164).
002700 FD  GL-PART1-FILE
002710     RECORDING MODE IS F.
002720 01  P1-GL-RECORD                PIC X(76).
002730 FD  GL-PART2-FILE
002740     RECORDING MODE IS F.
002750 01  P2-GL-RECORD                PIC X(76).
002760 FD  GL-PART3-FILE
002770     RECORDING MODE IS F.
002780 01  P3-GL-RECORD                PIC X(76).
002790 FD  GL-PART4-FILE
002800     RECORDING MODE IS F.
002810 01  P4-GL-RECORD                PIC X(76).
002820 FD  YTD-PART1-FILE
002830     RECORDING MODE IS F.
002840 01  P1-YTD-RECORD               PIC X(27).
002850 FD  YTD-PART2-FILE
002860     RECORDING MODE IS F.
002870 01  P2-YTD-RECORD               PIC X(27).
002880 FD  YTD-PART3-FILE
002890     RECORDING MODE IS F.
002900 01  P3-YTD-RECORD               PIC X(27).
002910 FD  YTD-PART4-FILE
002920     RECORDING MODE IS F.
002930 01  P4-YTD-RECORD               PIC X(27).
002940 FD  EXCP-PART1-FILE
002950     RECORDING MODE IS F.
002960 01  P1-EXCP-RECORD              PIC X(49).
002970 FD  EXCP-PART2-FILE
002980     RECORDING MODE IS F.
002990 01  P2-EXCP-RECORD              PIC X(49).
003000 FD  EXCP-PART3-FILE
003010     RECORDING MODE IS F.
003020 01  P3-EXCP-RECORD              PIC X(49).
003030 FD  EXCP-PART4-FILE
003040     RECORDING MODE IS F.
003050 01  P4-EXCP-RECORD              PIC X(49).
003060 FD  CUR-PART1-FILE
003070     RECORDING MODE IS F.
003080 01  P1-CUR-RECORD               PIC X(27).
003090 FD  CUR-PART2-FILE
003100     RECORDING MODE IS F.
003110 01  P2-CUR-RECORD               PIC X(27).
003120 FD  CUR-PART3-FILE
003130     RECORDING MODE IS F.
003140 01  P3-CUR-RECORD               PIC X(27).
003150 FD  CUR-PART4-FILE
003160     RECORDING MODE IS F.
003170 01  P4-CUR-RECORD               PIC X(27).
003180 FD  PAY-PART1-FILE
003190     RECORDING MODE IS F.
003200 01  P1-PAY-RECORD               PIC X(89).
003210 FD  PAY-PART2-FILE
003220     RECORDING MODE IS F.
003230 01  P2-PAY-RECORD               PIC X(89).
003240 FD  PAY-PART3-FILE
003250     RECORDING MODE IS F.
003260 01  P3-PAY-RECORD               PIC X(89).
003270 FD  PAY-PART4-FILE
003280     RECORDING MODE IS F.
003290 01  P4-PAY-RECORD               PIC X(89).
003300 FD  CLS-PART1-FILE
003310     RECORDING MODE IS F.
003320 01  P1-CLS-RECORD               PIC X(146).
003330 FD  CLS-PART2-FILE
003340     RECORDING MODE IS F.
003350 01  P2-CLS-RECORD               PIC X(146).
003360 FD  CLS-PART3-FILE
003370     RECORDING MODE IS F.
003380 01  P3-CLS-RECORD               PIC X(146).
003390 FD  CLS-PART4-FILE
003400     RECORDING MODE IS F.
003410 01  P4-CLS-RECORD               PIC X(146).
003420 FD  GL-EXTRACT-FILE
003430     RECORDING MODE IS F.
003440 01  GL-EXTRACT-RECORD           PIC X(76).
003450 FD  YTD-NEW-FILE
003460     RECORDING MODE IS F.
003470 01  YTD-NEW-RECORD              PIC X(27).
003480 FD  EXCEPTION-NEW-FILE
003490     RECORDING MODE IS F.
003500 01  EXCEPTION-NEW-RECORD        PIC X(49).
003510 FD  CURRENT-NEW-FILE
003520     RECORDING MODE IS F.
003530 01  CURRENT-NEW-RECORD          PIC X(27).
003540 FD  PAYOUT-FILE
003550     RECORDING MODE IS F.
003560 01  PAYOUT-RECORD               PIC X(89).
003570 FD  CLOSE-PAYOFF-FILE
003580     RECORDING MODE IS F.
003590 01  CLOSE-PAYOFF-RECORD         PIC X(146).
003600 FD  RUN-CONTROL-FILE
003610     RECORDING MODE IS F.
003620     COPY RUNCTL.
003630 FD  MERGE-REPORT-FILE.
003640 01  MERGE-REPORT-LINE           PIC X(80).
003650 FD  DATE-CONTROL-FILE
003660     RECORDING MODE IS F.
003670     COPY DATECTL.
003680 FD  JOB-STATUS-FILE
003690     RECORDING MODE IS F.
003700     COPY JOBSTAT.
003710 WORKING-STORAGE SECTION.
003720*> ----------------------------------------------------------
003730*> File status and end-of-file switches
003740*> ----------------------------------------------------------
003750 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
003760     88  ACCTMAST-OK                   VALUE "00".
003770     88  ACCTMAST-EOF                  VALUE "10".
003780 01  RUNCTL1-STATUS          PIC X(02) VALUE "00".
003790     88  RUNCTL1-OK                    VALUE "00".
003800 01  RUNCTL2-STATUS          PIC X(02) VALUE "00".
003810     88  RUNCTL2-OK                    VALUE "00".
003820 01  RUNCTL3-STATUS          PIC X(02) VALUE "00".
003830     88  RUNCTL3-OK                    VALUE "00".
003840 01  RUNCTL4-STATUS          PIC X(02) VALUE "00".
003850     88  RUNCTL4-OK                    VALUE "00".
003860 01  GLEXT1-STATUS           PIC X(02) VALUE "00".
003870     88  GLEXT1-OK                     VALUE "00".
003880 01  GLEXT2-STATUS           PIC X(02) VALUE "00".
003890     88  GLEXT2-OK                     VALUE "00".
003900 01  GLEXT3-STATUS           PIC X(02) VALUE "00".
003910     88  GLEXT3-OK                     VALUE "00".
003920 01  GLEXT4-STATUS           PIC X(02) VALUE "00".
003930     88  GLEXT4-OK                     VALUE "00".
003940 01  YTDNEW1-STATUS          PIC X(02) VALUE "00".
003950     88  YTDNEW1-OK                    VALUE "00".
003960 01  YTDNEW2-STATUS          PIC X(02) VALUE "00".
003970     88  YTDNEW2-OK                    VALUE "00".
003980 01  YTDNEW3-STATUS          PIC X(02) VALUE "00".
003990     88  YTDNEW3-OK                    VALUE "00".
004000 01  YTDNEW4-STATUS          PIC X(02) VALUE "00".
004010     88  YTDNEW4-OK                    VALUE "00".
004020 01  EXCPNEW1-STATUS         PIC X(02) VALUE "00".
004030     88  EXCPNEW1-OK                   VALUE "00".
004040 01  EXCPNEW2-STATUS         PIC X(02) VALUE "00".
004050     88  EXCPNEW2-OK                   VALUE "00".
004060 01  EXCPNEW3-STATUS         PIC X(02) VALUE "00".
004070     88  EXCPNEW3-OK                   VALUE "00".
004080 01  EXCPNEW4-STATUS         PIC X(02) VALUE "00".
004090     88  EXCPNEW4-OK                   VALUE "00".
004100 01  CURRNEW1-STATUS         PIC X(02) VALUE "00".
004110     88  CURRNEW1-OK                   VALUE "00".
004120 01  CURRNEW2-STATUS         PIC X(02) VALUE "00".
004130     88  CURRNEW2-OK                   VALUE "00".
004140 01  CURRNEW3-STATUS         PIC X(02) VALUE "00".
004150     88  CURRNEW3-OK                   VALUE "00".
004160 01  CURRNEW4-STATUS         PIC X(02) VALUE "00".
004170     88  CURRNEW4-OK                   VALUE "00".
004180 01  PAYOUT1-STATUS          PIC X(02) VALUE "00".
004190     88  PAYOUT1-OK                    VALUE "00".
004200 01  PAYOUT2-STATUS          PIC X(02) VALUE "00".
004210     88  PAYOUT2-OK                    VALUE "00".
004220 01  PAYOUT3-STATUS          PIC X(02) VALUE "00".
004230     88  PAYOUT3-OK                    VALUE "00".
004240 01  PAYOUT4-STATUS          PIC X(02) VALUE "00".
004250     88  PAYOUT4-OK                    VALUE "00".
004260 01  CLOSEPAY1-STATUS        PIC X(02) VALUE "00".
004270     88  CLOSEPAY1-OK                  VALUE "00".
004280 01  CLOSEPAY2-STATUS        PIC X(02) VALUE "00".
004290     88  CLOSEPAY2-OK                  VALUE "00".
004300 01  CLOSEPAY3-STATUS        PIC X(02) VALUE "00".
004310     88  CLOSEPAY3-OK                  VALUE "00".
004320 01  CLOSEPAY4-STATUS        PIC X(02) VALUE "00".
004330     88  CLOSEPAY4-OK                  VALUE "00".
004340 01  GLEXTRCT-STATUS         PIC X(02) VALUE "00".
004350     88  GLEXTRCT-OK                   VALUE "00".
004360 01  YTDNEW-STATUS           PIC X(02) VALUE "00".
004370     88  YTDNEW-OK                     VALUE "00".
004380 01  EXCPNEW-STATUS          PIC X(02) VALUE "00".
004390     88  EXCPNEW-OK                    VALUE "00".
004400 01  CURRNEW-STATUS          PIC X(02) VALUE "00".
004410     88  CURRNEW-OK                    VALUE "00".
004420 01  PAYOUT-STATUS           PIC X(02) VALUE "00".
004430     88  PAYOUT-OK                     VALUE "00".
004440 01  CLOSEPAY-STATUS         PIC X(02) VALUE "00".
004450     88  CLOSEPAY-OK                   VALUE "00".
004460 01  RUNCTL-STATUS           PIC X(02) VALUE "00".
004470     88  RUNCTL-OK                     VALUE "00".
004480 01  MRGRPT-STATUS           PIC X(02) VALUE "00".
004490     88  MRGRPT-OK                     VALUE "00".
004500 01  DATECTL-STATUS          PIC X(02) VALUE "00".
004510     88  DATECTL-OK                    VALUE "00".
004520 01  JOBSTAT-STATUS          PIC X(02) VALUE "00".
004530     88  JOBSTAT-OK                    VALUE "00".
004540 01  STEP-CONDITION-CODE     PIC 9(02) VALUE 0.
004550 01  PROGRAM-SWITCHES.
004560     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
004570         88  RUN-ERROR                 VALUE "Y".
004580     05  ACCTMAST-EOF-SWITCH  PIC X(01) VALUE "N".
004590         88  ACCTMAST-EXHAUSTED        VALUE "Y".
004600     05  GLEXT1-EOF-SWITCH    PIC X(01) VALUE "N".
004610         88  GLEXT1-EXHAUSTED          VALUE "Y".
004620     05  GLEXT2-EOF-SWITCH    PIC X(01) VALUE "N".
004630         88  GLEXT2-EXHAUSTED          VALUE "Y".
004640     05  GLEXT3-EOF-SWITCH    PIC X(01) VALUE "N".
004650         88  GLEXT3-EXHAUSTED          VALUE "Y".
004660     05  GLEXT4-EOF-SWITCH    PIC X(01) VALUE "N".
004670         88  GLEXT4-EXHAUSTED          VALUE "Y".
004680     05  YTDNEW1-EOF-SWITCH   PIC X(01) VALUE "N".
004690         88  YTDNEW1-EXHAUSTED         VALUE "Y".
004700     05  YTDNEW2-EOF-SWITCH   PIC X(01) VALUE "N".
004710         88  YTDNEW2-EXHAUSTED         VALUE "Y".
004720     05  YTDNEW3-EOF-SWITCH   PIC X(01) VALUE "N".
004730         88  YTDNEW3-EXHAUSTED         VALUE "Y".
004740     05  YTDNEW4-EOF-SWITCH   PIC X(01) VALUE "N".
004750         88  YTDNEW4-EXHAUSTED         VALUE "Y".
004760     05  EXCPNEW1-EOF-SWITCH  PIC X(01) VALUE "N".
004770         88  EXCPNEW1-EXHAUSTED        VALUE "Y".
004780     05  EXCPNEW2-EOF-SWITCH  PIC X(01) VALUE "N".
004790         88  EXCPNEW2-EXHAUSTED        VALUE "Y".
004800     05  EXCPNEW3-EOF-SWITCH  PIC X(01) VALUE "N".
004810         88  EXCPNEW3-EXHAUSTED        VALUE "Y".
004820     05  EXCPNEW4-EOF-SWITCH  PIC X(01) VALUE "N".
004830         88  EXCPNEW4-EXHAUSTED        VALUE "Y".
004840     05  CURRNEW1-EOF-SWITCH  PIC X(01) VALUE "N".
004850         88  CURRNEW1-EXHAUSTED        VALUE "Y".
004860     05  CURRNEW2-EOF-SWITCH  PIC X(01) VALUE "N".
004870         88  CURRNEW2-EXHAUSTED        VALUE "Y".
004880     05  CURRNEW3-EOF-SWITCH  PIC X(01) VALUE "N".
004890         88  CURRNEW3-EXHAUSTED        VALUE "Y".
004900     05  CURRNEW4-EOF-SWITCH  PIC X(01) VALUE "N".
004910         88  CURRNEW4-EXHAUSTED        VALUE "Y".
004920     05  PAYOUT1-EOF-SWITCH   PIC X(01) VALUE "N".
004930         88  PAYOUT1-EXHAUSTED         VALUE "Y".
004940     05  PAYOUT2-EOF-SWITCH   PIC X(01) VALUE "N".
004950         88  PAYOUT2-EXHAUSTED         VALUE "Y".
004960     05  PAYOUT3-EOF-SWITCH   PIC X(01) VALUE "N".
004970         88  PAYOUT3-EXHAUSTED         VALUE "Y".
004980     05  PAYOUT4-EOF-SWITCH   PIC X(01) VALUE "N".
004990         88  PAYOUT4-EXHAUSTED         VALUE "Y".
005000     05  CLOSEPAY1-EOF-SWITCH PIC X(01) VALUE "N".
005010         88  CLOSEPAY1-EXHAUSTED       VALUE "Y".
005020     05  CLOSEPAY2-EOF-SWITCH PIC X(01) VALUE "N".
005030         88  CLOSEPAY2-EXHAUSTED       VALUE "Y".
005040     05  CLOSEPAY3-EOF-SWITCH PIC X(01) VALUE "N".
005050         88  CLOSEPAY3-EXHAUSTED       VALUE "Y".
005060     05  CLOSEPAY4-EOF-SWITCH PIC X(01) VALUE "N".
005070         88  CLOSEPAY4-EXHAUSTED       VALUE "Y".
005080     05  PROOF-FAILED-SWITCH  PIC X(01) VALUE "N".
005090         88  PROOF-FAILED              VALUE "Y".
005100*> ----------------------------------------------------------
005110*> Partition-record view.  A partition's run-control record
005120*> is read into its fixed record area and moved here to be
005130*> picked apart in the RUNCTL layout.
005140*> ----------------------------------------------------------
005150 COPY RUNCTL
005160     REPLACING ==RUN-CONTROL-RECORD== BY ==PCT-CONTROL-RECORD==
005170               LEADING ==CTL== BY ==PCT==.
005180*> ----------------------------------------------------------
005190*> Partition summary table.  One entry per partition run-
005200*> control record, in the order supplied (the streams are
005210*> cut in ascending range order), for the coverage proof and
005220*> the merge report.
005230*> ----------------------------------------------------------
005240 01  PART-ENTRY-MAX          PIC 9(02) COMP VALUE 4.
005250 01  PART-COUNT              PIC 9(02) COMP VALUE 0.
005260 01  PART-SUB                PIC 9(02) COMP VALUE 0.
005270 01  PARTITION-TABLE-AREA.
005280     05  PARTITION-ENTRY OCCURS 4 TIMES.
005290         10  PT-RANGE-LOW        PIC 9(07).
005300         10  PT-RANGE-HIGH       PIC 9(07).
005310         10  PT-MASTER-READ      PIC 9(07).
005320         10  PT-BALANCE-FLAG     PIC X(01).
005330*> ----------------------------------------------------------
005340*> Combined totals summed from the partition run-control
005350*> records, and the whole-master count and hash they must
005360*> prove to.
005370*> ----------------------------------------------------------
005380 01  SUM-MASTER-READ-COUNT   PIC 9(07) VALUE 0.
005390 01  SUM-REJECT-COUNT        PIC 9(07) VALUE 0.
005400 01  SUM-PROJECTED-COUNT     PIC 9(07) VALUE 0.
005410 01  SUM-TRAN-SUPPLIED       PIC 9(07) VALUE 0.
005420 01  SUM-TRAN-CONSUMED       PIC 9(07) VALUE 0.
005430 01  SUM-ACCT-HASH-TOTAL     PIC 9(12) VALUE 0.
005440 01  SUM-INTEREST-COMPUTED   PIC S9(11)V9(2) COMP-3 VALUE 0.
005450 01  SUM-GL-INTEREST         PIC S9(11)V9(2) COMP-3 VALUE 0.
005460 01  SUM-BACKUP-WITHHELD     PIC S9(11)V9(2) COMP-3 VALUE 0.
005470 01  SUM-INTEREST-PAID-OUT   PIC S9(11)V9(2) COMP-3 VALUE 0.
005480 01  SUM-CLOSED-COUNT        PIC 9(07) VALUE 0.
005490 01  SUM-CLOSE-DISBURSED     PIC S9(11)V9(2) COMP-3 VALUE 0.
005500 01  MASTER-TOTAL-COUNT      PIC 9(07) VALUE 0.
005510 01  MASTER-HASH-TOTAL       PIC 9(12) VALUE 0.
005520 01  MERGE-RUN-DATE          PIC 9(08) VALUE 0.
005530 01  MERGE-RUN-TIME          PIC 9(08) VALUE 0.
005540 01  MERGED-MONTH-END-FLAG   PIC X(01) VALUE "N".
005550*> ----------------------------------------------------------
005560*> Run counters
005570*> ----------------------------------------------------------
005580 77  GL-COPIED-COUNT         PIC 9(07) VALUE 0.
005590 77  YTD-COPIED-COUNT        PIC 9(07) VALUE 0.
005600 77  EXCP-COPIED-COUNT       PIC 9(07) VALUE 0.
005610 77  CUR-COPIED-COUNT        PIC 9(07) VALUE 0.
005620 77  PAY-COPIED-COUNT        PIC 9(07) VALUE 0.
005630 77  CLS-COPIED-COUNT        PIC 9(07) VALUE 0.
005640*> ----------------------------------------------------------
005650*> Merge report print lines
005660*> ----------------------------------------------------------
005670 01  MERGE-HEADING-LINE.
005680     05  FILLER              PIC X(34)
005690         VALUE "PARTITION MERGE REPORT            ".
005700     05  FILLER              PIC X(09) VALUE "RUN DATE ".
005710     05  MHL-RUN-DATE        PIC 9(08).
005720     05  FILLER              PIC X(06) VALUE " TIME ".
005730     05  MHL-RUN-TIME        PIC 9(08).
005740 01  MERGE-PART-LINE.
005750     05  FILLER              PIC X(10) VALUE "PARTITION ".
005760     05  MPL-PART-NUMBER     PIC 9(01).
005770     05  FILLER              PIC X(07) VALUE " RANGE ".
005780     05  MPL-RANGE-LOW       PIC 9(07).
005790     05  FILLER              PIC X(03) VALUE " - ".
005800     05  MPL-RANGE-HIGH      PIC 9(07).
005810     05  FILLER              PIC X(07) VALUE " READ  ".
005820     05  MPL-MASTER-READ     PIC Z(06)9.
005830     05  FILLER              PIC X(09) VALUE " BALANCE ".
005840     05  MPL-BALANCE-FLAG    PIC X(01).
005850 01  MERGE-COUNT-LINE.
005860     05  MCL-LABEL           PIC X(32).
005870     05  FILLER              PIC X(01) VALUE SPACE.
005880     05  MCL-COUNT           PIC Z(06)9.
005890 01  MERGE-HASH-LINE.
005900     05  MSL-LABEL           PIC X(32).
005910     05  FILLER              PIC X(01) VALUE SPACE.
005920     05  MSL-HASH            PIC 9(12).
005930 01  MERGE-FLAG-LINE.
005940     05  MFL-LABEL           PIC X(32).
005950     05  FILLER              PIC X(01) VALUE SPACE.
005960     05  MFL-FLAG            PIC X(14).
005970 PROCEDURE DIVISION.
005980*****************************************************************
005990* 0000-MAINLINE
006000*   Top level driver - merges each partition's outputs in
006010*   range order, proves coverage against the whole master,
006020*   writes the combined run-control record and the merge
006030*   report, and sets the condition the scheduler gates the
006040*   downstream jobs on.
006050*****************************************************************
006060 0000-MAINLINE.
006070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006080     IF NOT RUN-ERROR
006090        PERFORM 2100-MERGE-PARTITION-1 THRU 2100-EXIT
006100        PERFORM 2200-MERGE-PARTITION-2 THRU 2200-EXIT
006110        PERFORM 2300-MERGE-PARTITION-3 THRU 2300-EXIT
006120        PERFORM 2400-MERGE-PARTITION-4 THRU 2400-EXIT
006130        PERFORM 3000-COUNT-WHOLE-MASTER THRU 3000-EXIT
006140        PERFORM 4000-PROVE-COVERAGE THRU 4000-EXIT
006150        PERFORM 5000-WRITE-RUN-CONTROL THRU 5000-EXIT
006160        PERFORM 6000-WRITE-MERGE-REPORT THRU 6000-EXIT
006170     END-IF
006180     PERFORM 9000-TERMINATE THRU 9000-EXIT
006190     STOP RUN.
006200*****************************************************************
006210* 1000-INITIALIZE
006220*   Opens the combined output files, the merge report, and the
006230*   accounts master, and stamps the run.
006240*   A run whose date is not the next processing date on the
006250*   date-control record is refused before any file is opened.
006260*****************************************************************
006270 1000-INITIALIZE.
006280     ACCEPT MERGE-RUN-DATE FROM DATE YYYYMMDD
006290     PERFORM 1010-CHECK-PROCESSING-DATE THRU 1010-EXIT
006300     IF RUN-ERROR
006310        GO TO 1000-EXIT
006320     END-IF
006330     OPEN INPUT ACCOUNT-MASTER-FILE
006340     IF NOT ACCTMAST-OK
006350        DISPLAY "PART_MERGE: UNABLE TO OPEN ACCTMAST, STATUS "
006360           ACCTMAST-STATUS
006370        MOVE "Y" TO RUN-ERROR-SWITCH
006380     END-IF
006390     OPEN OUTPUT GL-EXTRACT-FILE
006400     IF NOT GLEXTRCT-OK
006410        DISPLAY "PART_MERGE: UNABLE TO OPEN GLEXTRCT, STATUS "
006420           GLEXTRCT-STATUS
006430        MOVE "Y" TO RUN-ERROR-SWITCH
006440     END-IF
006450     OPEN OUTPUT YTD-NEW-FILE
006460     IF NOT YTDNEW-OK
006470        DISPLAY "PART_MERGE: UNABLE TO OPEN YTDNEW, STATUS "
006480           YTDNEW-STATUS
006490        MOVE "Y" TO RUN-ERROR-SWITCH
006500     END-IF
006510     OPEN OUTPUT EXCEPTION-NEW-FILE
006520     IF NOT EXCPNEW-OK
006530        DISPLAY "PART_MERGE: UNABLE TO OPEN EXCPNEW, STATUS "
006540           EXCPNEW-STATUS
006550        MOVE "Y" TO RUN-ERROR-SWITCH
006560     END-IF
006570     OPEN OUTPUT CURRENT-NEW-FILE
006580     IF NOT CURRNEW-OK
006590        DISPLAY "PART_MERGE: UNABLE TO OPEN CURRNEW, STATUS "
006600           CURRNEW-STATUS
006610        MOVE "Y" TO RUN-ERROR-SWITCH
006620     END-IF
006630     OPEN OUTPUT PAYOUT-FILE
006640     IF NOT PAYOUT-OK
006650        DISPLAY "PART_MERGE: UNABLE TO OPEN PAYOUT, STATUS "
006660           PAYOUT-STATUS
006670        MOVE "Y" TO RUN-ERROR-SWITCH
006680     END-IF
006690     OPEN OUTPUT CLOSE-PAYOFF-FILE
006700     IF NOT CLOSEPAY-OK
006710        DISPLAY "PART_MERGE: UNABLE TO OPEN CLOSEPAY, STATUS "
006720           CLOSEPAY-STATUS
006730        MOVE "Y" TO RUN-ERROR-SWITCH
006740     END-IF
006750     OPEN OUTPUT MERGE-REPORT-FILE
006760     IF NOT MRGRPT-OK
006770        DISPLAY "PART_MERGE: UNABLE TO OPEN MRGRPT, STATUS "
006780           MRGRPT-STATUS
006790        MOVE "Y" TO RUN-ERROR-SWITCH
006800     END-IF
006810     ACCEPT MERGE-RUN-TIME FROM TIME.
006820 1000-EXIT.
006830     EXIT.
006840*****************************************************************
006850* 1010-CHECK-PROCESSING-DATE
006860*   Reads the date-control record and refuses the run unless
006870*   the run date is the next processing date on it, so a
006880*   resubmitted night, or one run after a skipped night, stops
006890*   here before anything is posted.
006900*****************************************************************
006910 1010-CHECK-PROCESSING-DATE.
006920     OPEN INPUT DATE-CONTROL-FILE
006930     IF NOT DATECTL-OK
006940        DISPLAY "PART_MERGE: UNABLE TO OPEN DATECTL, STATUS "
006950           DATECTL-STATUS
006960        MOVE "Y" TO RUN-ERROR-SWITCH
006970        GO TO 1010-EXIT
006980     END-IF
006990     READ DATE-CONTROL-FILE
007000         AT END
007010             DISPLAY "PART_MERGE: DATECTL IS EMPTY - NO "
007020                "PROCESSING DATE ON FILE"
007030             MOVE "Y" TO RUN-ERROR-SWITCH
007040     END-READ
007050     CLOSE DATE-CONTROL-FILE
007060     IF RUN-ERROR
007070        GO TO 1010-EXIT
007080     END-IF
007090     IF MERGE-RUN-DATE NOT = DTC-NEXT-PROCESS-DATE
007100        DISPLAY "PART_MERGE: RUN DATE " MERGE-RUN-DATE
007110           " IS NOT THE PROCESSING DATE " DTC-NEXT-PROCESS-DATE
007120        DISPLAY "PART_MERGE: LAST COMPLETED DATE "
007130           DTC-LAST-COMPLETED-DATE " - RUN REFUSED"
007140        MOVE "Y" TO RUN-ERROR-SWITCH
007150     END-IF.
007160 1010-EXIT.
007170     EXIT.
007180*****************************************************************
007190* 2100-MERGE-PARTITION-1
007200*   Takes in partition 1: its run-control record joins the
007210*   summary table and the combined totals, and its GL, year-
007220*   to-date, exceptions, current-position, interest-payout and
007230*   close-out payoff files are copied through to the combined
007240*   files.  An absent partition file is skipped - fewer than
007250*   four streams is a normal night, and projection nights cut
007260*   no position, payout or payoff slices.
007270*****************************************************************
007280 2100-MERGE-PARTITION-1.
007290     OPEN INPUT RUNCTL-PART1-FILE
007300     IF NOT RUNCTL1-OK
007310        CLOSE RUNCTL-PART1-FILE
007320        GO TO 2100-EXIT
007330     END-IF
007340     READ RUNCTL-PART1-FILE
007350         AT END
007360             DISPLAY "PART_MERGE: RUNCTL1 IS EMPTY"
007370             MOVE "Y" TO PROOF-FAILED-SWITCH
007380             CLOSE RUNCTL-PART1-FILE
007390             GO TO 2100-EXIT
007400     END-READ
007410     MOVE P1-CONTROL-RECORD TO PCT-CONTROL-RECORD
007420     CLOSE RUNCTL-PART1-FILE
007430     PERFORM 2500-STORE-PARTITION THRU 2500-EXIT
007440     OPEN INPUT GL-PART1-FILE
007450     IF GLEXT1-OK
007460        PERFORM 2110-COPY-ONE-GL-1 THRU 2110-EXIT
007470           UNTIL GLEXT1-EXHAUSTED
007480     END-IF
007490     CLOSE GL-PART1-FILE
007500     OPEN INPUT YTD-PART1-FILE
007510     IF YTDNEW1-OK
007520        PERFORM 2120-COPY-ONE-YTD-1 THRU 2120-EXIT
007530           UNTIL YTDNEW1-EXHAUSTED
007540     END-IF
007550     CLOSE YTD-PART1-FILE
007560     OPEN INPUT EXCP-PART1-FILE
007570     IF EXCPNEW1-OK
007580        PERFORM 2130-COPY-ONE-EXCP-1 THRU 2130-EXIT
007590           UNTIL EXCPNEW1-EXHAUSTED
007600     END-IF
007610     CLOSE EXCP-PART1-FILE
007620     OPEN INPUT CUR-PART1-FILE
007630     IF CURRNEW1-OK
007640        PERFORM 2140-COPY-ONE-CUR-1 THRU 2140-EXIT
007650           UNTIL CURRNEW1-EXHAUSTED
007660     END-IF
007670     CLOSE CUR-PART1-FILE
007680     OPEN INPUT PAY-PART1-FILE
007690     IF PAYOUT1-OK
007700        PERFORM 2150-COPY-ONE-PAY-1 THRU 2150-EXIT
007710           UNTIL PAYOUT1-EXHAUSTED
007720     END-IF
007730     CLOSE PAY-PART1-FILE
007740     OPEN INPUT CLS-PART1-FILE
007750     IF CLOSEPAY1-OK
007760        PERFORM 2160-COPY-ONE-CLS-1 THRU 2160-EXIT
007770           UNTIL CLOSEPAY1-EXHAUSTED
007780     END-IF
007790     CLOSE CLS-PART1-FILE.
007800 2100-EXIT.
007810     EXIT.
007820*****************************************************************
007830* 2110-COPY-ONE-GL-1
007840*   Copies one partition-1 GL extract record through.
007850*****************************************************************
007860 2110-COPY-ONE-GL-1.
007870     READ GL-PART1-FILE
007880        AT END MOVE "Y" TO GLEXT1-EOF-SWITCH
007890        NOT AT END
007900           WRITE GL-EXTRACT-RECORD FROM P1-GL-RECORD
007910           ADD 1 TO GL-COPIED-COUNT
007920     END-READ.
007930 2110-EXIT.
007940     EXIT.
007950*****************************************************************
007960* 2120-COPY-ONE-YTD-1
007970*   Copies one partition-1 year-to-date record through.
007980*****************************************************************
007990 2120-COPY-ONE-YTD-1.
008000     READ YTD-PART1-FILE
008010        AT END MOVE "Y" TO YTDNEW1-EOF-SWITCH
008020        NOT AT END
008030           WRITE YTD-NEW-RECORD FROM P1-YTD-RECORD
008040           ADD 1 TO YTD-COPIED-COUNT
008050     END-READ.
008060 2120-EXIT.
008070     EXIT.
008080*****************************************************************
008090* 2130-COPY-ONE-EXCP-1
008100*   Copies one partition-1 exceptions record through.
008110*****************************************************************
008120 2130-COPY-ONE-EXCP-1.
008130     READ EXCP-PART1-FILE
008140        AT END MOVE "Y" TO EXCPNEW1-EOF-SWITCH
008150        NOT AT END
008160           WRITE EXCEPTION-NEW-RECORD FROM P1-EXCP-RECORD
008170           ADD 1 TO EXCP-COPIED-COUNT
008180     END-READ.
008190 2130-EXIT.
008200     EXIT.
008210*****************************************************************
008220* 2140-COPY-ONE-CUR-1
008230*   Copies one partition-1 current-position record through.
008240*****************************************************************
008250 2140-COPY-ONE-CUR-1.
008260     READ CUR-PART1-FILE
008270        AT END MOVE "Y" TO CURRNEW1-EOF-SWITCH
008280        NOT AT END
008290           WRITE CURRENT-NEW-RECORD FROM P1-CUR-RECORD
008300           ADD 1 TO CUR-COPIED-COUNT
008310     END-READ.
008320 2140-EXIT.
008330     EXIT.
008340*****************************************************************
008350* 2150-COPY-ONE-PAY-1
008360*   Copies one partition-1 interest-payout record through.
008370*****************************************************************
008380 2150-COPY-ONE-PAY-1.
008390     READ PAY-PART1-FILE
008400        AT END MOVE "Y" TO PAYOUT1-EOF-SWITCH
008410        NOT AT END
008420           WRITE PAYOUT-RECORD FROM P1-PAY-RECORD
008430           ADD 1 TO PAY-COPIED-COUNT
008440     END-READ.
008450 2150-EXIT.
008460     EXIT.
008470*****************************************************************
008480* 2160-COPY-ONE-CLS-1
008490*   Copies one partition-1 close-out payoff record through.
008500*****************************************************************
008510 2160-COPY-ONE-CLS-1.
008520     READ CLS-PART1-FILE
008530        AT END MOVE "Y" TO CLOSEPAY1-EOF-SWITCH
008540        NOT AT END
008550           WRITE CLOSE-PAYOFF-RECORD FROM P1-CLS-RECORD
008560           ADD 1 TO CLS-COPIED-COUNT
008570     END-READ.
008580 2160-EXIT.
008590     EXIT.
008600*****************************************************************
008610* 2200-MERGE-PARTITION-2
008620*   Takes in partition 2, as 2100 does partition 1.
008630*****************************************************************
008640 2200-MERGE-PARTITION-2.
008650     OPEN INPUT RUNCTL-PART2-FILE
008660     IF NOT RUNCTL2-OK
008670        CLOSE RUNCTL-PART2-FILE
008680        GO TO 2200-EXIT
008690     END-IF
008700     READ RUNCTL-PART2-FILE
008710         AT END
008720             DISPLAY "PART_MERGE: RUNCTL2 IS EMPTY"
008730             MOVE "Y" TO PROOF-FAILED-SWITCH
008740             CLOSE RUNCTL-PART2-FILE
008750             GO TO 2200-EXIT
008760     END-READ
008770     MOVE P2-CONTROL-RECORD TO PCT-CONTROL-RECORD
008780     CLOSE RUNCTL-PART2-FILE
008790     PERFORM 2500-STORE-PARTITION THRU 2500-EXIT
008800     OPEN INPUT GL-PART2-FILE
008810     IF GLEXT2-OK
008820        PERFORM 2210-COPY-ONE-GL-2 THRU 2210-EXIT
008830           UNTIL GLEXT2-EXHAUSTED
008840     END-IF
008850     CLOSE GL-PART2-FILE
008860     OPEN INPUT YTD-PART2-FILE
008870     IF YTDNEW2-OK
008880        PERFORM 2220-COPY-ONE-YTD-2 THRU 2220-EXIT
008890           UNTIL YTDNEW2-EXHAUSTED
008900     END-IF
008910     CLOSE YTD-PART2-FILE
008920     OPEN INPUT EXCP-PART2-FILE
008930     IF EXCPNEW2-OK
008940        PERFORM 2230-COPY-ONE-EXCP-2 THRU 2230-EXIT
008950           UNTIL EXCPNEW2-EXHAUSTED
008960     END-IF
008970     CLOSE EXCP-PART2-FILE
008980     OPEN INPUT CUR-PART2-FILE
008990     IF CURRNEW2-OK
009000        PERFORM 2240-COPY-ONE-CUR-2 THRU 2240-EXIT
009010           UNTIL CURRNEW2-EXHAUSTED
009020     END-IF
009030     CLOSE CUR-PART2-FILE
009040     OPEN INPUT PAY-PART2-FILE
009050     IF PAYOUT2-OK
009060        PERFORM 2250-COPY-ONE-PAY-2 THRU 2250-EXIT
009070           UNTIL PAYOUT2-EXHAUSTED
009080     END-IF
009090     CLOSE PAY-PART2-FILE
009100     OPEN INPUT CLS-PART2-FILE
009110     IF CLOSEPAY2-OK
009120        PERFORM 2260-COPY-ONE-CLS-2 THRU 2260-EXIT
009130           UNTIL CLOSEPAY2-EXHAUSTED
009140     END-IF
009150     CLOSE CLS-PART2-FILE.
009160 2200-EXIT.
009170     EXIT.
009180*****************************************************************
009190* 2210-COPY-ONE-GL-2
009200*   Copies one partition-2 GL extract record through.
009210*****************************************************************
009220 2210-COPY-ONE-GL-2.
009230     READ GL-PART2-FILE
009240        AT END MOVE "Y" TO GLEXT2-EOF-SWITCH
009250        NOT AT END
009260           WRITE GL-EXTRACT-RECORD FROM P2-GL-RECORD
009270           ADD 1 TO GL-COPIED-COUNT
009280     END-READ.
009290 2210-EXIT.
009300     EXIT.
009310*****************************************************************
009320* 2220-COPY-ONE-YTD-2
009330*   Copies one partition-2 year-to-date record through.
009340*****************************************************************
009350 2220-COPY-ONE-YTD-2.
009360     READ YTD-PART2-FILE
009370        AT END MOVE "Y" TO YTDNEW2-EOF-SWITCH
009380        NOT AT END
009390           WRITE YTD-NEW-RECORD FROM P2-YTD-RECORD
009400           ADD 1 TO YTD-COPIED-COUNT
009410     END-READ.
009420 2220-EXIT.
009430     EXIT.
009440*****************************************************************
009450* 2230-COPY-ONE-EXCP-2
009460*   Copies one partition-2 exceptions record through.
009470*****************************************************************
009480 2230-COPY-ONE-EXCP-2.
009490     READ EXCP-PART2-FILE
009500        AT END MOVE "Y" TO EXCPNEW2-EOF-SWITCH
009510        NOT AT END
009520           WRITE EXCEPTION-NEW-RECORD FROM P2-EXCP-RECORD
009530           ADD 1 TO EXCP-COPIED-COUNT
009540     END-READ.
009550 2230-EXIT.
009560     EXIT.
009570*****************************************************************
009580* 2240-COPY-ONE-CUR-2
009590*   Copies one partition-2 current-position record through.
009600*****************************************************************
009610 2240-COPY-ONE-CUR-2.
009620     READ CUR-PART2-FILE
009630        AT END MOVE "Y" TO CURRNEW2-EOF-SWITCH
009640        NOT AT END
009650           WRITE CURRENT-NEW-RECORD FROM P2-CUR-RECORD
009660           ADD 1 TO CUR-COPIED-COUNT
009670     END-READ.
009680 2240-EXIT.
009690     EXIT.
009700*****************************************************************
009710* 2250-COPY-ONE-PAY-2
009720*   Copies one partition-2 interest-payout record through.
009730*****************************************************************
009740 2250-COPY-ONE-PAY-2.
009750     READ PAY-PART2-FILE
009760        AT END MOVE "Y" TO PAYOUT2-EOF-SWITCH
009770        NOT AT END
009780           WRITE PAYOUT-RECORD FROM P2-PAY-RECORD
009790           ADD 1 TO PAY-COPIED-COUNT
009800     END-READ.
009810 2250-EXIT.
009820     EXIT.
009830*****************************************************************
009840* 2260-COPY-ONE-CLS-2
009850*   Copies one partition-2 close-out payoff record through.
009860*****************************************************************
009870 2260-COPY-ONE-CLS-2.
009880     READ CLS-PART2-FILE
009890        AT END MOVE "Y" TO CLOSEPAY2-EOF-SWITCH
009900        NOT AT END
009910           WRITE CLOSE-PAYOFF-RECORD FROM P2-CLS-RECORD
009920           ADD 1 TO CLS-COPIED-COUNT
009930     END-READ.
009940 2260-EXIT.
009950     EXIT.
009960*****************************************************************
009970* 2300-MERGE-PARTITION-3
009980*   Takes in partition 3, as 2100 does partition 1.
009990*****************************************************************
010000 2300-MERGE-PARTITION-3.
010010     OPEN INPUT RUNCTL-PART3-FILE
010020     IF NOT RUNCTL3-OK
010030        CLOSE RUNCTL-PART3-FILE
010040        GO TO 2300-EXIT
010050     END-IF
010060     READ RUNCTL-PART3-FILE
010070         AT END
010080             DISPLAY "PART_MERGE: RUNCTL3 IS EMPTY"
010090             MOVE "Y" TO PROOF-FAILED-SWITCH
010100             CLOSE RUNCTL-PART3-FILE
010110             GO TO 2300-EXIT
010120     END-READ
010130     MOVE P3-CONTROL-RECORD TO PCT-CONTROL-RECORD
010140     CLOSE RUNCTL-PART3-FILE
010150     PERFORM 2500-STORE-PARTITION THRU 2500-EXIT
010160     OPEN INPUT GL-PART3-FILE
010170     IF GLEXT3-OK
010180        PERFORM 2310-COPY-ONE-GL-3 THRU 2310-EXIT
010190           UNTIL GLEXT3-EXHAUSTED
010200     END-IF
010210     CLOSE GL-PART3-FILE
010220     OPEN INPUT YTD-PART3-FILE
010230     IF YTDNEW3-OK
010240        PERFORM 2320-COPY-ONE-YTD-3 THRU 2320-EXIT
010250           UNTIL YTDNEW3-EXHAUSTED
010260     END-IF
010270     CLOSE YTD-PART3-FILE
010280     OPEN INPUT EXCP-PART3-FILE
010290     IF EXCPNEW3-OK
010300        PERFORM 2330-COPY-ONE-EXCP-3 THRU 2330-EXIT
010310           UNTIL EXCPNEW3-EXHAUSTED
010320     END-IF
010330     CLOSE EXCP-PART3-FILE
010340     OPEN INPUT CUR-PART3-FILE
010350     IF CURRNEW3-OK
010360        PERFORM 2340-COPY-ONE-CUR-3 THRU 2340-EXIT
010370           UNTIL CURRNEW3-EXHAUSTED
010380     END-IF
010390     CLOSE CUR-PART3-FILE
010400     OPEN INPUT PAY-PART3-FILE
010410     IF PAYOUT3-OK
010420        PERFORM 2350-COPY-ONE-PAY-3 THRU 2350-EXIT
010430           UNTIL PAYOUT3-EXHAUSTED
010440     END-IF
010450     CLOSE PAY-PART3-FILE
010460     OPEN INPUT CLS-PART3-FILE
010470     IF CLOSEPAY3-OK
010480        PERFORM 2360-COPY-ONE-CLS-3 THRU 2360-EXIT
010490           UNTIL CLOSEPAY3-EXHAUSTED
010500     END-IF
010510     CLOSE CLS-PART3-FILE.
010520 2300-EXIT.
010530     EXIT.
010540*****************************************************************
010550* 2310-COPY-ONE-GL-3
010560*   Copies one partition-3 GL extract record through.
010570*****************************************************************
010580 2310-COPY-ONE-GL-3.
010590     READ GL-PART3-FILE
010600        AT END MOVE "Y" TO GLEXT3-EOF-SWITCH
010610        NOT AT END
010620           WRITE GL-EXTRACT-RECORD FROM P3-GL-RECORD
010630           ADD 1 TO GL-COPIED-COUNT
010640     END-READ.
010650 2310-EXIT.
010660     EXIT.
010670*****************************************************************
010680* 2320-COPY-ONE-YTD-3
010690*   Copies one partition-3 year-to-date record through.
010700*****************************************************************
010710 2320-COPY-ONE-YTD-3.
010720     READ YTD-PART3-FILE
010730        AT END MOVE "Y" TO YTDNEW3-EOF-SWITCH
010740        NOT AT END
010750           WRITE YTD-NEW-RECORD FROM P3-YTD-RECORD
010760           ADD 1 TO YTD-COPIED-COUNT
010770     END-READ.
010780 2320-EXIT.
010790     EXIT.
010800*****************************************************************
010810* 2330-COPY-ONE-EXCP-3
010820*   Copies one partition-3 exceptions record through.
010830*****************************************************************
010840 2330-COPY-ONE-EXCP-3.
010850     READ EXCP-PART3-FILE
010860        AT END MOVE "Y" TO EXCPNEW3-EOF-SWITCH
010870        NOT AT END
010880           WRITE EXCEPTION-NEW-RECORD FROM P3-EXCP-RECORD
010890           ADD 1 TO EXCP-COPIED-COUNT
010900     END-READ.
010910 2330-EXIT.
010920     EXIT.
010930*****************************************************************
010940* 2340-COPY-ONE-CUR-3
010950*   Copies one partition-3 current-position record through.
010960*****************************************************************
010970 2340-COPY-ONE-CUR-3.
010980     READ CUR-PART3-FILE
010990        AT END MOVE "Y" TO CURRNEW3-EOF-SWITCH
011000        NOT AT END
011010           WRITE CURRENT-NEW-RECORD FROM P3-CUR-RECORD
011020           ADD 1 TO CUR-COPIED-COUNT
011030     END-READ.
011040 2340-EXIT.
011050     EXIT.
011060*****************************************************************
011070* 2350-COPY-ONE-PAY-3
011080*   Copies one partition-3 interest-payout record through.
011090*****************************************************************
011100 2350-COPY-ONE-PAY-3.
011110     READ PAY-PART3-FILE
011120        AT END MOVE "Y" TO PAYOUT3-EOF-SWITCH
011130        NOT AT END
011140           WRITE PAYOUT-RECORD FROM P3-PAY-RECORD
011150           ADD 1 TO PAY-COPIED-COUNT
011160     END-READ.
011170 2350-EXIT.
011180     EXIT.
011190*****************************************************************
011200* 2360-COPY-ONE-CLS-3
011210*   Copies one partition-3 close-out payoff record through.
011220*****************************************************************
011230 2360-COPY-ONE-CLS-3.
011240     READ CLS-PART3-FILE
011250        AT END MOVE "Y" TO CLOSEPAY3-EOF-SWITCH
011260        NOT AT END
011270           WRITE CLOSE-PAYOFF-RECORD FROM P3-CLS-RECORD
011280           ADD 1 TO CLS-COPIED-COUNT
011290     END-READ.
011300 2360-EXIT.
011310     EXIT.
011320*****************************************************************
011330* 2400-MERGE-PARTITION-4
011340*   Takes in partition 4, as 2100 does partition 1.
011350*****************************************************************
011360 2400-MERGE-PARTITION-4.
011370     OPEN INPUT RUNCTL-PART4-FILE
011380     IF NOT RUNCTL4-OK
011390        CLOSE RUNCTL-PART4-FILE
011400        GO TO 2400-EXIT
011410     END-IF
011420     READ RUNCTL-PART4-FILE
011430         AT END
011440             DISPLAY "PART_MERGE: RUNCTL4 IS EMPTY"
011450             MOVE "Y" TO PROOF-FAILED-SWITCH
011460             CLOSE RUNCTL-PART4-FILE
011470             GO TO 2400-EXIT
011480     END-READ
011490     MOVE P4-CONTROL-RECORD TO PCT-CONTROL-RECORD
011500     CLOSE RUNCTL-PART4-FILE
011510     PERFORM 2500-STORE-PARTITION THRU 2500-EXIT
011520     OPEN INPUT GL-PART4-FILE
011530     IF GLEXT4-OK
011540        PERFORM 2410-COPY-ONE-GL-4 THRU 2410-EXIT
011550           UNTIL GLEXT4-EXHAUSTED
011560     END-IF
011570     CLOSE GL-PART4-FILE
011580     OPEN INPUT YTD-PART4-FILE
011590     IF YTDNEW4-OK
011600        PERFORM 2420-COPY-ONE-YTD-4 THRU 2420-EXIT
011610           UNTIL YTDNEW4-EXHAUSTED
011620     END-IF
011630     CLOSE YTD-PART4-FILE
011640     OPEN INPUT EXCP-PART4-FILE
011650     IF EXCPNEW4-OK
011660        PERFORM 2430-COPY-ONE-EXCP-4 THRU 2430-EXIT
011670           UNTIL EXCPNEW4-EXHAUSTED
011680     END-IF
011690     CLOSE EXCP-PART4-FILE
011700     OPEN INPUT CUR-PART4-FILE
011710     IF CURRNEW4-OK
011720        PERFORM 2440-COPY-ONE-CUR-4 THRU 2440-EXIT
011730           UNTIL CURRNEW4-EXHAUSTED
011740     END-IF
011750     CLOSE CUR-PART4-FILE
011760     OPEN INPUT PAY-PART4-FILE
011770     IF PAYOUT4-OK
011780        PERFORM 2450-COPY-ONE-PAY-4 THRU 2450-EXIT
011790           UNTIL PAYOUT4-EXHAUSTED
011800     END-IF
011810     CLOSE PAY-PART4-FILE
011820     OPEN INPUT CLS-PART4-FILE
011830     IF CLOSEPAY4-OK
011840        PERFORM 2460-COPY-ONE-CLS-4 THRU 2460-EXIT
011850           UNTIL CLOSEPAY4-EXHAUSTED
011860     END-IF
011870     CLOSE CLS-PART4-FILE.
011880 2400-EXIT.
011890     EXIT.
011900*****************************************************************
011910* 2410-COPY-ONE-GL-4
011920*   Copies one partition-4 GL extract record through.
011930*****************************************************************
011940 2410-COPY-ONE-GL-4.
011950     READ GL-PART4-FILE
011960        AT END MOVE "Y" TO GLEXT4-EOF-SWITCH
011970        NOT AT END
011980           WRITE GL-EXTRACT-RECORD FROM P4-GL-RECORD
011990           ADD 1 TO GL-COPIED-COUNT
012000     END-READ.
012010 2410-EXIT.
012020     EXIT.
012030*****************************************************************
012040* 2420-COPY-ONE-YTD-4
012050*   Copies one partition-4 year-to-date record through.
012060*****************************************************************
012070 2420-COPY-ONE-YTD-4.
012080     READ YTD-PART4-FILE
012090        AT END MOVE "Y" TO YTDNEW4-EOF-SWITCH
012100        NOT AT END
012110           WRITE YTD-NEW-RECORD FROM P4-YTD-RECORD
012120           ADD 1 TO YTD-COPIED-COUNT
012130     END-READ.
012140 2420-EXIT.
012150     EXIT.
012160*****************************************************************
012170* 2430-COPY-ONE-EXCP-4
012180*   Copies one partition-4 exceptions record through.
012190*****************************************************************
012200 2430-COPY-ONE-EXCP-4.
012210     READ EXCP-PART4-FILE
012220        AT END MOVE "Y" TO EXCPNEW4-EOF-SWITCH
012230        NOT AT END
012240           WRITE EXCEPTION-NEW-RECORD FROM P4-EXCP-RECORD
012250           ADD 1 TO EXCP-COPIED-COUNT
012260     END-READ.
012270 2430-EXIT.
012280     EXIT.
012290*****************************************************************
012300* 2440-COPY-ONE-CUR-4
012310*   Copies one partition-4 current-position record through.
012320*****************************************************************
012330 2440-COPY-ONE-CUR-4.
012340     READ CUR-PART4-FILE
012350        AT END MOVE "Y" TO CURRNEW4-EOF-SWITCH
012360        NOT AT END
012370           WRITE CURRENT-NEW-RECORD FROM P4-CUR-RECORD
012380           ADD 1 TO CUR-COPIED-COUNT
012390     END-READ.
012400 2440-EXIT.
012410     EXIT.
012420*****************************************************************
012430* 2450-COPY-ONE-PAY-4
012440*   Copies one partition-4 interest-payout record through.
012450*****************************************************************
012460 2450-COPY-ONE-PAY-4.
012470     READ PAY-PART4-FILE
012480        AT END MOVE "Y" TO PAYOUT4-EOF-SWITCH
012490        NOT AT END
012500           WRITE PAYOUT-RECORD FROM P4-PAY-RECORD
012510           ADD 1 TO PAY-COPIED-COUNT
012520     END-READ.
012530 2450-EXIT.
012540     EXIT.
012550*****************************************************************
012560* 2460-COPY-ONE-CLS-4
012570*   Copies one partition-4 close-out payoff record through.
012580*****************************************************************
012590 2460-COPY-ONE-CLS-4.
012600     READ CLS-PART4-FILE
012610        AT END MOVE "Y" TO CLOSEPAY4-EOF-SWITCH
012620        NOT AT END
012630           WRITE CLOSE-PAYOFF-RECORD FROM P4-CLS-RECORD
012640           ADD 1 TO CLS-COPIED-COUNT
012650     END-READ.
012660 2460-EXIT.
012670     EXIT.
012680*****************************************************************
012690* 2500-STORE-PARTITION
012700*   Rolls one partition run-control record into the summary
012710*   table and the combined totals.
012720*****************************************************************
012730 2500-STORE-PARTITION.
012740     ADD 1 TO PART-COUNT
012750     MOVE PCT-RANGE-LOW TO PT-RANGE-LOW (PART-COUNT)
012760     MOVE PCT-RANGE-HIGH TO PT-RANGE-HIGH (PART-COUNT)
012770     MOVE PCT-MASTER-READ-COUNT TO PT-MASTER-READ (PART-COUNT)
012780     MOVE PCT-BALANCE-FLAG TO PT-BALANCE-FLAG (PART-COUNT)
012790     ADD PCT-MASTER-READ-COUNT   TO SUM-MASTER-READ-COUNT
012800     ADD PCT-REJECT-COUNT        TO SUM-REJECT-COUNT
012810     ADD PCT-PROJECTED-COUNT     TO SUM-PROJECTED-COUNT
012820     ADD PCT-TRAN-SUPPLIED-COUNT TO SUM-TRAN-SUPPLIED
012830     ADD PCT-TRAN-CONSUMED-COUNT TO SUM-TRAN-CONSUMED
012840     ADD PCT-ACCT-HASH-TOTAL     TO SUM-ACCT-HASH-TOTAL
012850     ADD PCT-INTEREST-COMPUTED   TO SUM-INTEREST-COMPUTED
012860     ADD PCT-GL-INTEREST-WRITTEN TO SUM-GL-INTEREST
012870     IF PCT-BACKUP-WITHHELD IS NUMERIC
012880        ADD PCT-BACKUP-WITHHELD  TO SUM-BACKUP-WITHHELD
012890     END-IF
012900     IF PCT-INTEREST-PAID-OUT IS NUMERIC
012910        ADD PCT-INTEREST-PAID-OUT TO SUM-INTEREST-PAID-OUT
012920     END-IF
012930     IF PCT-CLOSE-DISBURSED IS NUMERIC
012940        ADD PCT-CLOSED-COUNT     TO SUM-CLOSED-COUNT
012950        ADD PCT-CLOSE-DISBURSED  TO SUM-CLOSE-DISBURSED
012960     END-IF
012970     IF PART-COUNT = 1
012980        MOVE PCT-MONTH-END-FLAG TO MERGED-MONTH-END-FLAG
012990     END-IF.
013000 2500-EXIT.
013010     EXIT.
013020*****************************************************************
013030* 3000-COUNT-WHOLE-MASTER
013040*   Reads the whole accounts master for the count and hash the
013050*   partition totals must prove to.
013060*****************************************************************
013070 3000-COUNT-WHOLE-MASTER.
013080     PERFORM 3100-COUNT-ONE-ACCOUNT THRU 3100-EXIT
013090        UNTIL ACCTMAST-EXHAUSTED.
013100 3000-EXIT.
013110     EXIT.
013120*****************************************************************
013130* 3100-COUNT-ONE-ACCOUNT
013140*   Counts and hashes one master record.
013150*****************************************************************
013160 3100-COUNT-ONE-ACCOUNT.
013170     READ ACCOUNT-MASTER-FILE
013180         AT END
013190             MOVE "Y" TO ACCTMAST-EOF-SWITCH
013200         NOT AT END
013210             ADD 1 TO MASTER-TOTAL-COUNT
013220             ADD ACCT-NUMBER TO MASTER-HASH-TOTAL
013230     END-READ.
013240 3100-EXIT.
013250     EXIT.
013260*****************************************************************
013270* 4000-PROVE-COVERAGE
013280*   Proves the partitions covered the whole master: at least
013290*   one partition reported, each range starts one past the
013300*   range before it (no gap, no overlap), every partition
013310*   balanced, and the summed count and hash equal the whole
013320*   master's.
013330*****************************************************************
013340 4000-PROVE-COVERAGE.
013350     IF PART-COUNT = ZERO
013360        MOVE "Y" TO PROOF-FAILED-SWITCH
013370        DISPLAY "PART_MERGE: NO PARTITION RUN-CONTROL RECORDS"
013380        GO TO 4000-EXIT
013390     END-IF
013400     PERFORM 4100-CHECK-RANGE-SEQUENCE THRU 4100-EXIT
013410        VARYING PART-SUB FROM 2 BY 1
013420           UNTIL PART-SUB > PART-COUNT
013430     PERFORM 4200-CHECK-PARTITION-BALANCE THRU 4200-EXIT
013440        VARYING PART-SUB FROM 1 BY 1
013450           UNTIL PART-SUB > PART-COUNT
013460     IF SUM-MASTER-READ-COUNT NOT = MASTER-TOTAL-COUNT
013470        MOVE "Y" TO PROOF-FAILED-SWITCH
013480        DISPLAY "PART_MERGE: PARTITIONS READ "
013490           SUM-MASTER-READ-COUNT " ACCOUNT(S), MASTER HOLDS "
013500           MASTER-TOTAL-COUNT
013510     END-IF
013520     IF SUM-ACCT-HASH-TOTAL NOT = MASTER-HASH-TOTAL
013530        MOVE "Y" TO PROOF-FAILED-SWITCH
013540        DISPLAY "PART_MERGE: PARTITION HASH "
013550           SUM-ACCT-HASH-TOTAL " DOES NOT PROVE TO MASTER "
013560           MASTER-HASH-TOTAL
013570     END-IF.
013580 4000-EXIT.
013590     EXIT.
013600*****************************************************************
013610* 4100-CHECK-RANGE-SEQUENCE
013620*   Checks one partition's range against the partition before
013630*   it: the low must be one past the prior high, or the
013640*   streams left a gap or an overlap between them.
013650*****************************************************************
013660 4100-CHECK-RANGE-SEQUENCE.
013670     IF PT-RANGE-LOW (PART-SUB) NOT =
013680           PT-RANGE-HIGH (PART-SUB - 1) + 1
013690        MOVE "Y" TO PROOF-FAILED-SWITCH
013700        DISPLAY "PART_MERGE: RANGE BREAK BETWEEN PARTITIONS - "
013710           PT-RANGE-HIGH (PART-SUB - 1) " THEN "
013720           PT-RANGE-LOW (PART-SUB)
013730     END-IF.
013740 4100-EXIT.
013750     EXIT.
013760*****************************************************************
013770* 4200-CHECK-PARTITION-BALANCE
013780*   Checks one partition's own trial-balance flag; a stream
013790*   that did not balance poisons the merged extract.
013800*****************************************************************
013810 4200-CHECK-PARTITION-BALANCE.
013820     IF PT-BALANCE-FLAG (PART-SUB) NOT = "Y"
013830        MOVE "Y" TO PROOF-FAILED-SWITCH
013840        DISPLAY "PART_MERGE: PARTITION " PART-SUB
013850           " RAN OUT OF BALANCE"
013860     END-IF.
013870 4200-EXIT.
013880     EXIT.
013890*****************************************************************
013900* 5000-WRITE-RUN-CONTROL
013910*   Writes the combined run-control record the downstream jobs
013920*   read, with the summed counts and totals, the overall
013930*   range, and the balance flag cleared when any proof failed.
013940*****************************************************************
013950 5000-WRITE-RUN-CONTROL.
013960     OPEN OUTPUT RUN-CONTROL-FILE
013970     IF NOT RUNCTL-OK
013980        DISPLAY "PART_MERGE: UNABLE TO OPEN RUNCTL, STATUS "
013990           RUNCTL-STATUS
014000        MOVE "Y" TO RUN-ERROR-SWITCH
014010        GO TO 5000-EXIT
014020     END-IF
014030     MOVE MERGE-RUN-DATE       TO CTL-RUN-DATE
014040     MOVE MERGE-RUN-TIME       TO CTL-RUN-TIME
014050     MOVE SUM-MASTER-READ-COUNT TO CTL-MASTER-READ-COUNT
014060     MOVE SUM-REJECT-COUNT     TO CTL-REJECT-COUNT
014070     MOVE SUM-PROJECTED-COUNT  TO CTL-PROJECTED-COUNT
014080     MOVE SUM-TRAN-SUPPLIED    TO CTL-TRAN-SUPPLIED-COUNT
014090     MOVE SUM-TRAN-CONSUMED    TO CTL-TRAN-CONSUMED-COUNT
014100     MOVE SUM-ACCT-HASH-TOTAL  TO CTL-ACCT-HASH-TOTAL
014110     MOVE SUM-INTEREST-COMPUTED TO CTL-INTEREST-COMPUTED
014120     MOVE SUM-GL-INTEREST      TO CTL-GL-INTEREST-WRITTEN
014130     MOVE SUM-BACKUP-WITHHELD  TO CTL-BACKUP-WITHHELD
014140     MOVE SUM-INTEREST-PAID-OUT TO CTL-INTEREST-PAID-OUT
014150     MOVE ZERO                 TO CTL-FEES-ASSESSED
014160     MOVE SUM-CLOSED-COUNT     TO CTL-CLOSED-COUNT
014170     MOVE SUM-CLOSE-DISBURSED  TO CTL-CLOSE-DISBURSED
014180     MOVE MERGED-MONTH-END-FLAG TO CTL-MONTH-END-FLAG
014190     IF PROOF-FAILED
014200        MOVE "N" TO CTL-BALANCE-FLAG
014210     ELSE
014220        MOVE "Y" TO CTL-BALANCE-FLAG
014230     END-IF
014240     IF PART-COUNT > ZERO
014250        MOVE PT-RANGE-LOW (1) TO CTL-RANGE-LOW
014260        MOVE PT-RANGE-HIGH (PART-COUNT) TO CTL-RANGE-HIGH
014270     ELSE
014280        MOVE ZERO TO CTL-RANGE-LOW
014290        MOVE ZERO TO CTL-RANGE-HIGH
014300     END-IF
014310     WRITE RUN-CONTROL-RECORD
014320     CLOSE RUN-CONTROL-FILE.
014330 5000-EXIT.
014340     EXIT.
014350*****************************************************************
014360* 6000-WRITE-MERGE-REPORT
014370*   Writes the merge report: one line per partition, then the
014380*   combined counts, the whole-master proof, and the flag the
014390*   operators check.
014400*****************************************************************
014410 6000-WRITE-MERGE-REPORT.
014420     MOVE MERGE-RUN-DATE TO MHL-RUN-DATE
014430     MOVE MERGE-RUN-TIME TO MHL-RUN-TIME
014440     WRITE MERGE-REPORT-LINE FROM MERGE-HEADING-LINE
014450     PERFORM 6100-WRITE-PARTITION-LINE THRU 6100-EXIT
014460        VARYING PART-SUB FROM 1 BY 1
014470           UNTIL PART-SUB > PART-COUNT
014480     MOVE "GL EXTRACT RECORDS MERGED      :" TO MCL-LABEL
014490     MOVE GL-COPIED-COUNT TO MCL-COUNT
014500     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014510     MOVE "YEAR-TO-DATE RECORDS MERGED    :" TO MCL-LABEL
014520     MOVE YTD-COPIED-COUNT TO MCL-COUNT
014530     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014540     MOVE "EXCEPTION RECORDS MERGED       :" TO MCL-LABEL
014550     MOVE EXCP-COPIED-COUNT TO MCL-COUNT
014560     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014570     MOVE "POSITION RECORDS MERGED        :" TO MCL-LABEL
014580     MOVE CUR-COPIED-COUNT TO MCL-COUNT
014590     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014600     MOVE "PAYOUT RECORDS MERGED          :" TO MCL-LABEL
014610     MOVE PAY-COPIED-COUNT TO MCL-COUNT
014620     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014630     MOVE "CLOSE-OUT PAYOFFS MERGED       :" TO MCL-LABEL
014640     MOVE CLS-COPIED-COUNT TO MCL-COUNT
014650     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014660     MOVE "ACCOUNTS READ BY PARTITIONS    :" TO MCL-LABEL
014670     MOVE SUM-MASTER-READ-COUNT TO MCL-COUNT
014680     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014690     MOVE "ACCOUNTS ON MASTER             :" TO MCL-LABEL
014700     MOVE MASTER-TOTAL-COUNT TO MCL-COUNT
014710     WRITE MERGE-REPORT-LINE FROM MERGE-COUNT-LINE
014720     MOVE "PARTITION HASH TOTAL           :" TO MSL-LABEL
014730     MOVE SUM-ACCT-HASH-TOTAL TO MSL-HASH
014740     WRITE MERGE-REPORT-LINE FROM MERGE-HASH-LINE
014750     MOVE "MASTER HASH TOTAL              :" TO MSL-LABEL
014760     MOVE MASTER-HASH-TOTAL TO MSL-HASH
014770     WRITE MERGE-REPORT-LINE FROM MERGE-HASH-LINE
014780     MOVE "COVERAGE PROOF                 :" TO MFL-LABEL
014790     IF PROOF-FAILED
014800        MOVE "OUT OF PROOF" TO MFL-FLAG
014810     ELSE
014820        MOVE "PROVED" TO MFL-FLAG
014830     END-IF
014840     WRITE MERGE-REPORT-LINE FROM MERGE-FLAG-LINE.
014850 6000-EXIT.
014860     EXIT.
014870*****************************************************************
014880* 6100-WRITE-PARTITION-LINE
014890*   Lists one partition's range, count, and balance flag.
014900*****************************************************************
014910 6100-WRITE-PARTITION-LINE.
014920     MOVE PART-SUB TO MPL-PART-NUMBER
014930     MOVE PT-RANGE-LOW (PART-SUB) TO MPL-RANGE-LOW
014940     MOVE PT-RANGE-HIGH (PART-SUB) TO MPL-RANGE-HIGH
014950     MOVE PT-MASTER-READ (PART-SUB) TO MPL-MASTER-READ
014960     MOVE PT-BALANCE-FLAG (PART-SUB) TO MPL-BALANCE-FLAG
014970     WRITE MERGE-REPORT-LINE FROM MERGE-PART-LINE.
014980 6100-EXIT.
014990     EXIT.
015000*****************************************************************
015010* 9000-TERMINATE
015020*   Displays the run totals, closes every file, appends the
015030*   step-status record, and sets the return code: 8 when the
015040*   run failed or the coverage proof broke, 0 when the merge
015050*   proved.
015060*****************************************************************
015070 9000-TERMINATE.
015080     DISPLAY "PART_MERGE: " PART-COUNT
015090        " PARTITION(S) MERGED"
015100     DISPLAY "PART_MERGE: " GL-COPIED-COUNT
015110        " GL, " YTD-COPIED-COUNT " YTD, " EXCP-COPIED-COUNT
015120        " EXCEPTION, " CUR-COPIED-COUNT " POSITION, "
015130        PAY-COPIED-COUNT " PAYOUT, " CLS-COPIED-COUNT
015140        " PAYOFF RECORD(S) MERGED"
015150     CLOSE ACCOUNT-MASTER-FILE
015160           GL-EXTRACT-FILE
015170           YTD-NEW-FILE
015180           EXCEPTION-NEW-FILE
015190           CURRENT-NEW-FILE
015200           PAYOUT-FILE
015210           CLOSE-PAYOFF-FILE
015220           MERGE-REPORT-FILE
015230     IF RUN-ERROR OR PROOF-FAILED
015240        MOVE 8 TO STEP-CONDITION-CODE
015250     END-IF
015260     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT
015270     MOVE STEP-CONDITION-CODE TO RETURN-CODE.
015280 9000-EXIT.
015290     EXIT.
015300*****************************************************************
015310* 9500-WRITE-JOB-STATUS
015320*   Appends this step's machine-readable status record to the
015330*   shared job-stream status file for NIGHT_STATUS to
015340*   summarize.  The condition code is placed by the caller
015350*   before the perform.
015360*****************************************************************
015370 9500-WRITE-JOB-STATUS.
015380     OPEN EXTEND JOB-STATUS-FILE
015390     IF NOT JOBSTAT-OK
015400        DISPLAY "PART_MERGE: UNABLE TO OPEN JOBSTAT, STATUS "
015410           JOBSTAT-STATUS
015420        GO TO 9500-EXIT
015430     END-IF
015440     MOVE SPACES TO JOB-STATUS-RECORD
015450     MOVE "PART_MERGE" TO JS-PROGRAM-NAME
015460     MOVE MERGE-RUN-DATE TO JS-RUN-DATE
015470     MOVE MERGE-RUN-TIME TO JS-RUN-TIME
015480     MOVE SUM-MASTER-READ-COUNT TO JS-RECORDS-READ
015490     COMPUTE JS-RECORDS-WRITTEN =
015500        GL-COPIED-COUNT + YTD-COPIED-COUNT + EXCP-COPIED-COUNT
015510           + CUR-COPIED-COUNT + PAY-COPIED-COUNT
015520           + CLS-COPIED-COUNT
015530     IF PROOF-FAILED
015540        MOVE 1 TO JS-ERROR-COUNT
015550     ELSE
015560        MOVE ZERO TO JS-ERROR-COUNT
015570     END-IF
015580     MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
015590     WRITE JOB-STATUS-RECORD
015600     CLOSE JOB-STATUS-FILE.
015610 9500-EXIT.
015620     EXIT.
015630 END PROGRAM part_merge.
