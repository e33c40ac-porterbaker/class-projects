000320* 09/03/26   JWB   Sequential input widened to 40 bytes to
000330*                  match the master record's new dormancy
000340*                  fields.
000350* 10/15/26   JWB   Sequential input widened to 88 bytes to
000360*                  match the master record's new interest
000370*                  disposition and payout fields.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. acct_load.
000410 AUTHOR. J BAKER.
000420 INSTALLATION. CONSUMER BANKING SYSTEMS.
000430 DATE-WRITTEN. 08/18/26.
000440 DATE-COMPILED.
000450*****************************************************************
000460* ENVIRONMENT DIVISION
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000510 OBJECT-COMPUTER. CONSUMER-BANKING-SYSTEMS.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SEQUENTIAL-MASTER-FILE ASSIGN TO "ACCTSEQ"
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS ACCTSEQ-STATUS.
000580     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS ACCT-NUMBER
000620         FILE STATUS IS ACCTMAST-STATUS.
000630*****************************************************************
000640* DATA DIVISION
000650*****************************************************************
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  SEQUENTIAL-MASTER-FILE
000690     RECORDING MODE IS F.
000700 01  SEQUENTIAL-MASTER-RECORD    PIC X(88).
000710 FD  ACCOUNT-MASTER-FILE.
000720     COPY ACCTMAST.
000730 WORKING-STORAGE SECTION.
000740*> ----------------------------------------------------------
000750*> File status and end-of-file switches
000760*> ----------------------------------------------------------
000770 01  ACCTSEQ-STATUS          PIC X(02) VALUE "00".
000780     88  ACCTSEQ-OK                    VALUE "00".
000790     88  ACCTSEQ-EOF                   VALUE "10".
000800 01  ACCTMAST-STATUS         PIC X(02) VALUE "00".
000810     88  ACCTMAST-OK                   VALUE "00".
000820     88  ACCTMAST-OUT-OF-SEQ           VALUE "21".
000830     88  ACCTMAST-DUPLICATE            VALUE "22".
000840 01  PROGRAM-SWITCHES.
000850     05  RUN-ERROR-SWITCH     PIC X(01) VALUE "N".
000860         88  RUN-ERROR                 VALUE "Y".
000870     05  ACCTSEQ-EOF-SWITCH   PIC X(01) VALUE "N".
000880         88  ACCTSEQ-EXHAUSTED         VALUE "Y".
000890*> ----------------------------------------------------------
000900*> Run counters
000910*> ----------------------------------------------------------
000920 77  RECORDS-READ-COUNT      PIC 9(07) VALUE 0.
000930 77  RECORDS-LOADED-COUNT    PIC 9(07) VALUE 0.
000940 77  KEY-REJECT-COUNT        PIC 9(07) VALUE 0.
000950 PROCEDURE DIVISION.
000960*****************************************************************
000970* 0000-MAINLINE
000980*   Top level driver - copies the sequential accounts file into
000990*   the indexed master one record per pass.
001000*****************************************************************
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001030     IF NOT RUN-ERROR
001040        PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001050            UNTIL ACCTSEQ-EXHAUSTED
001060     END-IF
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT
001080     STOP RUN.
001090*****************************************************************
001100* 1000-INITIALIZE
001110*   Opens both files and primes the read.
001120*****************************************************************
001130 1000-INITIALIZE.
001140     OPEN INPUT SEQUENTIAL-MASTER-FILE
001150     IF NOT ACCTSEQ-OK
001160        DISPLAY "ACCT_LOAD: UNABLE TO OPEN ACCTSEQ, STATUS "
001170           ACCTSEQ-STATUS
001180        MOVE "Y" TO RUN-ERROR-SWITCH
001190     END-IF
001200     OPEN OUTPUT ACCOUNT-MASTER-FILE
001210     IF NOT ACCTMAST-OK
001220        DISPLAY "ACCT_LOAD: UNABLE TO OPEN ACCTMAST, STATUS "
001230           ACCTMAST-STATUS
001240        MOVE "Y" TO RUN-ERROR-SWITCH
001250     END-IF
001260     PERFORM 1100-READ-SEQUENTIAL THRU 1100-EXIT.
001270 1000-EXIT.
001280     EXIT.
001290*****************************************************************
001300* 1100-READ-SEQUENTIAL
001310*   Reads the next sequential record into the read-ahead buffer.
001320*****************************************************************
001330 1100-READ-SEQUENTIAL.
001340     READ SEQUENTIAL-MASTER-FILE
001350        AT END MOVE "Y" TO ACCTSEQ-EOF-SWITCH
001360        NOT AT END ADD 1 TO RECORDS-READ-COUNT
001370     END-READ.
001380 1100-EXIT.
001390     EXIT.
001400*****************************************************************
001410* 2000-LOAD-ONE-RECORD
001420*   Writes one record to the indexed master.  A record the key
001430*   check turns away is counted and listed with its cause -
001440*   duplicate (status 22) or out of ascending sequence
001450*   (status 21, the sequential-access load requires a sorted
001460*   input) - and the load continues.
001470*****************************************************************
001480 2000-LOAD-ONE-RECORD.
001490     MOVE SEQUENTIAL-MASTER-RECORD TO ACCOUNT-MASTER-RECORD
001500     WRITE ACCOUNT-MASTER-RECORD
001510         INVALID KEY
001520             ADD 1 TO KEY-REJECT-COUNT
001530             EVALUATE TRUE
001540                WHEN ACCTMAST-DUPLICATE
001550                   DISPLAY "ACCT_LOAD: DUPLICATE ACCOUNT "
001560                      ACCT-NUMBER " NOT LOADED"
001570                WHEN ACCTMAST-OUT-OF-SEQ
001580                   DISPLAY "ACCT_LOAD: ACCOUNT " ACCT-NUMBER
001590                      " OUT OF SEQUENCE, NOT LOADED"
001600                WHEN OTHER
001610                   DISPLAY "ACCT_LOAD: ACCOUNT " ACCT-NUMBER
001620                      " NOT LOADED, STATUS " ACCTMAST-STATUS
001630             END-EVALUATE
001640         NOT INVALID KEY
001650             ADD 1 TO RECORDS-LOADED-COUNT
001660     END-WRITE
001670     PERFORM 1100-READ-SEQUENTIAL THRU 1100-EXIT.
001680 2000-EXIT.
001690     EXIT.
001700*****************************************************************
001710* 9000-TERMINATE
001720*   Displays the run totals and closes both files.
001730*****************************************************************
001740 9000-TERMINATE.
001750     DISPLAY "ACCT_LOAD: " RECORDS-READ-COUNT
001760        " RECORD(S) READ FROM ACCTSEQ"
001770     DISPLAY "ACCT_LOAD: " RECORDS-LOADED-COUNT
001780        " RECORD(S) LOADED TO ACCTMAST"
001790     DISPLAY "ACCT_LOAD: " KEY-REJECT-COUNT
001800        " RECORD(S) REJECTED BY KEY CHECK"
001810     CLOSE SEQUENTIAL-MASTER-FILE
001820           ACCOUNT-MASTER-FILE.
001830 9000-EXIT.
001840     EXIT.
001850 END PROGRAM acct_load.
