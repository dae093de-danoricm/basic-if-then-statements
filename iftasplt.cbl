00020I*   09/02/2026 DCM   THE CHECKPOINT IS NOW A KEYED DATASET - THE
00020J*                    DAY AND CYCLE TO SPLIT COME OFF ITS CONTROL
00020K*                    RECORD IN ONE KEYED READ.
00020N*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00020Q*                    AND END TIME, RECORDS IN AND OUT, RETURN
00020T*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00020W*                    THE IFTBWIN BATCH-WINDOW REPORT.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000430         ORGANIZATION IS SEQUENTIAL.
000432     SELECT ALERT-QS-FILE ASSIGN TO ALERTQS
000434         ORGANIZATION IS SEQUENTIAL.
000435     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000436         ORGANIZATION IS INDEXED
000437         ACCESS MODE IS RANDOM
000438         RECORD KEY IS IFT-RLOG-KEY
000439         FILE STATUS IS SPL-RLOG-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000776     RECORDING MODE IS F.
000778 01  SPL-QS-RECORD               PIC X(80).
000780
000782 FD  RUN-LOG-FILE
000784     RECORDING MODE IS F.
000786     COPY IFTRLOG.
000788
000790 WORKING-STORAGE SECTION.
000800 01  SPL-SWITCHES.
000810     05  SPL-ALERT-EOF-SW            PIC X(01) VALUE 'N'.
001000     05  SPL-QUEUE-COUNT OCCURS 5 TIMES
001010                                     PIC 9(06).
001020
001021*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001023 01  SPL-RLOG-STATUS             PIC X(02) VALUE '00'.
001025 01  SPL-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001026 01  SPL-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001028
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001043     ACCEPT SPL-RLOG-START-DATE FROM DATE YYYYMMDD.
001046     ACCEPT SPL-RLOG-START-TIME FROM TIME.
001050     PERFORM 1000-INITIALIZE
001060         THRU 1000-INITIALIZE-EXIT.
001070     PERFORM 2000-SPLIT-ONE-ALERT
001090         UNTIL SPL-ALERT-EOF.
001100     PERFORM 8000-FINALIZE
001110         THRU 8000-FINALIZE-EXIT.
001113     PERFORM 9000-WRITE-RUN-LOG
001116         THRU 9000-WRITE-RUN-LOG-EXIT.
001120     GOBACK.
001130
001140 1000-INITIALIZE.
002500     END-IF.
002510 8000-FINALIZE-EXIT.
002520     EXIT.
002530
002540 9000-WRITE-RUN-LOG.
002550*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
002560*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
002570*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
002580*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
002590*        THE STEP'S RETURN CODE.
002600     OPEN I-O RUN-LOG-FILE.
002610     IF SPL-RLOG-STATUS NOT = '00'
002620         DISPLAY 'IAS0080W RUN LOG OPEN STATUS ' SPL-RLOG-STATUS
002630             ' - STEP NOT LOGGED'
002640         GO TO 9000-WRITE-RUN-LOG-EXIT
002650     END-IF.
002660     MOVE SPACES TO IFT-RLOG-RECORD.
002670     MOVE SPL-RUN-DATE TO IFT-RLOG-RUN-DATE.
002680     MOVE SPL-RUN-CYCLE TO IFT-RLOG-CYCLE-NO.
002690     MOVE 'IFTASPLT' TO IFT-RLOG-PROGRAM.
002700     MOVE SPL-RLOG-START-DATE TO IFT-RLOG-START-DATE.
002710     MOVE SPL-RLOG-START-TIME TO IFT-RLOG-START-TIME.
002720     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
002730     ACCEPT IFT-RLOG-END-TIME FROM TIME.
002740     MOVE SPL-ALERTS-READ TO IFT-RLOG-IN-COUNT.
002750     MOVE SPL-ALERTS-TODAY TO IFT-RLOG-OUT-COUNT.
002760     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
002770     WRITE IFT-RLOG-RECORD
002780         INVALID KEY
002790             REWRITE IFT-RLOG-RECORD
002800                 INVALID KEY
002810                     DISPLAY 'IAS0081W RUN LOG ROW NOT WRITTEN - '
002820                         'STATUS ' SPL-RLOG-STATUS
002830             END-REWRITE
002840     END-WRITE.
002850     CLOSE RUN-LOG-FILE.
002860 9000-WRITE-RUN-LOG-EXIT.
002870     EXIT.
