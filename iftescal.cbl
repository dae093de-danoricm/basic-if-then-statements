000282*   09/02/2026 DCM   THE CHECKPOINT IS NOW A KEYED DATASET - THE
000284*                    STAMP DAY AND CYCLE COME OFF ITS CONTROL
000286*                    RECORD IN ONE KEYED READ.
000289*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00028D*                    AND END TIME, RECORDS IN AND OUT, RETURN
00028H*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00028L*                    THE IFTBWIN BATCH-WINDOW REPORT.
00028O*   10/15/2026 DCM   A RUN WITH NO BUSINESS DATE IS LOGGED AT
00028S*                    CYCLE 00 AND NEVER REPLACES AN EXISTING RUN
00028W*                    LOG ROW (WAS CYCLE 01, OVER THE REAL ROW).
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT REPORT-FILE ASSIGN TO RPTFILE
000490         ORGANIZATION IS SEQUENTIAL.
000491     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000493         ORGANIZATION IS INDEXED
000495         ACCESS MODE IS RANDOM
000496         RECORD KEY IS IFT-RLOG-KEY
000498         FILE STATUS IS ESC-RLOG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000740     RECORDING MODE IS F.
000750 01  RPT-PRINT-LINE              PIC X(132).
000760
000762 FD  RUN-LOG-FILE
000764     RECORDING MODE IS F.
000766     COPY IFTRLOG.
000768
000770 WORKING-STORAGE SECTION.
000780 01  ESC-SWITCHES.
000790     05  ESC-ACK-EOF-SW              PIC X(01) VALUE 'N'.
001700         10  ESC-TOT-LABEL           PIC X(26).
001710         10  ESC-TOT-VALUE           PIC ZZZ,ZZ9.
001720
001721*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001723 01  ESC-RLOG-STATUS             PIC X(02) VALUE '00'.
001725 01  ESC-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001726 01  ESC-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001728
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001743     ACCEPT ESC-RLOG-START-DATE FROM DATE YYYYMMDD.
001746     ACCEPT ESC-RLOG-START-TIME FROM TIME.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-INITIALIZE-EXIT.
001770     PERFORM 2000-PROCESS-ONE-ALERT
001790         UNTIL ESC-ALERT-EOF.
001800     PERFORM 8000-FINALIZE
001810         THRU 8000-FINALIZE-EXIT.
001813     PERFORM 9000-WRITE-RUN-LOG
001816         THRU 9000-WRITE-RUN-LOG-EXIT.
001820     GOBACK.
001830
001840 1000-INITIALIZE.
004110     END-IF.
004120 8000-FINALIZE-EXIT.
004130     EXIT.
004140
004150 9000-WRITE-RUN-LOG.
004160*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
004170*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
004180*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A RUN
004190*        THAT FOUND NO CHECKPOINT RECORD IS LOGGED UNDER THE
004200*        DAY IT RAN AT CYCLE 00 AND NEVER REPLACES A ROW ALREADY
004210*        THERE, SO IT CANNOT OVERWRITE A REAL CYCLE'S ROW.  A LOG
004220*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
004230*        THE STEP'S RETURN CODE.
004240     OPEN I-O RUN-LOG-FILE.
004250     IF ESC-RLOG-STATUS NOT = '00'
004260         DISPLAY 'IES0080W RUN LOG OPEN STATUS ' ESC-RLOG-STATUS
004270             ' - STEP NOT LOGGED'
004280         GO TO 9000-WRITE-RUN-LOG-EXIT
004290     END-IF.
004300     MOVE SPACES TO IFT-RLOG-RECORD.
004310     IF NOT ESC-CKPT-FOUND
004320         MOVE ESC-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
004330         MOVE ZERO TO IFT-RLOG-CYCLE-NO
004340     ELSE
004350         MOVE ESC-STAMP-DATE TO IFT-RLOG-RUN-DATE
004360         MOVE ESC-STAMP-CYCLE TO IFT-RLOG-CYCLE-NO
004370     END-IF.
004380     MOVE 'IFTESCAL' TO IFT-RLOG-PROGRAM.
004390     MOVE ESC-RLOG-START-DATE TO IFT-RLOG-START-DATE.
004400     MOVE ESC-RLOG-START-TIME TO IFT-RLOG-START-TIME.
004410     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
004420     ACCEPT IFT-RLOG-END-TIME FROM TIME.
004430     MOVE ESC-ALERTS-READ TO IFT-RLOG-IN-COUNT.
004440     COMPUTE IFT-RLOG-OUT-COUNT = ESC-ALERTS-READ + ESC-ESCALATED.
004450     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
004460     WRITE IFT-RLOG-RECORD
004470         INVALID KEY
004480             IF IFT-RLOG-CYCLE-NO = ZERO
004490                 DISPLAY 'IES0081W RUN LOG ROW NOT WRITTEN - '
004500                     'STATUS ' ESC-RLOG-STATUS
004510             ELSE
004520                 REWRITE IFT-RLOG-RECORD
004530                     INVALID KEY
004540                         DISPLAY 'IES0081W RUN LOG ROW NOT '
004550                             'WRITTEN - STATUS ' ESC-RLOG-STATUS
004560                 END-REWRITE
004570             END-IF
004580     END-WRITE.
004590     CLOSE RUN-LOG-FILE.
004600 9000-WRITE-RUN-LOG-EXIT.
004610     EXIT.
