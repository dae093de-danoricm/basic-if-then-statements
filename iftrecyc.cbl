00026G*                    FEEDER SOURCE CODE AND ITS DEPARTMENT NAME
00026H*                    FROM THE SOURCE MASTER (IFTSRCM.CPY) SO THE
00026I*                    REPAIR CHASE GOES TO THE RIGHT DESK.
00026J*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00026K*                    AND END TIME, RECORDS IN AND OUT, RETURN
00026L*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00026M*                    THE IFTBWIN BATCH-WINDOW REPORT.
00026N*   10/15/2026 DCM   THE REBUILT INPUT RECORD CARRIES THE REJECT'S
00026O*                    RUN DATE AS ITS ORIGINAL DATE, SO IFTCHARG
00026P*                    BILLS THE REPAIRED EVALUATION TO THE MONTH
00026Q*                    THE RECORD FIRST ARRIVED IN.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT REPORT-FILE ASSIGN TO RPTFILE
000450         ORGANIZATION IS SEQUENTIAL.
000451     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000453         ORGANIZATION IS INDEXED
000455         ACCESS MODE IS RANDOM
000456         RECORD KEY IS IFT-RLOG-KEY
000458         FILE STATUS IS RCY-RLOG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000660     RECORDING MODE IS F.
000670 01  RPT-PRINT-LINE              PIC X(132).
000680
000682 FD  RUN-LOG-FILE
000684     RECORDING MODE IS F.
000686     COPY IFTRLOG.
000688
000690 WORKING-STORAGE SECTION.
000700 01  RCY-SWITCHES.
000710     05  RCY-CORR-EOF-SW             PIC X(01) VALUE 'N'.
001330         10  RCY-TOT-LABEL           PIC X(26).
001340         10  RCY-TOT-VALUE           PIC ZZZ,ZZ9.
001350
001351*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001353 01  RCY-RLOG-STATUS             PIC X(02) VALUE '00'.
001355 01  RCY-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001356 01  RCY-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001358
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001373     ACCEPT RCY-RLOG-START-DATE FROM DATE YYYYMMDD.
001376     ACCEPT RCY-RLOG-START-TIME FROM TIME.
001380     PERFORM 1000-INITIALIZE
001390         THRU 1000-INITIALIZE-EXIT.
001400     PERFORM 2000-PROCESS-ONE-REJECT
001420         UNTIL RCY-REJ-EOF.
001430     PERFORM 8000-FINALIZE
001440         THRU 8000-FINALIZE-EXIT.
001443     PERFORM 9000-WRITE-RUN-LOG
001446         THRU 9000-WRITE-RUN-LOG-EXIT.
001450     GOBACK.
001460
001470 1000-INITIALIZE.
001542     IF RCY-LOAD-FATAL
001544         DISPLAY 'ICY0094E RETURN CODE 8 - NOTHING PROCESSED'
001546         MOVE 8 TO RETURN-CODE
015461         PERFORM 9000-WRITE-RUN-LOG
015462             THRU 9000-WRITE-RUN-LOG-EXIT
001548         GOBACK
001549     END-IF.
001550     DISPLAY 'ICY0001I CORRECTIONS LOADED     = ' RCY-CORR-COUNT.
002530     MOVE IFT-REJECT-SEQ-NO TO IFT-INPUT-SEQ-NO.
002540     MOVE RCY-TAB-NEW-X (RCY-CORR-SUB) TO IFT-INPUT-X-VALUE.
002545     MOVE IFT-REJECT-SOURCE-CODE TO IFT-INPUT-SOURCE-CODE.
002547     MOVE IFT-REJECT-RUN-DATE TO IFT-INPUT-ORIG-DATE.
002550     WRITE IFT-INPUT-RECORD.
002560     MOVE 'Y' TO RCY-TAB-USED-SW (RCY-CORR-SUB).
002570     ADD 1 TO RCY-REPAIRED.
003330     GO TO 8050-COUNT-UNMATCHED.
003340 8050-COUNT-UNMATCHED-EXIT.
003350     EXIT.
003360
003370 9000-WRITE-RUN-LOG.
003380*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
003390*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
003400*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
003410*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
003420*        THE STEP'S RETURN CODE.
003430     OPEN I-O RUN-LOG-FILE.
003440     IF RCY-RLOG-STATUS NOT = '00'
003450         DISPLAY 'ICY0080W RUN LOG OPEN STATUS ' RCY-RLOG-STATUS
003460             ' - STEP NOT LOGGED'
003470         GO TO 9000-WRITE-RUN-LOG-EXIT
003480     END-IF.
003490     MOVE SPACES TO IFT-RLOG-RECORD.
003500     MOVE RCY-RUN-DATE TO IFT-RLOG-RUN-DATE.
003510     MOVE ZERO TO IFT-RLOG-CYCLE-NO.
003520     MOVE 'IFTRECYC' TO IFT-RLOG-PROGRAM.
003530     MOVE RCY-RLOG-START-DATE TO IFT-RLOG-START-DATE.
003540     MOVE RCY-RLOG-START-TIME TO IFT-RLOG-START-TIME.
003550     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
003560     ACCEPT IFT-RLOG-END-TIME FROM TIME.
003570     MOVE RCY-REJECTS-READ TO IFT-RLOG-IN-COUNT.
003580     MOVE RCY-REPAIRED TO IFT-RLOG-OUT-COUNT.
003590     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
003600     WRITE IFT-RLOG-RECORD
003610         INVALID KEY
003620             REWRITE IFT-RLOG-RECORD
003630                 INVALID KEY
003640                     DISPLAY 'ICY0081W RUN LOG ROW NOT WRITTEN - '
003650                         'STATUS ' RCY-RLOG-STATUS
003660             END-REWRITE
003670     END-WRITE.
003680     CLOSE RUN-LOG-FILE.
003690 9000-WRITE-RUN-LOG-EXIT.
003700     EXIT.
