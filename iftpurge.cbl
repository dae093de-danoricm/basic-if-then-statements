00026C*                    THE CKPBACK REPRO - A CLEAN CODE WITH AN
00026D*                    EMPTY CKPNEW WOULD HAVE RESET THE LIVE
00026E*                    CLUSTER TO NOTHING.
00026I*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00026M*                    AND END TIME, RECORDS IN AND OUT, RETURN
00026R*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00026V*                    THE IFTBWIN BATCH-WINDOW REPORT.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT REPORT-FILE ASSIGN TO RPTFILE
000630         ORGANIZATION IS SEQUENTIAL.
000631     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000633         ORGANIZATION IS INDEXED
000635         ACCESS MODE IS RANDOM
000636         RECORD KEY IS IFT-RLOG-KEY
000638         FILE STATUS IS PRG-RLOG-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
001200     RECORDING MODE IS F.
001210 01  RPT-PRINT-LINE              PIC X(132).
001220
001222 FD  RUN-LOG-FILE
001224     RECORDING MODE IS F.
001226     COPY IFTRLOG.
001228
001230 WORKING-STORAGE SECTION.
001280 01  PRG-RUN-DATE                PIC 9(08).
001290 01  PRG-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001630         10  FILLER                  PIC X(05) VALUE SPACES.
001640         10  PRG-DET-KEEP            PIC ZZ,ZZZ,ZZ9.
001650
001651*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001652 01  PRG-RLOG-STATUS             PIC X(02) VALUE '00'.
001653 01  PRG-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001655 01  PRG-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001656 77  PRG-RLOG-IN-COUNT           PIC 9(09) VALUE ZERO COMP.
001657 77  PRG-RLOG-OUT-COUNT          PIC 9(09) VALUE ZERO COMP.
001658
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001673     ACCEPT PRG-RLOG-START-DATE FROM DATE YYYYMMDD.
001676     ACCEPT PRG-RLOG-START-TIME FROM TIME.
001680     PERFORM 1000-INITIALIZE
001690         THRU 1000-INITIALIZE-EXIT.
001700     PERFORM 2000-PURGE-AUDIT
001770         THRU 5000-PURGE-CKPT-EXIT.
001780     PERFORM 8000-FINALIZE
001790         THRU 8000-FINALIZE-EXIT.
001793     PERFORM 9000-WRITE-RUN-LOG
001796         THRU 9000-WRITE-RUN-LOG-EXIT.
001800     GOBACK.
001810
001820 1000-INITIALIZE.
003510         AFTER ADVANCING 1 LINE.
003520     DISPLAY 'IPG0010I ' PRG-DET-FILE ' READ=' PRG-READ-COUNT
003530         ' ARC=' PRG-ARC-COUNT ' KEPT=' PRG-KEEP-COUNT.
003533     ADD PRG-READ-COUNT TO PRG-RLOG-IN-COUNT.
003536     ADD PRG-ARC-COUNT TO PRG-RLOG-OUT-COUNT.
003540 7000-WRITE-DETAIL-EXIT.
003550     EXIT.
003560
003590     DISPLAY 'IPG0099I PURGE COMPLETE'.
003600 8000-FINALIZE-EXIT.
003610     EXIT.
003620
003630 9000-WRITE-RUN-LOG.
003640*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
003650*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
003660*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
003670*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
003680*        THE STEP'S RETURN CODE.
003690     OPEN I-O RUN-LOG-FILE.
003700     IF PRG-RLOG-STATUS NOT = '00'
003710         DISPLAY 'IPG0080W RUN LOG OPEN STATUS ' PRG-RLOG-STATUS
003720             ' - STEP NOT LOGGED'
003730         GO TO 9000-WRITE-RUN-LOG-EXIT
003740     END-IF.
003750     MOVE SPACES TO IFT-RLOG-RECORD.
003760     MOVE PRG-RUN-DATE TO IFT-RLOG-RUN-DATE.
003770     MOVE ZERO TO IFT-RLOG-CYCLE-NO.
003780     MOVE 'IFTPURGE' TO IFT-RLOG-PROGRAM.
003790     MOVE PRG-RLOG-START-DATE TO IFT-RLOG-START-DATE.
003800     MOVE PRG-RLOG-START-TIME TO IFT-RLOG-START-TIME.
003810     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
003820     ACCEPT IFT-RLOG-END-TIME FROM TIME.
003830     MOVE PRG-RLOG-IN-COUNT TO IFT-RLOG-IN-COUNT.
003840     MOVE PRG-RLOG-OUT-COUNT TO IFT-RLOG-OUT-COUNT.
003850     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
003860     WRITE IFT-RLOG-RECORD
003870         INVALID KEY
003880             REWRITE IFT-RLOG-RECORD
003890                 INVALID KEY
003900                     DISPLAY 'IPG0081W RUN LOG ROW NOT WRITTEN - '
003910                         'STATUS ' PRG-RLOG-STATUS
003920             END-REWRITE
003930     END-WRITE.
003940     CLOSE RUN-LOG-FILE.
003950 9000-WRITE-RUN-LOG-EXIT.
003960     EXIT.
