000249*                    A PER-DAY CONTRACT, AND A SAME-DAY
00024A*                    CORRECTION CYCLE WAS FALSELY REPORTING ALL
00024B*                    THE EARLIER CYCLES' FEEDERS AS MISSING.
00024E*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00024H*                    AND END TIME, RECORDS IN AND OUT, RETURN
00024K*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00024N*                    THE IFTBWIN BATCH-WINDOW REPORT.
00024Q*   10/15/2026 DCM   A RUN WITH NO BUSINESS DATE IS LOGGED AT
00024T*                    CYCLE 00 AND NEVER REPLACES AN EXISTING RUN
00024W*                    LOG ROW (WAS CYCLE 01, OVER THE REAL ROW).
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT REPORT-FILE ASSIGN TO RPTFILE
000450         ORGANIZATION IS SEQUENTIAL.
000451     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000453         ORGANIZATION IS INDEXED
000455         ACCESS MODE IS RANDOM
000456         RECORD KEY IS IFT-RLOG-KEY
000458         FILE STATUS IS FDC-RLOG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000700     RECORDING MODE IS F.
000710 01  RPT-PRINT-LINE              PIC X(132).
000720
000722 FD  RUN-LOG-FILE
000724     RECORDING MODE IS F.
000726     COPY IFTRLOG.
000728
000730 WORKING-STORAGE SECTION.
000740 01  FDC-SWITCHES.
000750     05  FDC-CKPT-FOUND-SW           PIC X(01) VALUE 'N'.
001590         10  FDC-TOT-LABEL           PIC X(26).
001600         10  FDC-TOT-VALUE           PIC ZZZ,ZZ9.
001610
001611*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001613 01  FDC-RLOG-STATUS             PIC X(02) VALUE '00'.
001615 01  FDC-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001616 01  FDC-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001618
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001633     ACCEPT FDC-RLOG-START-DATE FROM DATE YYYYMMDD.
001636     ACCEPT FDC-RLOG-START-TIME FROM TIME.
001640     PERFORM 1000-INITIALIZE
001650         THRU 1000-INITIALIZE-EXIT.
001660     IF FDC-CKPT-FOUND
001730     END-IF.
001740     PERFORM 8000-FINALIZE
001750         THRU 8000-FINALIZE-EXIT.
001753     PERFORM 9000-WRITE-RUN-LOG
001756         THRU 9000-WRITE-RUN-LOG-EXIT.
001760     GOBACK.
001770
001780 1000-INITIALIZE.
004510     END-IF.
004520 8000-FINALIZE-EXIT.
004530     EXIT.
004540
004550 9000-WRITE-RUN-LOG.
004560*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
004570*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
004580*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A RUN
004590*        THAT NEVER LEARNED ITS BUSINESS DATE IS LOGGED UNDER THE
004600*        DAY IT RAN AT CYCLE 00 AND NEVER REPLACES A ROW ALREADY
004610*        THERE, SO IT CANNOT OVERWRITE A REAL CYCLE'S ROW.  A LOG
004620*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
004630*        THE STEP'S RETURN CODE.
004640     OPEN I-O RUN-LOG-FILE.
004650     IF FDC-RLOG-STATUS NOT = '00'
004660         DISPLAY 'IFD0080W RUN LOG OPEN STATUS ' FDC-RLOG-STATUS
004670             ' - STEP NOT LOGGED'
004680         GO TO 9000-WRITE-RUN-LOG-EXIT
004690     END-IF.
004700     MOVE SPACES TO IFT-RLOG-RECORD.
004710     IF FDC-DAY-DATE = ZERO
004720         MOVE FDC-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
004730         MOVE ZERO TO IFT-RLOG-CYCLE-NO
004740     ELSE
004750         MOVE FDC-DAY-DATE TO IFT-RLOG-RUN-DATE
004760         MOVE FDC-DAY-CYCLE TO IFT-RLOG-CYCLE-NO
004770     END-IF.
004780     MOVE 'IFTFEEDC' TO IFT-RLOG-PROGRAM.
004790     MOVE FDC-RLOG-START-DATE TO IFT-RLOG-START-DATE.
004800     MOVE FDC-RLOG-START-TIME TO IFT-RLOG-START-TIME.
004810     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
004820     ACCEPT IFT-RLOG-END-TIME FROM TIME.
004830     COMPUTE IFT-RLOG-IN-COUNT = FDC-AUDIT-READ + FDC-REJECT-READ.
004840     MOVE ZERO TO IFT-RLOG-OUT-COUNT.
004850     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
004860     WRITE IFT-RLOG-RECORD
004870         INVALID KEY
004880             IF IFT-RLOG-CYCLE-NO = ZERO
004890                 DISPLAY 'IFD0081W RUN LOG ROW NOT WRITTEN - '
004900                     'STATUS ' FDC-RLOG-STATUS
004910             ELSE
004920                 REWRITE IFT-RLOG-RECORD
004930                     INVALID KEY
004940                         DISPLAY 'IFD0081W RUN LOG ROW NOT '
004950                             'WRITTEN - STATUS ' FDC-RLOG-STATUS
004960                 END-REWRITE
004970             END-IF
004980     END-WRITE.
004990     CLOSE RUN-LOG-FILE.
005000 9000-WRITE-RUN-LOG-EXIT.
005010     EXIT.
