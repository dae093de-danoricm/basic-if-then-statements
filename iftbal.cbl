00023E*   09/02/2026 DCM   THE CHECKPOINT IS NOW A KEYED DATASET - THE
00023F*                    DAY, CYCLE AND FINAL ACCUMULATORS COME OFF
00023G*                    TWO KEYED READS INSTEAD OF A FULL PASS.
00023I*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00023L*                    AND END TIME, RECORDS IN AND OUT, RETURN
00023N*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00023Q*                    THE IFTBWIN BATCH-WINDOW REPORT.
00023S*   10/15/2026 DCM   A RUN WITH NO BUSINESS DATE IS LOGGED AT
00023V*                    CYCLE 00 AND NEVER REPLACES AN EXISTING RUN
00023X*                    LOG ROW (WAS CYCLE 01, OVER THE REAL ROW).
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT REPORT-FILE ASSIGN TO RPTFILE
000420         ORGANIZATION IS SEQUENTIAL.
000421     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000423         ORGANIZATION IS INDEXED
000425         ACCESS MODE IS RANDOM
000426         RECORD KEY IS IFT-RLOG-KEY
000428         FILE STATUS IS BAL-RLOG-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000630     RECORDING MODE IS F.
000640 01  RPT-PRINT-LINE              PIC X(132).
000650
000652 FD  RUN-LOG-FILE
000654     RECORDING MODE IS F.
000656     COPY IFTRLOG.
000658
000660 WORKING-STORAGE SECTION.
000670 01  BAL-SWITCHES.
000680     05  BAL-CKPT-FOUND-SW           PIC X(01) VALUE 'N'.
001050         10  FILLER                  PIC X(02) VALUE SPACES.
001060         10  BAL-PROOF-FLAG          PIC X(20).
001070
001071*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001073 01  BAL-RLOG-STATUS             PIC X(02) VALUE '00'.
001075 01  BAL-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001076 01  BAL-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001078
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001093     ACCEPT BAL-RLOG-START-DATE FROM DATE YYYYMMDD.
001096     ACCEPT BAL-RLOG-START-TIME FROM TIME.
001100     PERFORM 1000-INITIALIZE
001110         THRU 1000-INITIALIZE-EXIT.
001120     IF BAL-CKPT-FOUND
001210     END-IF.
001220     PERFORM 8000-FINALIZE
001230         THRU 8000-FINALIZE-EXIT.
001233     PERFORM 9000-WRITE-RUN-LOG
001236         THRU 9000-WRITE-RUN-LOG-EXIT.
001240     GOBACK.
001250
001260 1000-INITIALIZE.
002810     END-IF.
002820 8000-FINALIZE-EXIT.
002830     EXIT.
002840
002850 9000-WRITE-RUN-LOG.
002860*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
002870*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
002880*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A RUN
002890*        THAT NEVER LEARNED ITS BUSINESS DATE IS LOGGED UNDER THE
002900*        DAY IT RAN AT CYCLE 00 AND NEVER REPLACES A ROW ALREADY
002910*        THERE, SO IT CANNOT OVERWRITE A REAL CYCLE'S ROW.  A LOG
002920*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
002930*        THE STEP'S RETURN CODE.
002940     OPEN I-O RUN-LOG-FILE.
002950     IF BAL-RLOG-STATUS NOT = '00'
002960         DISPLAY 'IBL0080W RUN LOG OPEN STATUS ' BAL-RLOG-STATUS
002970             ' - STEP NOT LOGGED'
002980         GO TO 9000-WRITE-RUN-LOG-EXIT
002990     END-IF.
003000     MOVE SPACES TO IFT-RLOG-RECORD.
003010     IF BAL-DAY-DATE = ZERO
003020         MOVE BAL-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
003030         MOVE ZERO TO IFT-RLOG-CYCLE-NO
003040     ELSE
003050         MOVE BAL-DAY-DATE TO IFT-RLOG-RUN-DATE
003060         MOVE BAL-DAY-CYCLE TO IFT-RLOG-CYCLE-NO
003070     END-IF.
003080     MOVE 'IFTBAL' TO IFT-RLOG-PROGRAM.
003090     MOVE BAL-RLOG-START-DATE TO IFT-RLOG-START-DATE.
003100     MOVE BAL-RLOG-START-TIME TO IFT-RLOG-START-TIME.
003110     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
003120     ACCEPT IFT-RLOG-END-TIME FROM TIME.
003130     COMPUTE IFT-RLOG-IN-COUNT = BAL-AUDIT-COUNT
003140         + BAL-REJECT-COUNT + BAL-ALERT-COUNT.
003150     MOVE ZERO TO IFT-RLOG-OUT-COUNT.
003160     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
003170     WRITE IFT-RLOG-RECORD
003180         INVALID KEY
003190             IF IFT-RLOG-CYCLE-NO = ZERO
003200                 DISPLAY 'IBL0081W RUN LOG ROW NOT WRITTEN - '
003210                     'STATUS ' BAL-RLOG-STATUS
003220             ELSE
003230                 REWRITE IFT-RLOG-RECORD
003240                     INVALID KEY
003250                         DISPLAY 'IBL0081W RUN LOG ROW NOT '
003260                             'WRITTEN - STATUS ' BAL-RLOG-STATUS
003270                 END-REWRITE
003280             END-IF
003290     END-WRITE.
003300     CLOSE RUN-LOG-FILE.
003310 9000-WRITE-RUN-LOG-EXIT.
003320     EXIT.
