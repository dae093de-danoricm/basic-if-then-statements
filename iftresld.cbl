000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTRESLD.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   ALERT RESOLUTION LOAD.  THE ACKNOWLEDGMENT FILE (IFTACK.CPY)
000100*   ONLY SAYS AN ALERT WAS PICKED UP.  WHEN THE TICKET RAISED
000110*   FROM IT CLOSES, THE TICKETING SHOP RETURNS A RESOLUTION ROW
000120*   (IFTRES.CPY) CARRYING THE ALERT'S RUN DATE, CYCLE AND
000130*   SEQUENCE NUMBER, THE CLOSE DATE AND A RESOLUTION CODE -
000140*   GENUINE, FALSE-POSITIVE, DUPLICATE OR DATA-ERROR.  THIS
000150*   PROGRAM EDITS THE INBOUND ROWS AND HOLDS THE GOOD ONES ON
000160*   THE KEYED RESOLUTION MASTER, ONE ROW PER ALERT: A LATER
000170*   RESOLUTION FOR AN ALERT ALREADY ON THE MASTER (A REOPENED
000180*   TICKET CLOSED AGAIN) REPLACES THE EARLIER ONE, SO LOADING
000190*   THE SAME DROP TWICE CHANGES NOTHING.  A ROW WITH A BAD KEY,
000200*   CLOSE DATE OR CODE IS LISTED ON THE REPORT AND NOT LOADED
000210*   (RC 4).  IFTRESRP JOINS THE MASTER BACK TO THE ALERTS EACH
000220*   MONTH TO MEASURE HOW WELL EACH SOURCE'S THRESHOLD IS SET.
000230*
000240*   MODIFICATION HISTORY.
000250*   DATE       INIT  DESCRIPTION
000260*   ---------  ----  ----------------------------------------
000270*   10/15/2026 DCM   ORIGINAL VERSION.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 SPECIAL-NAMES.
000340     C01 IS TO-NEW-PAGE.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RES-IN-FILE ASSIGN TO RESIN
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT RES-MAST-FILE ASSIGN TO RESMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS IFT-RES-KEY
000430         FILE STATUS IS RSL-MAST-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO RPTFILE
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS IFT-RLOG-KEY
000500         FILE STATUS IS RSL-RLOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RES-IN-FILE
000550     RECORDING MODE IS F.
000560 01  RSL-IN-RECORD.
000570     05  FILLER                      PIC X(08).
000580     05  RSL-IN-CYCLE                PIC X(02).
000590     05  FILLER                      PIC X(70).
000600
000610 FD  RES-MAST-FILE
000620     RECORDING MODE IS F.
000630     COPY IFTRES.
000640
000650 FD  REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  RPT-PRINT-LINE              PIC X(132).
000680
000690 FD  RUN-LOG-FILE
000700     RECORDING MODE IS F.
000710     COPY IFTRLOG.
000720
000730 WORKING-STORAGE SECTION.
000740 01  RSL-SWITCHES.
000750     05  RSL-FATAL-SW                PIC X(01) VALUE 'N'.
000760         88  RSL-FATAL                   VALUE 'Y'.
000770
000780 01  RSL-RUN-DATE                PIC 9(08).
000790 01  RSL-MAST-STATUS             PIC X(02) VALUE '00'.
000800 01  RSL-REASON                  PIC X(30) VALUE SPACES.
000810
000820 77  RSL-READ                    PIC 9(07) VALUE ZERO COMP.
000830 77  RSL-ADDED                   PIC 9(07) VALUE ZERO COMP.
000840 77  RSL-REPLACED                PIC 9(07) VALUE ZERO COMP.
000850 77  RSL-REJECTED                PIC 9(07) VALUE ZERO COMP.
000860 77  RSL-GENUINE                 PIC 9(07) VALUE ZERO COMP.
000870 77  RSL-FALSE-POS               PIC 9(07) VALUE ZERO COMP.
000880 77  RSL-DUPLICATE               PIC 9(07) VALUE ZERO COMP.
000890 77  RSL-DATA-ERROR              PIC 9(07) VALUE ZERO COMP.
000900
000910 01  RSL-REPORT-LINES.
000920     05  RSL-HDG-LINE-1.
000930         10  FILLER                  PIC X(40) VALUE SPACES.
000940         10  FILLER                  PIC X(32)
000950             VALUE 'IFTRESLD ALERT RESOLUTION LOAD'.
000960     05  RSL-HDG-LINE-2.
000970         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
000980         10  RSL-HDG-DATE            PIC 9(08).
000990     05  RSL-HDG-LINE-3.
001000         10  FILLER                  PIC X(12) VALUE 'REJECTED'.
001010         10  FILLER                  PIC X(10) VALUE 'RUN DATE'.
001020         10  FILLER                  PIC X(05) VALUE 'CYC'.
001030         10  FILLER                  PIC X(08) VALUE 'SEQ'.
001040         10  FILLER                  PIC X(10) VALUE 'CLOSED'.
001050         10  FILLER                  PIC X(16) VALUE 'CODE'.
001060         10  FILLER                  PIC X(12) VALUE 'TICKET'.
001070         10  FILLER                  PIC X(06) VALUE 'REASON'.
001080     05  RSL-DET-LINE.
001090         10  FILLER                  PIC X(12) VALUE SPACES.
001100         10  RSL-DET-RUN-DATE        PIC X(08).
001110         10  FILLER                  PIC X(02) VALUE SPACES.
001120         10  RSL-DET-CYCLE           PIC X(02).
001130         10  FILLER                  PIC X(03) VALUE SPACES.
001140         10  RSL-DET-SEQ             PIC X(06).
001150         10  FILLER                  PIC X(02) VALUE SPACES.
001160         10  RSL-DET-CLOSE-DATE      PIC X(08).
001170         10  FILLER                  PIC X(02) VALUE SPACES.
001180         10  RSL-DET-CODE            PIC X(14).
001190         10  FILLER                  PIC X(02) VALUE SPACES.
001200         10  RSL-DET-TICKET          PIC X(10).
001210         10  FILLER                  PIC X(02) VALUE SPACES.
001220         10  RSL-DET-REASON          PIC X(30).
001230     05  RSL-CNT-LINE.
001240         10  RSL-CNT-LABEL           PIC X(34).
001250         10  RSL-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
001260     05  RSL-MSG-LINE.
001270         10  RSL-MSG-TEXT            PIC X(80).
001280
001290*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
001300 01  RSL-RLOG-STATUS             PIC X(02) VALUE '00'.
001310 01  RSL-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
001320 01  RSL-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
001330
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     ACCEPT RSL-RLOG-START-DATE FROM DATE YYYYMMDD.
001370     ACCEPT RSL-RLOG-START-TIME FROM TIME.
001380     PERFORM 1000-INITIALIZE
001390         THRU 1000-INITIALIZE-EXIT.
001400     IF RSL-FATAL
001410         DISPLAY 'IRL0092E RETURN CODE 8 - NOTHING LOADED'
001420         MOVE 8 TO RETURN-CODE
001430         PERFORM 9000-WRITE-RUN-LOG
001440             THRU 9000-WRITE-RUN-LOG-EXIT
001450         GOBACK
001460     END-IF.
001470     PERFORM 2000-LOAD-RESOLUTIONS
001480         THRU 2000-LOAD-RESOLUTIONS-EXIT.
001490     PERFORM 8000-FINALIZE
001500         THRU 8000-FINALIZE-EXIT.
001510     PERFORM 9000-WRITE-RUN-LOG
001520         THRU 9000-WRITE-RUN-LOG-EXIT.
001530     GOBACK.
001540
001550 1000-INITIALIZE.
001560     ACCEPT RSL-RUN-DATE FROM DATE YYYYMMDD.
001570     OPEN I-O RES-MAST-FILE.
001580     IF RSL-MAST-STATUS NOT = '00'
001590         DISPLAY 'IRL0094E RESOLUTION MASTER OPEN STATUS '
001600             RSL-MAST-STATUS
001610         MOVE 'Y' TO RSL-FATAL-SW
001620         GO TO 1000-INITIALIZE-EXIT
001630     END-IF.
001640     OPEN INPUT RES-IN-FILE.
001650     OPEN OUTPUT REPORT-FILE.
001660     WRITE RPT-PRINT-LINE FROM RSL-HDG-LINE-1
001670         AFTER ADVANCING PAGE.
001680     MOVE RSL-RUN-DATE TO RSL-HDG-DATE.
001690     WRITE RPT-PRINT-LINE FROM RSL-HDG-LINE-2
001700         AFTER ADVANCING 2 LINES.
001710     WRITE RPT-PRINT-LINE FROM RSL-HDG-LINE-3
001720         AFTER ADVANCING 2 LINES.
001730 1000-INITIALIZE-EXIT.
001740     EXIT.
001750
001760 2000-LOAD-RESOLUTIONS.
001770     READ RES-IN-FILE
001780         AT END GO TO 2000-LOAD-RESOLUTIONS-EXIT
001790     END-READ.
001800     ADD 1 TO RSL-READ.
001810     MOVE RSL-IN-RECORD TO IFT-RES-RECORD.
001820     IF RSL-IN-CYCLE = SPACES
001830         MOVE 01 TO IFT-RES-CYCLE-NO
001840     END-IF.
001850     PERFORM 2100-EDIT-RESOLUTION
001860         THRU 2100-EDIT-RESOLUTION-EXIT.
001870     IF RSL-REASON NOT = SPACES
001880         PERFORM 2300-REJECT-RESOLUTION
001890             THRU 2300-REJECT-RESOLUTION-EXIT
001900         GO TO 2000-LOAD-RESOLUTIONS
001910     END-IF.
001920     PERFORM 2200-STORE-RESOLUTION
001930         THRU 2200-STORE-RESOLUTION-EXIT.
001940     GO TO 2000-LOAD-RESOLUTIONS.
001950 2000-LOAD-RESOLUTIONS-EXIT.
001960     EXIT.
001970
001980 2100-EDIT-RESOLUTION.
001990*        THE KEY MUST BE ABLE TO NAME AN ALERT (RUN DATE, CYCLE
002000*        01-99, SEQUENCE NUMBER), THE TICKET CANNOT CLOSE BEFORE
002010*        THE ALERT WAS RAISED, AND THE CODE MUST BE ONE OF FOUR.
002020     MOVE SPACES TO RSL-REASON.
002030     IF IFT-RES-RUN-DATE NOT NUMERIC OR IFT-RES-RUN-DATE = ZERO
002040         MOVE 'RUN DATE NOT VALID' TO RSL-REASON
002050         GO TO 2100-EDIT-RESOLUTION-EXIT
002060     END-IF.
002070     IF IFT-RES-CYCLE-NO NOT NUMERIC OR IFT-RES-CYCLE-NO = ZERO
002080         MOVE 'CYCLE NOT VALID' TO RSL-REASON
002090         GO TO 2100-EDIT-RESOLUTION-EXIT
002100     END-IF.
002110     IF IFT-RES-SEQ-NO NOT NUMERIC
002120         MOVE 'SEQUENCE NUMBER NOT NUMERIC' TO RSL-REASON
002130         GO TO 2100-EDIT-RESOLUTION-EXIT
002140     END-IF.
002150     IF IFT-RES-CLOSE-DATE NOT NUMERIC
002160         MOVE 'CLOSE DATE NOT VALID' TO RSL-REASON
002170         GO TO 2100-EDIT-RESOLUTION-EXIT
002180     END-IF.
002190     IF IFT-RES-CLOSE-DATE < IFT-RES-RUN-DATE
002200         MOVE 'CLOSE DATE BEFORE ALERT' TO RSL-REASON
002210         GO TO 2100-EDIT-RESOLUTION-EXIT
002220     END-IF.
002230     IF NOT IFT-RES-CODE-VALID
002240         MOVE 'RESOLUTION CODE NOT VALID' TO RSL-REASON
002250     END-IF.
002260 2100-EDIT-RESOLUTION-EXIT.
002270     EXIT.
002280
002290 2200-STORE-RESOLUTION.
002300     WRITE IFT-RES-RECORD
002310         INVALID KEY
002320             REWRITE IFT-RES-RECORD
002330                 INVALID KEY
002340                     MOVE 'MASTER UPDATE FAILED' TO RSL-REASON
002350             END-REWRITE
002360             IF RSL-REASON = SPACES
002370                 ADD 1 TO RSL-REPLACED
002380             END-IF
002390         NOT INVALID KEY
002400             ADD 1 TO RSL-ADDED
002410     END-WRITE.
002420     IF RSL-REASON NOT = SPACES
002430         DISPLAY 'IRL0010W RESOLUTION MASTER STATUS '
002440             RSL-MAST-STATUS
002450         PERFORM 2300-REJECT-RESOLUTION
002460             THRU 2300-REJECT-RESOLUTION-EXIT
002470         GO TO 2200-STORE-RESOLUTION-EXIT
002480     END-IF.
002490     IF IFT-RES-GENUINE
002500         ADD 1 TO RSL-GENUINE
002510     END-IF.
002520     IF IFT-RES-FALSE-POSITIVE
002530         ADD 1 TO RSL-FALSE-POS
002540     END-IF.
002550     IF IFT-RES-DUPLICATE
002560         ADD 1 TO RSL-DUPLICATE
002570     END-IF.
002580     IF IFT-RES-DATA-ERROR
002590         ADD 1 TO RSL-DATA-ERROR
002600     END-IF.
002610 2200-STORE-RESOLUTION-EXIT.
002620     EXIT.
002630
002640 2300-REJECT-RESOLUTION.
002650*        PRINT THE ROW AS RECEIVED, NOT AS DEFAULTED.
002660     MOVE RSL-IN-RECORD TO IFT-RES-RECORD.
002670     MOVE IFT-RES-RUN-DATE TO RSL-DET-RUN-DATE.
002680     MOVE RSL-IN-CYCLE TO RSL-DET-CYCLE.
002690     MOVE IFT-RES-SEQ-NO TO RSL-DET-SEQ.
002700     MOVE IFT-RES-CLOSE-DATE TO RSL-DET-CLOSE-DATE.
002710     MOVE IFT-RES-CODE TO RSL-DET-CODE.
002720     MOVE IFT-RES-TICKET-ID TO RSL-DET-TICKET.
002730     MOVE RSL-REASON TO RSL-DET-REASON.
002740     WRITE RPT-PRINT-LINE FROM RSL-DET-LINE
002750         AFTER ADVANCING 1 LINE.
002760     ADD 1 TO RSL-REJECTED.
002770     MOVE 4 TO RETURN-CODE.
002780 2300-REJECT-RESOLUTION-EXIT.
002790     EXIT.
002800
002810 8000-FINALIZE.
002820     CLOSE RES-IN-FILE.
002830     CLOSE RES-MAST-FILE.
002840     IF RSL-REJECTED = ZERO
002850         MOVE 'NO RESOLUTIONS REJECTED' TO RSL-MSG-TEXT
002860         WRITE RPT-PRINT-LINE FROM RSL-MSG-LINE
002870             AFTER ADVANCING 1 LINE
002880     END-IF.
002890     MOVE 'RESOLUTIONS READ' TO RSL-CNT-LABEL.
002900     MOVE RSL-READ TO RSL-CNT-VALUE.
002910     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
002920         AFTER ADVANCING 2 LINES.
002930     MOVE 'ADDED TO MASTER' TO RSL-CNT-LABEL.
002940     MOVE RSL-ADDED TO RSL-CNT-VALUE.
002950     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
002960         AFTER ADVANCING 1 LINE.
002970     MOVE 'REPLACED ON MASTER' TO RSL-CNT-LABEL.
002980     MOVE RSL-REPLACED TO RSL-CNT-VALUE.
002990     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
003000         AFTER ADVANCING 1 LINE.
003010     MOVE 'REJECTED' TO RSL-CNT-LABEL.
003020     MOVE RSL-REJECTED TO RSL-CNT-VALUE.
003030     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
003040         AFTER ADVANCING 1 LINE.
003050     MOVE '  LOADED AS GENUINE' TO RSL-CNT-LABEL.
003060     MOVE RSL-GENUINE TO RSL-CNT-VALUE.
003070     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
003080         AFTER ADVANCING 2 LINES.
003090     MOVE '  LOADED AS FALSE-POSITIVE' TO RSL-CNT-LABEL.
003100     MOVE RSL-FALSE-POS TO RSL-CNT-VALUE.
003110     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
003120         AFTER ADVANCING 1 LINE.
003130     MOVE '  LOADED AS DUPLICATE' TO RSL-CNT-LABEL.
003140     MOVE RSL-DUPLICATE TO RSL-CNT-VALUE.
003150     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
003160         AFTER ADVANCING 1 LINE.
003170     MOVE '  LOADED AS DATA-ERROR' TO RSL-CNT-LABEL.
003180     MOVE RSL-DATA-ERROR TO RSL-CNT-VALUE.
003190     WRITE RPT-PRINT-LINE FROM RSL-CNT-LINE
003200         AFTER ADVANCING 1 LINE.
003210     CLOSE REPORT-FILE.
003220     DISPLAY 'IRL0099I RESOLUTIONS READ       = ' RSL-READ.
003230     DISPLAY 'IRL0099I ADDED                  = ' RSL-ADDED.
003240     DISPLAY 'IRL0099I REPLACED               = ' RSL-REPLACED.
003250     DISPLAY 'IRL0099I REJECTED               = ' RSL-REJECTED.
003260 8000-FINALIZE-EXIT.
003270     EXIT.
003280
003290 9000-WRITE-RUN-LOG.
003300*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
003310*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
003320*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
003330*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
003340*        THE STEP'S RETURN CODE.
003350     OPEN I-O RUN-LOG-FILE.
003360     IF RSL-RLOG-STATUS NOT = '00'
003370         DISPLAY 'IRL0080W RUN LOG OPEN STATUS ' RSL-RLOG-STATUS
003380             ' - STEP NOT LOGGED'
003390         GO TO 9000-WRITE-RUN-LOG-EXIT
003400     END-IF.
003410     MOVE SPACES TO IFT-RLOG-RECORD.
003420     MOVE RSL-RLOG-START-DATE TO IFT-RLOG-RUN-DATE.
003430     MOVE ZERO TO IFT-RLOG-CYCLE-NO.
003440     MOVE 'IFTRESLD' TO IFT-RLOG-PROGRAM.
003450     MOVE RSL-RLOG-START-DATE TO IFT-RLOG-START-DATE.
003460     MOVE RSL-RLOG-START-TIME TO IFT-RLOG-START-TIME.
003470     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
003480     ACCEPT IFT-RLOG-END-TIME FROM TIME.
003490     MOVE RSL-READ TO IFT-RLOG-IN-COUNT.
003500     COMPUTE IFT-RLOG-OUT-COUNT = RSL-ADDED + RSL-REPLACED.
003510     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
003520     WRITE IFT-RLOG-RECORD
003530         INVALID KEY
003540             REWRITE IFT-RLOG-RECORD
003550                 INVALID KEY
003560                     DISPLAY 'IRL0081W RUN LOG ROW NOT WRITTEN - '
003570                         'STATUS ' RSL-RLOG-STATUS
003580             END-REWRITE
003590     END-WRITE.
003600     CLOSE RUN-LOG-FILE.
003610 9000-WRITE-RUN-LOG-EXIT.
003620     EXIT.
