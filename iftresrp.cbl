000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTRESRP.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   MONTHLY THRESHOLD EFFECTIVENESS REPORT.  JOINS EVERY ORIGINAL
000100*   ALERT RAISED IN THE RESPRM MONTH (IFTVPRM.CPY - LIVE ALERT
000110*   FILE AND THE IFTPURGE ARCHIVE, SO A MONTH THAT SPANS A PURGE
000120*   IS WHOLE; IFTESCAL RE-ISSUES SKIPPED) TO ITS RESOLUTION ON
000130*   THE KEYED RESOLUTION MASTER (IFTRES.CPY, LOADED BY IFTRESLD)
000140*   BY RUN DATE, CYCLE AND SEQUENCE NUMBER, AND PRINTS FOR EACH
000150*   SOURCE AND SEVERITY:
000160*     - ALERTS RAISED, RESOLVED, AND BY RESOLUTION CODE;
000170*     - THE FALSE-POSITIVE RATE (FALSE POSITIVES OVER RESOLVED
000180*       ALERTS - UNRESOLVED ALERTS ARE LEFT OUT OF THE RATE);
000190*     - THE X RANGE THE FALSE POSITIVES FELL IN.
000200*   THEN, PER SOURCE, A SUGGESTED THRESHOLD: THE HIGHEST FALSE-
000210*   POSITIVE X BELOW THE SOURCE'S LOWEST GENUINE X.  AN ALERT
000220*   FIRES WHEN X IS OVER THE THRESHOLD, SO THAT SETTING WOULD
000230*   HAVE CUT EVERY FALSE POSITIVE AT OR BELOW IT AND STILL RAISED
000240*   EVERY ALERT RESOLVED AS GENUINE.  WHERE THE FALSE POSITIVES
000250*   ALL SIT AMONG OR ABOVE THE GENUINE ALERTS NO SAFE CHANGE IS
000260*   SUGGESTED.  DUPLICATE AND DATA-ERROR RESOLUTIONS ARE COUNTED
000270*   BUT SAY NOTHING ABOUT THE THRESHOLD.  THE SUGGESTION IS
000280*   EVIDENCE FOR AN IFTMAINT OVERRIDE, NOT A CHANGE IN ITSELF -
000290*   AN ALERT STILL UNRESOLVED COULD YET PROVE GENUINE.
000300*   READ-ONLY.  RC 4 WHEN A TABLE OVERFLOWS, RC 8 ON A BAD CARD
000310*   OR A MASTER THAT CANNOT BE OPENED.
000320*
000330*   MODIFICATION HISTORY.
000340*   DATE       INIT  DESCRIPTION
000350*   ---------  ----  ----------------------------------------
000360*   10/15/2026 DCM   ORIGINAL VERSION.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 SPECIAL-NAMES.
000430     C01 IS TO-NEW-PAGE.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RES-PARM-FILE ASSIGN TO RESPRM
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT ALERT-ARC-FILE ASSIGN TO ALTARC
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT ALERT-LIVE-FILE ASSIGN TO ALERTIN
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT RES-MAST-FILE ASSIGN TO RESMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS IFT-RES-KEY
000560         FILE STATUS IS RSR-MAST-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO RPTFILE
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS IFT-RLOG-KEY
000630         FILE STATUS IS RSR-RLOG-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RES-PARM-FILE
000680     RECORDING MODE IS F.
000690     COPY IFTVPRM.
000700
000710 FD  ALERT-ARC-FILE
000720     RECORDING MODE IS F.
000730 01  RSR-ALERT-ARC-RECORD        PIC X(80).
000740
000750 FD  ALERT-LIVE-FILE
000760     RECORDING MODE IS F.
000770     COPY IFTALERT.
000780
000790 FD  RES-MAST-FILE
000800     RECORDING MODE IS F.
000810     COPY IFTRES.
000820
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  RPT-PRINT-LINE              PIC X(132).
000860
000870 FD  RUN-LOG-FILE
000880     RECORDING MODE IS F.
000890     COPY IFTRLOG.
000900
000910 WORKING-STORAGE SECTION.
000920 01  RSR-SWITCHES.
000930     05  RSR-FATAL-SW                PIC X(01) VALUE 'N'.
000940         88  RSR-FATAL                   VALUE 'Y'.
000950     05  RSR-RESOLVED-SW             PIC X(01) VALUE 'N'.
000960         88  RSR-RESOLVED                VALUE 'Y'.
000970     05  RSR-FP-FULL-SW              PIC X(01) VALUE 'N'.
000980         88  RSR-FP-FULL                 VALUE 'Y'.
000990     05  RSR-SRC-FULL-SW             PIC X(01) VALUE 'N'.
001000         88  RSR-SRC-FULL                VALUE 'Y'.
001010     05  RSR-HAS-GENUINE-SW          PIC X(01) VALUE 'N'.
001020         88  RSR-HAS-GENUINE             VALUE 'Y'.
001030
001040 01  RSR-RUN-DATE                PIC 9(08).
001050 01  RSR-RPT-MONTH               PIC X(06) VALUE SPACES.
001060 01  RSR-MAST-STATUS             PIC X(02) VALUE '00'.
001070
001080*        FIRST KEY OF THE REPORT MONTH ON THE RESOLUTION MASTER.
001090 01  RSR-MONTH-START.
001100     05  RSR-MS-MONTH                PIC X(06).
001110     05  RSR-MS-DAY                  PIC X(02) VALUE '01'.
001120 01  RSR-MONTH-START-DATE REDEFINES RSR-MONTH-START PIC 9(08).
001130
001140*        THE ALERT'S RUN AS DATE + CYCLE, FOR THE LATEST-THRESHOLD
001150*        COMPARE.
001160 01  RSR-ALERT-RUN.
001170     05  RSR-ALERT-DATE              PIC 9(08).
001180     05  RSR-ALERT-CYCLE             PIC 9(02).
001190
001200*        ONE ENTRY PER SOURCE, KEPT IN SOURCE-CODE ORDER, WITH
001210*        SEVERITY 1 = WARNING AND 2 = CRITICAL.  THE THRESHOLD IS
001220*        THE ONE ON THE SOURCE'S LATEST ALERT IN THE MONTH.
001230 01  RSR-SOURCE-TABLE.
001240     05  RSR-SRC-ENTRY OCCURS 100 TIMES.
001250         10  RSR-SRC-CODE            PIC X(03).
001260         10  RSR-SRC-THRESHOLD       PIC 9(04).
001270         10  RSR-SRC-LAST-RUN.
001280             15  RSR-SRC-LAST-DATE   PIC 9(08).
001290             15  RSR-SRC-LAST-CYCLE  PIC 9(02).
001300         10  RSR-SV-ENTRY OCCURS 2 TIMES.
001310             15  RSR-SV-ALERTS       PIC 9(07) COMP.
001320             15  RSR-SV-UNRESOLVED   PIC 9(07) COMP.
001330             15  RSR-SV-GENUINE      PIC 9(07) COMP.
001340             15  RSR-SV-FALSE-POS    PIC 9(07) COMP.
001350             15  RSR-SV-DUPLICATE    PIC 9(07) COMP.
001360             15  RSR-SV-DATA-ERROR   PIC 9(07) COMP.
001370             15  RSR-SV-FP-LOW       PIC 9(04).
001380             15  RSR-SV-FP-HIGH      PIC 9(04).
001390             15  RSR-SV-GEN-LOW      PIC 9(04).
001400
001410*        EVERY FALSE POSITIVE'S X, FOR COUNTING WHAT A SUGGESTED
001420*        THRESHOLD WOULD HAVE CUT.
001430 01  RSR-FP-TABLE.
001440     05  RSR-FP-ENTRY OCCURS 5000 TIMES.
001450         10  RSR-FP-SOURCE           PIC X(03).
001460         10  RSR-FP-X                PIC 9(04).
001470
001480*        ONE SOURCE'S FIGURES, SEVERITY OR ALL, BEING PRINTED.
001490 01  RSR-LINE-FIGURES.
001500     05  RSR-LF-ALERTS               PIC 9(07) COMP.
001510     05  RSR-LF-UNRESOLVED           PIC 9(07) COMP.
001520     05  RSR-LF-GENUINE              PIC 9(07) COMP.
001530     05  RSR-LF-FALSE-POS            PIC 9(07) COMP.
001540     05  RSR-LF-DUPLICATE            PIC 9(07) COMP.
001550     05  RSR-LF-DATA-ERROR           PIC 9(07) COMP.
001560     05  RSR-LF-RESOLVED             PIC 9(07) COMP.
001570     05  RSR-LF-FP-LOW               PIC 9(04).
001580     05  RSR-LF-FP-HIGH              PIC 9(04).
001590     05  RSR-LF-GEN-LOW              PIC 9(04).
001600
001610 77  RSR-SRC-COUNT               PIC 9(04) VALUE ZERO COMP.
001620 77  RSR-SRC-SUB                 PIC 9(04) VALUE ZERO COMP.
001630 77  RSR-SUB                     PIC 9(04) VALUE ZERO COMP.
001640 77  RSR-SEV                     PIC 9(04) VALUE ZERO COMP.
001650 77  RSR-FP-COUNT                PIC 9(05) VALUE ZERO COMP.
001660 77  RSR-FP-SUB                  PIC 9(05) VALUE ZERO COMP.
001670 77  RSR-CUT-COUNT               PIC 9(07) VALUE ZERO COMP.
001680 77  RSR-SUGGEST                 PIC 9(04) VALUE ZERO.
001690 77  RSR-FP-RATE                 PIC 9(03)V9 VALUE ZERO.
001700 77  RSR-ALERTS-READ             PIC 9(09) VALUE ZERO COMP.
001710 77  RSR-ALERTS-MONTH            PIC 9(07) VALUE ZERO COMP.
001720 77  RSR-MATCHED                 PIC 9(07) VALUE ZERO COMP.
001730 77  RSR-RES-MONTH               PIC 9(07) VALUE ZERO COMP.
001740 77  RSR-UNMATCHED               PIC 9(07) VALUE ZERO COMP.
001750 77  RSR-SUGGESTIONS             PIC 9(05) VALUE ZERO COMP.
001760 77  RSR-TOT-GENUINE             PIC 9(07) VALUE ZERO COMP.
001770 77  RSR-TOT-FALSE-POS           PIC 9(07) VALUE ZERO COMP.
001780 77  RSR-TOT-DUPLICATE           PIC 9(07) VALUE ZERO COMP.
001790 77  RSR-TOT-DATA-ERROR          PIC 9(07) VALUE ZERO COMP.
001800 77  RSR-TOT-UNRESOLVED          PIC 9(07) VALUE ZERO COMP.
001810
001820 01  RSR-EDIT-FIELDS.
001830     05  RSR-ED-X-1                  PIC ZZZ9.
001840     05  RSR-ED-X-2                  PIC ZZZ9.
001850     05  RSR-ED-COUNT-1              PIC Z,ZZZ,ZZ9.
001860     05  RSR-ED-COUNT-2              PIC Z,ZZZ,ZZ9.
001870
001880 01  RSR-REPORT-LINES.
001890     05  RSR-HDG-LINE-1.
001900         10  FILLER                  PIC X(40) VALUE SPACES.
001910         10  FILLER                  PIC X(44)
001920             VALUE 'IFTRESRP MONTHLY THRESHOLD EFFECTIVENESS'.
001930     05  RSR-HDG-LINE-2.
001940         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001950         10  RSR-HDG-DATE            PIC 9(08).
001960         10  FILLER                  PIC X(05) VALUE SPACES.
001970         10  FILLER                  PIC X(14)
001980             VALUE 'ALERT MONTH:  '.
001990         10  RSR-HDG-MONTH           PIC X(06).
002000     05  RSR-HDG-LINE-3.
002010         10  FILLER                  PIC X(06) VALUE 'SRC'.
002020         10  FILLER                  PIC X(10) VALUE 'SEVERITY'.
002030         10  FILLER                  PIC X(10) VALUE '    ALERTS'.
002040         10  FILLER                  PIC X(10) VALUE '  RESOLVED'.
002050         10  FILLER                  PIC X(10) VALUE '   GENUINE'.
002060         10  FILLER                  PIC X(10) VALUE ' FALSE-POS'.
002070         10  FILLER                  PIC X(10) VALUE ' DUPLICATE'.
002080         10  FILLER                  PIC X(10) VALUE 'DATA-ERROR'.
002090         10  FILLER                  PIC X(10) VALUE 'UNRESOLVED'.
002100         10  FILLER                  PIC X(09) VALUE '  FP RATE'.
002110         10  FILLER                  PIC X(14)
002120             VALUE '   FP X RANGE'.
002130     05  RSR-DET-LINE.
002140         10  RSR-DET-SOURCE          PIC X(03).
002150         10  FILLER                  PIC X(03) VALUE SPACES.
002160         10  RSR-DET-SEVERITY        PIC X(08).
002170         10  FILLER                  PIC X(05) VALUE SPACES.
002180         10  RSR-DET-ALERTS          PIC ZZZ,ZZ9.
002190         10  FILLER                  PIC X(03) VALUE SPACES.
002200         10  RSR-DET-RESOLVED        PIC ZZZ,ZZ9.
002210         10  FILLER                  PIC X(03) VALUE SPACES.
002220         10  RSR-DET-GENUINE         PIC ZZZ,ZZ9.
002230         10  FILLER                  PIC X(03) VALUE SPACES.
002240         10  RSR-DET-FALSE-POS       PIC ZZZ,ZZ9.
002250         10  FILLER                  PIC X(03) VALUE SPACES.
002260         10  RSR-DET-DUPLICATE       PIC ZZZ,ZZ9.
002270         10  FILLER                  PIC X(03) VALUE SPACES.
002280         10  RSR-DET-DATA-ERROR      PIC ZZZ,ZZ9.
002290         10  FILLER                  PIC X(03) VALUE SPACES.
002300         10  RSR-DET-UNRESOLVED      PIC ZZZ,ZZ9.
002310         10  FILLER                  PIC X(03) VALUE SPACES.
002320         10  RSR-DET-FP-RATE         PIC ZZ9.9.
002330         10  RSR-DET-PCT-SIGN        PIC X(01).
002340         10  FILLER                  PIC X(03) VALUE SPACES.
002350         10  RSR-DET-FP-RANGE        PIC X(11).
002360     05  RSR-SUG-LINE.
002370         10  FILLER                  PIC X(06) VALUE SPACES.
002380         10  FILLER                  PIC X(18)
002390             VALUE 'CURRENT THRESHOLD '.
002400         10  RSR-SUG-CURRENT         PIC ZZZ9.
002410         10  FILLER                  PIC X(20)
002420             VALUE '   LOWEST GENUINE X '.
002430         10  RSR-SUG-GEN-LOW         PIC X(04).
002440         10  FILLER                  PIC X(03) VALUE SPACES.
002450         10  RSR-SUG-TEXT            PIC X(70).
002460     05  RSR-CNT-LINE.
002470         10  RSR-CNT-LABEL           PIC X(34).
002480         10  RSR-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
002490     05  RSR-MSG-LINE.
002500         10  RSR-MSG-TEXT            PIC X(80).
002510
002520*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
002530 01  RSR-RLOG-STATUS             PIC X(02) VALUE '00'.
002540 01  RSR-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
002550 01  RSR-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
002560
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     ACCEPT RSR-RLOG-START-DATE FROM DATE YYYYMMDD.
002600     ACCEPT RSR-RLOG-START-TIME FROM TIME.
002610     PERFORM 1000-INITIALIZE
002620         THRU 1000-INITIALIZE-EXIT.
002630     IF RSR-FATAL
002640         DISPLAY 'IRP0092E RETURN CODE 8 - NOTHING REPORTED'
002650         MOVE 8 TO RETURN-CODE
002660         PERFORM 9000-WRITE-RUN-LOG
002670             THRU 9000-WRITE-RUN-LOG-EXIT
002680         GOBACK
002690     END-IF.
002700     PERFORM 2000-JOIN-ALERTS
002710         THRU 2000-JOIN-ALERTS-EXIT.
002720     PERFORM 3000-COUNT-RESOLUTIONS
002730         THRU 3000-COUNT-RESOLUTIONS-EXIT.
002740     PERFORM 4000-PRINT-SOURCES
002750         THRU 4000-PRINT-SOURCES-EXIT.
002760     PERFORM 8000-FINALIZE
002770         THRU 8000-FINALIZE-EXIT.
002780     PERFORM 9000-WRITE-RUN-LOG
002790         THRU 9000-WRITE-RUN-LOG-EXIT.
002800     GOBACK.
002810
002820 1000-INITIALIZE.
002830     ACCEPT RSR-RUN-DATE FROM DATE YYYYMMDD.
002840     OPEN INPUT RES-PARM-FILE.
002850     READ RES-PARM-FILE
002860         AT END
002870             DISPLAY 'IRP0001E RESPRM EMPTY - NO REPORT MONTH'
002880             MOVE 'Y' TO RSR-FATAL-SW
002890     END-READ.
002900     CLOSE RES-PARM-FILE.
002910     IF RSR-FATAL
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940     IF IFT-VPRM-REPORT-MONTH NOT NUMERIC
002950         DISPLAY 'IRP0002E REPORT MONTH NOT NUMERIC'
002960         MOVE 'Y' TO RSR-FATAL-SW
002970         GO TO 1000-INITIALIZE-EXIT
002980     END-IF.
002990     MOVE IFT-VPRM-REPORT-MONTH TO RSR-RPT-MONTH.
003000     MOVE RSR-RPT-MONTH TO RSR-MS-MONTH.
003010     DISPLAY 'IRP0003I REPORT MONTH           = ' RSR-RPT-MONTH.
003020     OPEN INPUT RES-MAST-FILE.
003030     IF RSR-MAST-STATUS NOT = '00'
003040         DISPLAY 'IRP0094E RESOLUTION MASTER OPEN STATUS '
003050             RSR-MAST-STATUS
003060         MOVE 'Y' TO RSR-FATAL-SW
003070         GO TO 1000-INITIALIZE-EXIT
003080     END-IF.
003090     OPEN OUTPUT REPORT-FILE.
003100     WRITE RPT-PRINT-LINE FROM RSR-HDG-LINE-1
003110         AFTER ADVANCING PAGE.
003120     MOVE RSR-RUN-DATE TO RSR-HDG-DATE.
003130     MOVE RSR-RPT-MONTH TO RSR-HDG-MONTH.
003140     WRITE RPT-PRINT-LINE FROM RSR-HDG-LINE-2
003150         AFTER ADVANCING 2 LINES.
003160     WRITE RPT-PRINT-LINE FROM RSR-HDG-LINE-3
003170         AFTER ADVANCING 2 LINES.
003180 1000-INITIALIZE-EXIT.
003190     EXIT.
003200
003210 2000-JOIN-ALERTS.
003220     OPEN INPUT ALERT-ARC-FILE.
003230 2000-JOIN-ARC-LOOP.
003240     READ ALERT-ARC-FILE
003250         AT END GO TO 2000-JOIN-ARC-DONE
003260     END-READ.
003270     MOVE RSR-ALERT-ARC-RECORD TO IFT-ALERT-RECORD.
003280     PERFORM 2100-POST-ALERT
003290         THRU 2100-POST-ALERT-EXIT.
003300     GO TO 2000-JOIN-ARC-LOOP.
003310 2000-JOIN-ARC-DONE.
003320     CLOSE ALERT-ARC-FILE.
003330     OPEN INPUT ALERT-LIVE-FILE.
003340 2000-JOIN-LIVE-LOOP.
003350     READ ALERT-LIVE-FILE
003360         AT END GO TO 2000-JOIN-LIVE-DONE
003370     END-READ.
003380     PERFORM 2100-POST-ALERT
003390         THRU 2100-POST-ALERT-EXIT.
003400     GO TO 2000-JOIN-LIVE-LOOP.
003410 2000-JOIN-LIVE-DONE.
003420     CLOSE ALERT-LIVE-FILE.
003430     DISPLAY 'IRP0010I ALERTS READ            = ' RSR-ALERTS-READ.
003440     DISPLAY 'IRP0011I ALERTS IN MONTH        = '
003450         RSR-ALERTS-MONTH.
003460 2000-JOIN-ALERTS-EXIT.
003470     EXIT.
003480
003490 2100-POST-ALERT.
003500*        ORIGINAL ALERTS OF THE MONTH ONLY - A RE-ISSUE IS
003510*        IFTESCAL CHASING AN OLDER ALERT AND IS NEVER RESOLVED ON
003520*        ITS OWN.
003530     ADD 1 TO RSR-ALERTS-READ.
003540     IF IFT-ALERT-RUN-DATE (1:6) NOT = RSR-RPT-MONTH OR
003550        IFT-ALERT-REISSUED
003560         GO TO 2100-POST-ALERT-EXIT
003570     END-IF.
003580     PERFORM 2200-FIND-SOURCE
003590         THRU 2200-FIND-SOURCE-EXIT.
003600     IF RSR-SRC-SUB = ZERO
003610         GO TO 2100-POST-ALERT-EXIT
003620     END-IF.
003630     ADD 1 TO RSR-ALERTS-MONTH.
003640     MOVE IFT-ALERT-RUN-DATE TO RSR-ALERT-DATE.
003650     MOVE 01 TO RSR-ALERT-CYCLE.
003660     IF IFT-ALERT-CYCLE-NO NUMERIC AND IFT-ALERT-CYCLE-NO > ZERO
003670         MOVE IFT-ALERT-CYCLE-NO TO RSR-ALERT-CYCLE
003680     END-IF.
003690     IF RSR-ALERT-RUN NOT < RSR-SRC-LAST-RUN (RSR-SRC-SUB)
003700         MOVE RSR-ALERT-RUN TO RSR-SRC-LAST-RUN (RSR-SRC-SUB)
003710         MOVE IFT-ALERT-THRESHOLD
003720             TO RSR-SRC-THRESHOLD (RSR-SRC-SUB)
003730     END-IF.
003740     IF IFT-ALERT-SEVERITY = 'CRITICAL'
003750         MOVE 2 TO RSR-SEV
003760     ELSE
003770         MOVE 1 TO RSR-SEV
003780     END-IF.
003790     ADD 1 TO RSR-SV-ALERTS (RSR-SRC-SUB, RSR-SEV).
003800     MOVE RSR-ALERT-DATE TO IFT-RES-RUN-DATE.
003810     MOVE RSR-ALERT-CYCLE TO IFT-RES-CYCLE-NO.
003820     MOVE IFT-ALERT-SEQ-NO TO IFT-RES-SEQ-NO.
003830     MOVE 'Y' TO RSR-RESOLVED-SW.
003840     READ RES-MAST-FILE
003850         INVALID KEY
003860             MOVE 'N' TO RSR-RESOLVED-SW
003870     END-READ.
003880     IF NOT RSR-RESOLVED
003890         ADD 1 TO RSR-SV-UNRESOLVED (RSR-SRC-SUB, RSR-SEV)
003900         GO TO 2100-POST-ALERT-EXIT
003910     END-IF.
003920     ADD 1 TO RSR-MATCHED.
003930     IF IFT-RES-GENUINE
003940         ADD 1 TO RSR-SV-GENUINE (RSR-SRC-SUB, RSR-SEV)
003950         IF IFT-ALERT-X-VALUE <
003960            RSR-SV-GEN-LOW (RSR-SRC-SUB, RSR-SEV)
003970             MOVE IFT-ALERT-X-VALUE
003980                 TO RSR-SV-GEN-LOW (RSR-SRC-SUB, RSR-SEV)
003990         END-IF
004000     END-IF.
004010     IF IFT-RES-FALSE-POSITIVE
004020         PERFORM 2300-POST-FALSE-POSITIVE
004030             THRU 2300-POST-FALSE-POSITIVE-EXIT
004040     END-IF.
004050     IF IFT-RES-DUPLICATE
004060         ADD 1 TO RSR-SV-DUPLICATE (RSR-SRC-SUB, RSR-SEV)
004070     END-IF.
004080     IF IFT-RES-DATA-ERROR
004090         ADD 1 TO RSR-SV-DATA-ERROR (RSR-SRC-SUB, RSR-SEV)
004100     END-IF.
004110 2100-POST-ALERT-EXIT.
004120     EXIT.
004130
004140 2200-FIND-SOURCE.
004150*        FIND THE ALERT'S SOURCE, OR INSERT IT IN CODE ORDER.
004160     MOVE ZERO TO RSR-SRC-SUB.
004170 2200-FIND-SOURCE-LOOP.
004180     ADD 1 TO RSR-SRC-SUB.
004190     IF RSR-SRC-SUB > RSR-SRC-COUNT
004200         GO TO 2200-FIND-SOURCE-NEW
004210     END-IF.
004220     IF RSR-SRC-CODE (RSR-SRC-SUB) = IFT-ALERT-SOURCE-CODE
004230         GO TO 2200-FIND-SOURCE-EXIT
004240     END-IF.
004250     IF RSR-SRC-CODE (RSR-SRC-SUB) > IFT-ALERT-SOURCE-CODE
004260         GO TO 2200-FIND-SOURCE-NEW
004270     END-IF.
004280     GO TO 2200-FIND-SOURCE-LOOP.
004290 2200-FIND-SOURCE-NEW.
004300     IF RSR-SRC-COUNT >= 100
004310         IF NOT RSR-SRC-FULL
004320             DISPLAY 'IRP0091W MORE THAN 100 SOURCES IN MONTH - '
004330                 IFT-ALERT-SOURCE-CODE ' AND LATER IGNORED'
004340             MOVE 'Y' TO RSR-SRC-FULL-SW
004350             MOVE 4 TO RETURN-CODE
004360         END-IF
004370         MOVE ZERO TO RSR-SRC-SUB
004380         GO TO 2200-FIND-SOURCE-EXIT
004390     END-IF.
004400     MOVE RSR-SRC-COUNT TO RSR-SUB.
004410 2200-FIND-SOURCE-SHIFT.
004420     IF RSR-SUB < RSR-SRC-SUB
004430         GO TO 2200-FIND-SOURCE-PLACE
004440     END-IF.
004450     MOVE RSR-SRC-ENTRY (RSR-SUB) TO RSR-SRC-ENTRY (RSR-SUB + 1).
004460     SUBTRACT 1 FROM RSR-SUB.
004470     GO TO 2200-FIND-SOURCE-SHIFT.
004480 2200-FIND-SOURCE-PLACE.
004490     ADD 1 TO RSR-SRC-COUNT.
004500     MOVE IFT-ALERT-SOURCE-CODE TO RSR-SRC-CODE (RSR-SRC-SUB).
004510     MOVE ZERO TO RSR-SRC-THRESHOLD (RSR-SRC-SUB).
004520     MOVE ZERO TO RSR-SRC-LAST-DATE (RSR-SRC-SUB).
004530     MOVE ZERO TO RSR-SRC-LAST-CYCLE (RSR-SRC-SUB).
004540     MOVE 1 TO RSR-SEV.
004550     PERFORM 2250-CLEAR-SEVERITY
004560         THRU 2250-CLEAR-SEVERITY-EXIT.
004570     MOVE 2 TO RSR-SEV.
004580     PERFORM 2250-CLEAR-SEVERITY
004590         THRU 2250-CLEAR-SEVERITY-EXIT.
004600 2200-FIND-SOURCE-EXIT.
004610     EXIT.
004620
004630 2250-CLEAR-SEVERITY.
004640     MOVE ZERO TO RSR-SV-ALERTS (RSR-SRC-SUB, RSR-SEV).
004650     MOVE ZERO TO RSR-SV-UNRESOLVED (RSR-SRC-SUB, RSR-SEV).
004660     MOVE ZERO TO RSR-SV-GENUINE (RSR-SRC-SUB, RSR-SEV).
004670     MOVE ZERO TO RSR-SV-FALSE-POS (RSR-SRC-SUB, RSR-SEV).
004680     MOVE ZERO TO RSR-SV-DUPLICATE (RSR-SRC-SUB, RSR-SEV).
004690     MOVE ZERO TO RSR-SV-DATA-ERROR (RSR-SRC-SUB, RSR-SEV).
004700     MOVE 9999 TO RSR-SV-FP-LOW (RSR-SRC-SUB, RSR-SEV).
004710     MOVE ZERO TO RSR-SV-FP-HIGH (RSR-SRC-SUB, RSR-SEV).
004720     MOVE 9999 TO RSR-SV-GEN-LOW (RSR-SRC-SUB, RSR-SEV).
004730 2250-CLEAR-SEVERITY-EXIT.
004740     EXIT.
004750
004760 2300-POST-FALSE-POSITIVE.
004770     ADD 1 TO RSR-SV-FALSE-POS (RSR-SRC-SUB, RSR-SEV).
004780     IF IFT-ALERT-X-VALUE < RSR-SV-FP-LOW (RSR-SRC-SUB, RSR-SEV)
004790         MOVE IFT-ALERT-X-VALUE
004800             TO RSR-SV-FP-LOW (RSR-SRC-SUB, RSR-SEV)
004810     END-IF.
004820     IF IFT-ALERT-X-VALUE > RSR-SV-FP-HIGH (RSR-SRC-SUB, RSR-SEV)
004830         MOVE IFT-ALERT-X-VALUE
004840             TO RSR-SV-FP-HIGH (RSR-SRC-SUB, RSR-SEV)
004850     END-IF.
004860     IF RSR-FP-COUNT >= 5000
004870         IF NOT RSR-FP-FULL
004880             DISPLAY 'IRP0093W MORE THAN 5000 FALSE POSITIVES - '
004890                 'SUGGESTIONS COUNT ONLY THE FIRST 5000'
004900             MOVE 'Y' TO RSR-FP-FULL-SW
004910             MOVE 4 TO RETURN-CODE
004920         END-IF
004930         GO TO 2300-POST-FALSE-POSITIVE-EXIT
004940     END-IF.
004950     ADD 1 TO RSR-FP-COUNT.
004960     MOVE IFT-ALERT-SOURCE-CODE TO RSR-FP-SOURCE (RSR-FP-COUNT).
004970     MOVE IFT-ALERT-X-VALUE TO RSR-FP-X (RSR-FP-COUNT).
004980 2300-POST-FALSE-POSITIVE-EXIT.
004990     EXIT.
005000
005010 3000-COUNT-RESOLUTIONS.
005020*        RESOLUTIONS ON THE MASTER FOR THE MONTH THAT NO ALERT
005030*        MATCHED - A KEY THE TICKETING SHOP GOT WRONG, OR AN ALERT
005040*        BACKED OUT SINCE.
005050     MOVE RSR-MONTH-START-DATE TO IFT-RES-RUN-DATE.
005060     MOVE ZERO TO IFT-RES-CYCLE-NO.
005070     MOVE ZERO TO IFT-RES-SEQ-NO.
005080     START RES-MAST-FILE KEY IS NOT < IFT-RES-KEY
005090         INVALID KEY GO TO 3000-COUNT-RESOLUTIONS-DONE
005100     END-START.
005110 3000-COUNT-RESOLUTIONS-LOOP.
005120     READ RES-MAST-FILE NEXT RECORD
005130         AT END GO TO 3000-COUNT-RESOLUTIONS-DONE
005140     END-READ.
005150     IF IFT-RES-RUN-DATE (1:6) NOT = RSR-RPT-MONTH
005160         GO TO 3000-COUNT-RESOLUTIONS-DONE
005170     END-IF.
005180     ADD 1 TO RSR-RES-MONTH.
005190     GO TO 3000-COUNT-RESOLUTIONS-LOOP.
005200 3000-COUNT-RESOLUTIONS-DONE.
005210     CLOSE RES-MAST-FILE.
005220     IF RSR-RES-MONTH > RSR-MATCHED
005230         COMPUTE RSR-UNMATCHED = RSR-RES-MONTH - RSR-MATCHED
005240     END-IF.
005250 3000-COUNT-RESOLUTIONS-EXIT.
005260     EXIT.
005270
005280 4000-PRINT-SOURCES.
005290     MOVE ZERO TO RSR-SRC-SUB.
005300 4000-PRINT-SOURCES-LOOP.
005310     ADD 1 TO RSR-SRC-SUB.
005320     IF RSR-SRC-SUB > RSR-SRC-COUNT
005330         GO TO 4000-PRINT-SOURCES-DONE
005340     END-IF.
005350     MOVE 1 TO RSR-SEV.
005360     PERFORM 4100-PRINT-SEVERITY
005370         THRU 4100-PRINT-SEVERITY-EXIT.
005380     MOVE 2 TO RSR-SEV.
005390     PERFORM 4100-PRINT-SEVERITY
005400         THRU 4100-PRINT-SEVERITY-EXIT.
005410     PERFORM 4200-PRINT-SOURCE-TOTAL
005420         THRU 4200-PRINT-SOURCE-TOTAL-EXIT.
005430     PERFORM 4300-SUGGEST-THRESHOLD
005440         THRU 4300-SUGGEST-THRESHOLD-EXIT.
005450     GO TO 4000-PRINT-SOURCES-LOOP.
005460 4000-PRINT-SOURCES-DONE.
005470     IF RSR-SRC-COUNT = ZERO
005480         MOVE 'NO ALERTS RAISED IN THE REPORT MONTH'
005490             TO RSR-MSG-TEXT
005500         WRITE RPT-PRINT-LINE FROM RSR-MSG-LINE
005510             AFTER ADVANCING 1 LINE
005520     END-IF.
005530 4000-PRINT-SOURCES-EXIT.
005540     EXIT.
005550
005560 4100-PRINT-SEVERITY.
005570     IF RSR-SV-ALERTS (RSR-SRC-SUB, RSR-SEV) = ZERO
005580         GO TO 4100-PRINT-SEVERITY-EXIT
005590     END-IF.
005600     MOVE RSR-SV-ALERTS (RSR-SRC-SUB, RSR-SEV) TO RSR-LF-ALERTS.
005610     MOVE RSR-SV-UNRESOLVED (RSR-SRC-SUB, RSR-SEV)
005620         TO RSR-LF-UNRESOLVED.
005630     MOVE RSR-SV-GENUINE (RSR-SRC-SUB, RSR-SEV) TO RSR-LF-GENUINE.
005640     MOVE RSR-SV-FALSE-POS (RSR-SRC-SUB, RSR-SEV)
005650         TO RSR-LF-FALSE-POS.
005660     MOVE RSR-SV-DUPLICATE (RSR-SRC-SUB, RSR-SEV)
005670         TO RSR-LF-DUPLICATE.
005680     MOVE RSR-SV-DATA-ERROR (RSR-SRC-SUB, RSR-SEV)
005690         TO RSR-LF-DATA-ERROR.
005700     MOVE RSR-SV-FP-LOW (RSR-SRC-SUB, RSR-SEV) TO RSR-LF-FP-LOW.
005710     MOVE RSR-SV-FP-HIGH (RSR-SRC-SUB, RSR-SEV) TO RSR-LF-FP-HIGH.
005720     MOVE RSR-SRC-CODE (RSR-SRC-SUB) TO RSR-DET-SOURCE.
005730     IF RSR-SEV = 2
005740         MOVE 'CRITICAL' TO RSR-DET-SEVERITY
005750     ELSE
005760         MOVE 'WARNING' TO RSR-DET-SEVERITY
005770     END-IF.
005780     PERFORM 4500-WRITE-FIGURES
005790         THRU 4500-WRITE-FIGURES-EXIT.
005800 4100-PRINT-SEVERITY-EXIT.
005810     EXIT.
005820
005830 4200-PRINT-SOURCE-TOTAL.
005840     COMPUTE RSR-LF-ALERTS = RSR-SV-ALERTS (RSR-SRC-SUB, 1)
005850         + RSR-SV-ALERTS (RSR-SRC-SUB, 2).
005860     COMPUTE RSR-LF-UNRESOLVED =
005870         RSR-SV-UNRESOLVED (RSR-SRC-SUB, 1)
005880         + RSR-SV-UNRESOLVED (RSR-SRC-SUB, 2).
005890     COMPUTE RSR-LF-GENUINE = RSR-SV-GENUINE (RSR-SRC-SUB, 1)
005900         + RSR-SV-GENUINE (RSR-SRC-SUB, 2).
005910     COMPUTE RSR-LF-FALSE-POS = RSR-SV-FALSE-POS (RSR-SRC-SUB, 1)
005920         + RSR-SV-FALSE-POS (RSR-SRC-SUB, 2).
005930     COMPUTE RSR-LF-DUPLICATE = RSR-SV-DUPLICATE (RSR-SRC-SUB, 1)
005940         + RSR-SV-DUPLICATE (RSR-SRC-SUB, 2).
005950     COMPUTE RSR-LF-DATA-ERROR =
005960         RSR-SV-DATA-ERROR (RSR-SRC-SUB, 1)
005970         + RSR-SV-DATA-ERROR (RSR-SRC-SUB, 2).
005980     MOVE RSR-SV-FP-LOW (RSR-SRC-SUB, 1) TO RSR-LF-FP-LOW.
005990     IF RSR-SV-FP-LOW (RSR-SRC-SUB, 2) < RSR-LF-FP-LOW
006000         MOVE RSR-SV-FP-LOW (RSR-SRC-SUB, 2) TO RSR-LF-FP-LOW
006010     END-IF.
006020     MOVE RSR-SV-FP-HIGH (RSR-SRC-SUB, 1) TO RSR-LF-FP-HIGH.
006030     IF RSR-SV-FP-HIGH (RSR-SRC-SUB, 2) > RSR-LF-FP-HIGH
006040         MOVE RSR-SV-FP-HIGH (RSR-SRC-SUB, 2) TO RSR-LF-FP-HIGH
006050     END-IF.
006060     MOVE RSR-SV-GEN-LOW (RSR-SRC-SUB, 1) TO RSR-LF-GEN-LOW.
006070     IF RSR-SV-GEN-LOW (RSR-SRC-SUB, 2) < RSR-LF-GEN-LOW
006080         MOVE RSR-SV-GEN-LOW (RSR-SRC-SUB, 2) TO RSR-LF-GEN-LOW
006090     END-IF.
006100     ADD RSR-LF-GENUINE TO RSR-TOT-GENUINE.
006110     ADD RSR-LF-FALSE-POS TO RSR-TOT-FALSE-POS.
006120     ADD RSR-LF-DUPLICATE TO RSR-TOT-DUPLICATE.
006130     ADD RSR-LF-DATA-ERROR TO RSR-TOT-DATA-ERROR.
006140     ADD RSR-LF-UNRESOLVED TO RSR-TOT-UNRESOLVED.
006150     MOVE SPACES TO RSR-DET-SOURCE.
006160     MOVE 'ALL' TO RSR-DET-SEVERITY.
006170     PERFORM 4500-WRITE-FIGURES
006180         THRU 4500-WRITE-FIGURES-EXIT.
006190 4200-PRINT-SOURCE-TOTAL-EXIT.
006200     EXIT.
006210
006220 4300-SUGGEST-THRESHOLD.
006230*        THE HIGHEST FALSE-POSITIVE X BELOW THE LOWEST GENUINE X
006240*        (ANY FALSE POSITIVE WHEN NOTHING WAS GENUINE) IS THE
006250*        SMALLEST RAISE THAT CUTS THEM WITHOUT LOSING A GENUINE
006260*        ALERT.  RSR-LF- STILL HOLDS THE SOURCE TOTALS FROM 4200.
006270     MOVE SPACES TO RSR-SUG-TEXT.
006280     MOVE RSR-SRC-THRESHOLD (RSR-SRC-SUB) TO RSR-SUG-CURRENT.
006290     MOVE 'N' TO RSR-HAS-GENUINE-SW.
006300     IF RSR-LF-GENUINE > ZERO
006310         MOVE 'Y' TO RSR-HAS-GENUINE-SW
006320         MOVE RSR-LF-GEN-LOW TO RSR-ED-X-1
006330         MOVE RSR-ED-X-1 TO RSR-SUG-GEN-LOW
006340     ELSE
006350         MOVE 'NONE' TO RSR-SUG-GEN-LOW
006360     END-IF.
006370     IF RSR-LF-FALSE-POS = ZERO
006380         MOVE 'NO FALSE POSITIVES - NO CHANGE SUGGESTED'
006390             TO RSR-SUG-TEXT
006400         GO TO 4300-SUGGEST-THRESHOLD-PRINT
006410     END-IF.
006420     MOVE ZERO TO RSR-CUT-COUNT.
006430     MOVE ZERO TO RSR-SUGGEST.
006440     MOVE ZERO TO RSR-FP-SUB.
006450 4300-SUGGEST-THRESHOLD-SCAN.
006460     ADD 1 TO RSR-FP-SUB.
006470     IF RSR-FP-SUB > RSR-FP-COUNT
006480         GO TO 4300-SUGGEST-THRESHOLD-SCANNED
006490     END-IF.
006500     IF RSR-FP-SOURCE (RSR-FP-SUB) NOT =
006510        RSR-SRC-CODE (RSR-SRC-SUB)
006520         GO TO 4300-SUGGEST-THRESHOLD-SCAN
006530     END-IF.
006540     IF RSR-HAS-GENUINE AND
006550        RSR-FP-X (RSR-FP-SUB) NOT < RSR-LF-GEN-LOW
006560         GO TO 4300-SUGGEST-THRESHOLD-SCAN
006570     END-IF.
006580     ADD 1 TO RSR-CUT-COUNT.
006590     IF RSR-FP-X (RSR-FP-SUB) > RSR-SUGGEST
006600         MOVE RSR-FP-X (RSR-FP-SUB) TO RSR-SUGGEST
006610     END-IF.
006620     GO TO 4300-SUGGEST-THRESHOLD-SCAN.
006630 4300-SUGGEST-THRESHOLD-SCANNED.
006640     IF RSR-CUT-COUNT = ZERO
006650         MOVE 'FALSE POSITIVES AMONG GENUINE - NO SAFE CHANGE'
006660             TO RSR-SUG-TEXT
006670         GO TO 4300-SUGGEST-THRESHOLD-PRINT
006680     END-IF.
006690     IF RSR-SUGGEST NOT > RSR-SRC-THRESHOLD (RSR-SRC-SUB)
006700         MOVE 'CURRENT THRESHOLD ALREADY CUTS THEM'
006710             TO RSR-SUG-TEXT
006720         GO TO 4300-SUGGEST-THRESHOLD-PRINT
006730     END-IF.
006740     MOVE RSR-SUGGEST TO RSR-ED-X-1.
006750     MOVE RSR-CUT-COUNT TO RSR-ED-COUNT-1.
006760     MOVE RSR-LF-FALSE-POS TO RSR-ED-COUNT-2.
006770     STRING 'SUGGESTED THRESHOLD ' DELIMITED BY SIZE
006780            RSR-ED-X-1 DELIMITED BY SIZE
006790            ' CUTS' DELIMITED BY SIZE
006800            RSR-ED-COUNT-1 DELIMITED BY SIZE
006810            ' OF' DELIMITED BY SIZE
006820            RSR-ED-COUNT-2 DELIMITED BY SIZE
006830            ' FALSE POSITIVES' DELIMITED BY SIZE
006840         INTO RSR-SUG-TEXT
006850     END-STRING.
006860     ADD 1 TO RSR-SUGGESTIONS.
006870 4300-SUGGEST-THRESHOLD-PRINT.
006880     WRITE RPT-PRINT-LINE FROM RSR-SUG-LINE
006890         AFTER ADVANCING 1 LINE.
006900     MOVE SPACES TO RPT-PRINT-LINE.
006910     WRITE RPT-PRINT-LINE
006920         AFTER ADVANCING 1 LINE.
006930 4300-SUGGEST-THRESHOLD-EXIT.
006940     EXIT.
006950
006960 4500-WRITE-FIGURES.
006970*        ONE LINE FROM RSR-LINE-FIGURES.  THE RATE IS OVER THE
006980*        RESOLVED ALERTS ONLY.
006990     COMPUTE RSR-LF-RESOLVED = RSR-LF-ALERTS - RSR-LF-UNRESOLVED.
007000     MOVE RSR-LF-ALERTS TO RSR-DET-ALERTS.
007010     MOVE RSR-LF-RESOLVED TO RSR-DET-RESOLVED.
007020     MOVE RSR-LF-GENUINE TO RSR-DET-GENUINE.
007030     MOVE RSR-LF-FALSE-POS TO RSR-DET-FALSE-POS.
007040     MOVE RSR-LF-DUPLICATE TO RSR-DET-DUPLICATE.
007050     MOVE RSR-LF-DATA-ERROR TO RSR-DET-DATA-ERROR.
007060     MOVE RSR-LF-UNRESOLVED TO RSR-DET-UNRESOLVED.
007070     IF RSR-LF-RESOLVED > ZERO
007080         COMPUTE RSR-FP-RATE ROUNDED =
007090             RSR-LF-FALSE-POS * 100 / RSR-LF-RESOLVED
007100         MOVE RSR-FP-RATE TO RSR-DET-FP-RATE
007110         MOVE '%' TO RSR-DET-PCT-SIGN
007120     ELSE
007130         MOVE ZERO TO RSR-DET-FP-RATE
007140         MOVE SPACE TO RSR-DET-PCT-SIGN
007150     END-IF.
007160     MOVE SPACES TO RSR-DET-FP-RANGE.
007170     IF RSR-LF-FALSE-POS > ZERO
007180         MOVE RSR-LF-FP-LOW TO RSR-ED-X-1
007190         MOVE RSR-LF-FP-HIGH TO RSR-ED-X-2
007200         STRING RSR-ED-X-1 DELIMITED BY SIZE
007210                ' - ' DELIMITED BY SIZE
007220                RSR-ED-X-2 DELIMITED BY SIZE
007230             INTO RSR-DET-FP-RANGE
007240         END-STRING
007250     END-IF.
007260     WRITE RPT-PRINT-LINE FROM RSR-DET-LINE
007270         AFTER ADVANCING 1 LINE.
007280 4500-WRITE-FIGURES-EXIT.
007290     EXIT.
007300
007310 8000-FINALIZE.
007320     MOVE 'SOURCES WITH ALERTS' TO RSR-CNT-LABEL.
007330     MOVE RSR-SRC-COUNT TO RSR-CNT-VALUE.
007340     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007350         AFTER ADVANCING 2 LINES.
007360     MOVE 'ORIGINAL ALERTS IN MONTH' TO RSR-CNT-LABEL.
007370     MOVE RSR-ALERTS-MONTH TO RSR-CNT-VALUE.
007380     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007390         AFTER ADVANCING 1 LINE.
007400     MOVE '  RESOLVED GENUINE' TO RSR-CNT-LABEL.
007410     MOVE RSR-TOT-GENUINE TO RSR-CNT-VALUE.
007420     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007430         AFTER ADVANCING 1 LINE.
007440     MOVE '  RESOLVED FALSE-POSITIVE' TO RSR-CNT-LABEL.
007450     MOVE RSR-TOT-FALSE-POS TO RSR-CNT-VALUE.
007460     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007470         AFTER ADVANCING 1 LINE.
007480     MOVE '  RESOLVED DUPLICATE' TO RSR-CNT-LABEL.
007490     MOVE RSR-TOT-DUPLICATE TO RSR-CNT-VALUE.
007500     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007510         AFTER ADVANCING 1 LINE.
007520     MOVE '  RESOLVED DATA-ERROR' TO RSR-CNT-LABEL.
007530     MOVE RSR-TOT-DATA-ERROR TO RSR-CNT-VALUE.
007540     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007550         AFTER ADVANCING 1 LINE.
007560     MOVE '  NOT YET RESOLVED' TO RSR-CNT-LABEL.
007570     MOVE RSR-TOT-UNRESOLVED TO RSR-CNT-VALUE.
007580     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007590         AFTER ADVANCING 1 LINE.
007600     MOVE 'RESOLUTIONS MATCHING NO ALERT' TO RSR-CNT-LABEL.
007610     MOVE RSR-UNMATCHED TO RSR-CNT-VALUE.
007620     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007630         AFTER ADVANCING 1 LINE.
007640     MOVE 'SOURCES WITH A SUGGESTED CHANGE' TO RSR-CNT-LABEL.
007650     MOVE RSR-SUGGESTIONS TO RSR-CNT-VALUE.
007660     WRITE RPT-PRINT-LINE FROM RSR-CNT-LINE
007670         AFTER ADVANCING 1 LINE.
007680     CLOSE REPORT-FILE.
007690     DISPLAY 'IRP0099I ALERTS IN MONTH        = '
007700         RSR-ALERTS-MONTH.
007710     DISPLAY 'IRP0099I RESOLUTIONS MATCHED    = ' RSR-MATCHED.
007720     DISPLAY 'IRP0099I RESOLUTIONS UNMATCHED  = ' RSR-UNMATCHED.
007730     DISPLAY 'IRP0099I SUGGESTED CHANGES      = ' RSR-SUGGESTIONS.
007740 8000-FINALIZE-EXIT.
007750     EXIT.
007760
007770 9000-WRITE-RUN-LOG.
007780*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
007790*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
007800*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
007810*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
007820*        THE STEP'S RETURN CODE.
007830     OPEN I-O RUN-LOG-FILE.
007840     IF RSR-RLOG-STATUS NOT = '00'
007850         DISPLAY 'IRP0080W RUN LOG OPEN STATUS ' RSR-RLOG-STATUS
007860             ' - STEP NOT LOGGED'
007870         GO TO 9000-WRITE-RUN-LOG-EXIT
007880     END-IF.
007890     MOVE SPACES TO IFT-RLOG-RECORD.
007900     MOVE RSR-RLOG-START-DATE TO IFT-RLOG-RUN-DATE.
007910     MOVE ZERO TO IFT-RLOG-CYCLE-NO.
007920     MOVE 'IFTRESRP' TO IFT-RLOG-PROGRAM.
007930     MOVE RSR-RLOG-START-DATE TO IFT-RLOG-START-DATE.
007940     MOVE RSR-RLOG-START-TIME TO IFT-RLOG-START-TIME.
007950     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
007960     ACCEPT IFT-RLOG-END-TIME FROM TIME.
007970     MOVE RSR-ALERTS-READ TO IFT-RLOG-IN-COUNT.
007980     MOVE ZERO TO IFT-RLOG-OUT-COUNT.
007990     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
008000     WRITE IFT-RLOG-RECORD
008010         INVALID KEY
008020             REWRITE IFT-RLOG-RECORD
008030                 INVALID KEY
008040                     DISPLAY 'IRP0081W RUN LOG ROW NOT WRITTEN - '
008050                         'STATUS ' RSR-RLOG-STATUS
008060             END-REWRITE
008070     END-WRITE.
008080     CLOSE RUN-LOG-FILE.
008090 9000-WRITE-RUN-LOG-EXIT.
008100     EXIT.
