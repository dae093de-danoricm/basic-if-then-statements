000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTBWIN.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   MORNING BATCH-WINDOW REPORT.  EVERY STEP OF THE NIGHTLY
000100*   STREAM (AND THE OFF-CYCLE RECYCLE, PURGE AND CHARGEBACK JOBS)
000110*   LEAVES A RUN-CONTROL ROW ON THE SHARED RUN LOG (IFTRLOG.CPY)
000120*   AS IT ENDS.  THIS PROGRAM READS THE LOG AND PRINTS, FOR THE
000130*   LATEST NIGHT ON IT (OR THE NIGHT NAMED ON THE WINPRM CONTROL
000140*   CARD):
000150*     - THE STEP TIMELINE IN START ORDER - CYCLE, PROGRAM, START,
000160*       END, ELAPSED TIME, RECORDS IN AND OUT AND RETURN CODE -
000170*       WITH EACH STEP'S ELAPSED TIME AGAINST ITS TARGET FROM THE
000180*       WINPRM CARDS (IFTWPRM.CPY), FLAGGED WHEN IT MISSED ITS
000190*       WINDOW;
000200*     - THE STEPS THAT NEVER RAN - AN EVERY-CYCLE STEP WITH NO
000210*       ROW FOR A CYCLE THE NIGHT RAN, OR A DAILY STEP WITH NO
000220*       ROW AT ALL THAT DAY;
000230*     - THE TREND OVER THE LOOK-BACK (DEFAULT 30 DAYS): EACH
000240*       STEP'S AVERAGE ELAPSED TIME IN THE RECENT HALF OF THE
000250*       LOOK-BACK AGAINST THE OLDER HALF, FLAGGED AS TRENDING
000260*       SLOWER WHEN IT IS UP BY MORE THAN THE CARD'S PERCENT
000270*       (DEFAULT 20) AND BOTH HALVES HAVE AT LEAST THREE RUNS.
000280*   THE OFF-CYCLE JOBS LOG UNDER THE DAY THEY RAN AT CYCLE 00,
000290*   SO THEY SHOW ON THE TIMELINE OF THAT DAY.  READ-ONLY.  RC 4
000300*   WHEN ANYTHING IS FLAGGED, RC 8 WHEN THE LOG CANNOT BE READ.
000310*
000320*   MODIFICATION HISTORY.
000330*   DATE       INIT  DESCRIPTION
000340*   ---------  ----  ----------------------------------------
000350*   10/15/2026 DCM   ORIGINAL VERSION.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 SPECIAL-NAMES.
000420     C01 IS TO-NEW-PAGE.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT WIN-PARM-FILE ASSIGN TO WINPRM
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS IFT-RLOG-KEY
000510         FILE STATUS IS BWN-RLOG-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO RPTFILE
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  WIN-PARM-FILE
000580     RECORDING MODE IS F.
000590     COPY IFTWPRM.
000600
000610 FD  RUN-LOG-FILE
000620     RECORDING MODE IS F.
000630     COPY IFTRLOG.
000640
000650 FD  REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  RPT-PRINT-LINE              PIC X(132).
000680
000690 WORKING-STORAGE SECTION.
000700 01  BWN-SWITCHES.
000710     05  BWN-FATAL-SW                PIC X(01) VALUE 'N'.
000720         88  BWN-FATAL                   VALUE 'Y'.
000730     05  BWN-PARM-EOF-SW             PIC X(01) VALUE 'N'.
000740         88  BWN-PARM-EOF                VALUE 'Y'.
000750     05  BWN-LOG-EOF-SW              PIC X(01) VALUE 'N'.
000760         88  BWN-LOG-EOF                 VALUE 'Y'.
000770     05  BWN-TIMED-SW                PIC X(01) VALUE 'N'.
000780         88  BWN-TIMED                   VALUE 'Y'.
000790     05  BWN-FOUND-SW                PIC X(01) VALUE 'N'.
000800         88  BWN-FOUND                   VALUE 'Y'.
000810     05  BWN-ROWS-FULL-SW            PIC X(01) VALUE 'N'.
000820         88  BWN-ROWS-FULL               VALUE 'Y'.
000830     05  BWN-STEPS-FULL-SW           PIC X(01) VALUE 'N'.
000840         88  BWN-STEPS-FULL              VALUE 'Y'.
000850
000860 01  BWN-RUN-DATE                PIC 9(08).
000870 01  BWN-REPORT-DATE             PIC 9(08) VALUE ZERO.
000880 01  BWN-SCAN-DATE               PIC 9(08) VALUE ZERO.
000890 01  BWN-RLOG-STATUS             PIC X(02) VALUE '00'.
000900 01  BWN-LOOKBACK                PIC 9(03) VALUE 030.
000910 01  BWN-SLOW-PCT                PIC 9(03) VALUE 020.
000920 01  BWN-TARGET-MINS             PIC 9(04) VALUE ZERO.
000930
000940*        LOOK-BACK WINDOW AS DAY NUMBERS - A ROW DATED ON OR
000950*        BEFORE THE MID DAY IS IN THE OLDER HALF, AFTER IT THE
000960*        RECENT HALF.
000970 01  BWN-REPORT-DAYS             PIC 9(07) VALUE ZERO.
000980 01  BWN-FROM-DAYS               PIC 9(07) VALUE ZERO.
000990 01  BWN-MID-DAYS                PIC 9(07) VALUE ZERO.
001000 01  BWN-ROW-DAYS                PIC 9(07) VALUE ZERO.
001010
001020*        ELAPSED-TIME WORK.  THE LOG CARRIES TIMES AS HHMMSSHH.
001030 01  BWN-TIME-WORK               PIC 9(08).
001040 01  BWN-TIME-PARTS REDEFINES BWN-TIME-WORK.
001050     05  BWN-TW-HH                   PIC 9(02).
001060     05  BWN-TW-MM                   PIC 9(02).
001070     05  BWN-TW-SS                   PIC 9(02).
001080     05  BWN-TW-HUNDREDTHS           PIC 9(02).
001090 01  BWN-START-SECS              PIC 9(05) VALUE ZERO.
001100 01  BWN-END-SECS                PIC 9(05) VALUE ZERO.
001110 01  BWN-DAY-DIFF                PIC S9(07) VALUE ZERO.
001120 01  BWN-ELAPSED-WORK            PIC S9(09) VALUE ZERO.
001130 01  BWN-ELAPSED                 PIC 9(07) VALUE ZERO.
001140
001150*        SECONDS TO HHH:MM:SS FOR PRINTING.
001160 01  BWN-FMT-SECS                PIC 9(07) VALUE ZERO.
001170 01  BWN-FMT-REST                PIC 9(07) VALUE ZERO.
001180 01  BWN-FMT-TIME.
001190     05  BWN-FMT-HH                  PIC ZZ9.
001200     05  FILLER                      PIC X(01) VALUE ':'.
001210     05  BWN-FMT-MM                  PIC 9(02).
001220     05  FILLER                      PIC X(01) VALUE ':'.
001230     05  BWN-FMT-SS                  PIC 9(02).
001240
001250*        ONE ENTRY PER PROGRAM - FROM THE WINPRM CARDS FIRST, THEN
001260*        ANY PROGRAM FOUND ON THE LOG WITHOUT A CARD (NO TARGET,
001270*        NOT EXPECTED).  THE OLDER/RECENT TOTALS FEED THE TREND.
001280 01  BWN-STEP-TABLE.
001290     05  BWN-STP-ENTRY OCCURS 50 TIMES.
001300         10  BWN-STP-PROGRAM         PIC X(08).
001310         10  BWN-STP-TARGET-SECS     PIC 9(07) COMP.
001320         10  BWN-STP-EXPECT          PIC X(01).
001330             88  BWN-STP-EVERY-CYCLE     VALUE 'C'.
001340             88  BWN-STP-DAILY           VALUE 'D'.
001350         10  BWN-STP-RAN-SW          PIC X(01).
001360             88  BWN-STP-RAN             VALUE 'Y'.
001370         10  BWN-STP-OLD-RUNS        PIC 9(05) COMP.
001380         10  BWN-STP-OLD-SECS        PIC 9(11) COMP.
001390         10  BWN-STP-NEW-RUNS        PIC 9(05) COMP.
001400         10  BWN-STP-NEW-SECS        PIC 9(11) COMP.
001410
001420*        THE REPORT NIGHT'S ROWS, KEPT IN START ORDER AS LOADED.
001430 01  BWN-ROW-TABLE.
001440     05  BWN-ROW-ENTRY OCCURS 300 TIMES.
001450         10  BWN-ROW-STAMP.
001460             15  BWN-ROW-START-DATE  PIC 9(08).
001470             15  BWN-ROW-START-TIME  PIC 9(08).
001480         10  BWN-ROW-END-DATE        PIC 9(08).
001490         10  BWN-ROW-END-TIME        PIC 9(08).
001500         10  BWN-ROW-CYCLE           PIC 9(02).
001510         10  BWN-ROW-PROGRAM         PIC X(08).
001520         10  BWN-ROW-ELAPSED         PIC 9(07).
001530         10  BWN-ROW-TIMED-SW        PIC X(01).
001540             88  BWN-ROW-TIMED           VALUE 'Y'.
001550         10  BWN-ROW-IN-COUNT        PIC 9(09).
001560         10  BWN-ROW-OUT-COUNT       PIC 9(09).
001570         10  BWN-ROW-RETURN-CODE     PIC 9(04).
001580         10  BWN-ROW-STEP-SUB        PIC 9(04) COMP.
001590 01  BWN-NEW-STAMP.
001600     05  BWN-NEW-START-DATE          PIC 9(08).
001610     05  BWN-NEW-START-TIME          PIC 9(08).
001620
001630*        CYCLES THE REPORT NIGHT RAN (CYCLE 01 THROUGH 99).
001640 01  BWN-CYCLE-TABLE.
001650     05  BWN-CYC-SEEN-SW OCCURS 99 TIMES PIC X(01).
001660         88  BWN-CYC-SEEN                VALUE 'Y'.
001670
001680 77  BWN-STEP-COUNT              PIC 9(04) VALUE ZERO COMP.
001690 77  BWN-ROW-COUNT               PIC 9(04) VALUE ZERO COMP.
001700 77  BWN-SUB                     PIC 9(04) VALUE ZERO COMP.
001710 77  BWN-STP-SUB                 PIC 9(04) VALUE ZERO COMP.
001720 77  BWN-CYC                     PIC 9(04) VALUE ZERO COMP.
001730 77  BWN-OLD-AVG                 PIC 9(07) VALUE ZERO COMP.
001740 77  BWN-NEW-AVG                 PIC 9(07) VALUE ZERO COMP.
001750 77  BWN-CHANGE-PCT              PIC S9(05) VALUE ZERO COMP.
001760 77  BWN-CARDS-READ              PIC 9(05) VALUE ZERO COMP.
001770 77  BWN-LOG-READ                PIC 9(07) VALUE ZERO COMP.
001780 77  BWN-LOG-WINDOW              PIC 9(07) VALUE ZERO COMP.
001790 77  BWN-MISSED                  PIC 9(05) VALUE ZERO COMP.
001800 77  BWN-NEVER-RAN               PIC 9(05) VALUE ZERO COMP.
001810 77  BWN-SLOWER                  PIC 9(05) VALUE ZERO COMP.
001820
001830 01  BWN-REPORT-LINES.
001840     05  BWN-HDG-LINE-1.
001850         10  FILLER                  PIC X(40) VALUE SPACES.
001860         10  FILLER                  PIC X(36)
001870             VALUE 'IFTBWIN NIGHTLY BATCH-WINDOW REPORT'.
001880     05  BWN-HDG-LINE-2.
001890         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001900         10  BWN-HDG-DATE            PIC 9(08).
001910         10  FILLER                  PIC X(05) VALUE SPACES.
001920         10  FILLER                  PIC X(13)
001930             VALUE 'REPORT DATE: '.
001940         10  BWN-HDG-REPORT-DATE     PIC 9(08).
001950         10  FILLER                  PIC X(05) VALUE SPACES.
001960         10  FILLER                  PIC X(16)
001970             VALUE 'LOOK-BACK DAYS: '.
001980         10  BWN-HDG-LOOKBACK        PIC ZZ9.
001990         10  FILLER                  PIC X(05) VALUE SPACES.
002000         10  FILLER                  PIC X(16)
002010             VALUE 'SLOWER BY OVER: '.
002020         10  BWN-HDG-SLOW-PCT        PIC ZZ9.
002030         10  FILLER                  PIC X(01) VALUE '%'.
002040     05  BWN-SECTION-LINE.
002050         10  BWN-SECTION-TEXT        PIC X(60).
002060     05  BWN-HDG-LINE-3.
002070         10  FILLER                  PIC X(04) VALUE 'CYC'.
002080         10  FILLER                  PIC X(10) VALUE 'PROGRAM'.
002090         10  FILLER                  PIC X(19)
002100             VALUE 'STARTED'.
002110         10  FILLER                  PIC X(19)
002120             VALUE 'ENDED'.
002130         10  FILLER                  PIC X(11) VALUE '  ELAPSED'.
002140         10  FILLER                  PIC X(08) VALUE 'TGT MIN'.
002150         10  FILLER                  PIC X(13)
002160             VALUE '   RECORDS IN'.
002170         10  FILLER                  PIC X(13)
002180             VALUE '  RECORDS OUT'.
002190         10  FILLER                  PIC X(06) VALUE '  RC'.
002200         10  FILLER                  PIC X(04) VALUE 'FLAG'.
002210     05  BWN-DET-LINE.
002220         10  BWN-DET-CYCLE           PIC 9(02).
002230         10  FILLER                  PIC X(02) VALUE SPACES.
002240         10  BWN-DET-PROGRAM         PIC X(08).
002250         10  FILLER                  PIC X(02) VALUE SPACES.
002260         10  BWN-DET-START-DATE      PIC 9(08).
002270         10  FILLER                  PIC X(01) VALUE SPACE.
002280         10  BWN-DET-START-TIME      PIC X(09).
002290         10  FILLER                  PIC X(01) VALUE SPACE.
002300         10  BWN-DET-END-DATE        PIC 9(08).
002310         10  FILLER                  PIC X(01) VALUE SPACE.
002320         10  BWN-DET-END-TIME        PIC X(09).
002330         10  FILLER                  PIC X(01) VALUE SPACE.
002340         10  BWN-DET-ELAPSED         PIC X(09).
002350         10  FILLER                  PIC X(04) VALUE SPACES.
002360         10  BWN-DET-TARGET          PIC ZZZ9 BLANK WHEN ZERO.
002370         10  FILLER                  PIC X(02) VALUE SPACES.
002380         10  BWN-DET-IN              PIC ZZZ,ZZZ,ZZ9.
002390         10  FILLER                  PIC X(02) VALUE SPACES.
002400         10  BWN-DET-OUT             PIC ZZZ,ZZZ,ZZ9.
002410         10  FILLER                  PIC X(02) VALUE SPACES.
002420         10  BWN-DET-RC              PIC ZZZ9.
002430         10  FILLER                  PIC X(02) VALUE SPACES.
002440         10  BWN-DET-FLAG            PIC X(15).
002450     05  BWN-NR-LINE.
002460         10  FILLER                  PIC X(04) VALUE SPACES.
002470         10  BWN-NR-PROGRAM          PIC X(08).
002480         10  FILLER                  PIC X(02) VALUE SPACES.
002490         10  BWN-NR-TEXT             PIC X(40).
002500     05  BWN-HDG-LINE-4.
002510         10  FILLER                  PIC X(10) VALUE 'PROGRAM'.
002520         10  FILLER                  PIC X(12)
002530             VALUE '  OLDER RUNS'.
002540         10  FILLER                  PIC X(12)
002550             VALUE '   OLDER AVG'.
002560         10  FILLER                  PIC X(13)
002570             VALUE '  RECENT RUNS'.
002580         10  FILLER                  PIC X(12)
002590             VALUE '  RECENT AVG'.
002600         10  FILLER                  PIC X(10) VALUE '   CHANGE'.
002610         10  FILLER                  PIC X(04) VALUE 'FLAG'.
002620     05  BWN-TRD-LINE.
002630         10  BWN-TRD-PROGRAM         PIC X(08).
002640         10  FILLER                  PIC X(06) VALUE SPACES.
002650         10  BWN-TRD-OLD-RUNS        PIC ZZ,ZZ9.
002660         10  FILLER                  PIC X(03) VALUE SPACES.
002670         10  BWN-TRD-OLD-AVG         PIC X(09).
002680         10  FILLER                  PIC X(07) VALUE SPACES.
002690         10  BWN-TRD-NEW-RUNS        PIC ZZ,ZZ9.
002700         10  FILLER                  PIC X(03) VALUE SPACES.
002710         10  BWN-TRD-NEW-AVG         PIC X(09).
002720         10  FILLER                  PIC X(04) VALUE SPACES.
002730         10  BWN-TRD-CHANGE          PIC -ZZZ9.
002740         10  BWN-TRD-PCT-SIGN        PIC X(01).
002750         10  FILLER                  PIC X(04) VALUE SPACES.
002760         10  BWN-TRD-FLAG            PIC X(20).
002770     05  BWN-CNT-LINE.
002780         10  BWN-CNT-LABEL           PIC X(34).
002790         10  BWN-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
002800     05  BWN-MSG-LINE.
002810         10  BWN-MSG-TEXT            PIC X(80).
002820
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-INITIALIZE-EXIT.
002870     IF BWN-FATAL
002880         DISPLAY 'IBW0092E RETURN CODE 8 - NOTHING REPORTED'
002890         MOVE 8 TO RETURN-CODE
002900         GOBACK
002910     END-IF.
002920     IF BWN-REPORT-DATE = ZERO
002930         PERFORM 7500-REPORT-NO-RUNS
002940             THRU 7500-REPORT-NO-RUNS-EXIT
002950         GOBACK
002960     END-IF.
002970     PERFORM 2000-LOAD-RUN-LOG
002980         THRU 2000-LOAD-RUN-LOG-EXIT.
002990     PERFORM 3000-PRINT-TIMELINE
003000         THRU 3000-PRINT-TIMELINE-EXIT.
003010     PERFORM 4000-CHECK-NEVER-RAN
003020         THRU 4000-CHECK-NEVER-RAN-EXIT.
003030     PERFORM 5000-PRINT-TRENDS
003040         THRU 5000-PRINT-TRENDS-EXIT.
003050     PERFORM 8000-FINALIZE
003060         THRU 8000-FINALIZE-EXIT.
003070     GOBACK.
003080
003090 1000-INITIALIZE.
003100     ACCEPT BWN-RUN-DATE FROM DATE YYYYMMDD.
003110     MOVE SPACES TO BWN-CYCLE-TABLE.
003120     PERFORM 1100-LOAD-CARDS
003130         THRU 1100-LOAD-CARDS-EXIT.
003140     DISPLAY 'IBW0002I LOOK-BACK DAYS         = ' BWN-LOOKBACK.
003150     DISPLAY 'IBW0003I SLOWER-BY PERCENT      = ' BWN-SLOW-PCT.
003160     DISPLAY 'IBW0004I STEPS ON WINPRM        = ' BWN-STEP-COUNT.
003170     OPEN INPUT RUN-LOG-FILE.
003180     IF BWN-RLOG-STATUS NOT = '00'
003190         DISPLAY 'IBW0094E RUN LOG OPEN STATUS ' BWN-RLOG-STATUS
003200         MOVE 'Y' TO BWN-FATAL-SW
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF.
003230     IF BWN-REPORT-DATE = ZERO
003240         PERFORM 1300-FIND-REPORT-DATE
003250             THRU 1300-FIND-REPORT-DATE-EXIT
003260     END-IF.
003270     DISPLAY 'IBW0005I REPORT DATE            = ' BWN-REPORT-DATE.
003280     OPEN OUTPUT REPORT-FILE.
003290     WRITE RPT-PRINT-LINE FROM BWN-HDG-LINE-1
003300         AFTER ADVANCING PAGE.
003310     MOVE BWN-RUN-DATE TO BWN-HDG-DATE.
003320     MOVE BWN-REPORT-DATE TO BWN-HDG-REPORT-DATE.
003330     MOVE BWN-LOOKBACK TO BWN-HDG-LOOKBACK.
003340     MOVE BWN-SLOW-PCT TO BWN-HDG-SLOW-PCT.
003350     WRITE RPT-PRINT-LINE FROM BWN-HDG-LINE-2
003360         AFTER ADVANCING 2 LINES.
003370     IF BWN-REPORT-DATE = ZERO
003380         GO TO 1000-INITIALIZE-EXIT
003390     END-IF.
003400     COMPUTE BWN-REPORT-DAYS =
003410         FUNCTION INTEGER-OF-DATE (BWN-REPORT-DATE).
003420     COMPUTE BWN-FROM-DAYS = BWN-REPORT-DAYS - BWN-LOOKBACK + 1.
003430     COMPUTE BWN-MID-DAYS = BWN-REPORT-DAYS - (BWN-LOOKBACK / 2).
003440 1000-INITIALIZE-EXIT.
003450     EXIT.
003460
003470 1100-LOAD-CARDS.
003480*        A BLANK PROGRAM NAME IS THE CONTROL CARD; EVERY OTHER
003490*        CARD NAMES ONE STEP.  A BAD TARGET MEANS NO TARGET, AND A
003500*        BAD EXPECTATION MEANS NOT EXPECTED - THE STEP IS STILL
003510*        TIMED.
003520     OPEN INPUT WIN-PARM-FILE.
003530 1100-LOAD-CARDS-LOOP.
003540     READ WIN-PARM-FILE
003550         AT END GO TO 1100-LOAD-CARDS-DONE
003560     END-READ.
003570     ADD 1 TO BWN-CARDS-READ.
003580     IF IFT-WPRM-PROGRAM = SPACES
003590         PERFORM 1150-APPLY-CONTROL-CARD
003600             THRU 1150-APPLY-CONTROL-CARD-EXIT
003610         GO TO 1100-LOAD-CARDS-LOOP
003620     END-IF.
003630     IF BWN-STEP-COUNT >= 50
003640         DISPLAY 'IBW0091W MORE THAN 50 STEP CARDS - '
003650             IFT-WPRM-PROGRAM ' IGNORED'
003660         MOVE 4 TO RETURN-CODE
003670         GO TO 1100-LOAD-CARDS-LOOP
003680     END-IF.
003690     ADD 1 TO BWN-STEP-COUNT.
003700     MOVE BWN-STEP-COUNT TO BWN-STP-SUB.
003710     PERFORM 1200-CLEAR-STEP
003720         THRU 1200-CLEAR-STEP-EXIT.
003730     MOVE IFT-WPRM-PROGRAM TO BWN-STP-PROGRAM (BWN-STP-SUB).
003740     IF IFT-WPRM-TARGET-MINS NUMERIC
003750         MOVE IFT-WPRM-TARGET-MINS TO BWN-TARGET-MINS
003760         COMPUTE BWN-STP-TARGET-SECS (BWN-STP-SUB) =
003770             BWN-TARGET-MINS * 60
003780     ELSE
003790         IF IFT-WPRM-TARGET-MINS NOT = SPACES
003800             DISPLAY 'IBW0006W BAD TARGET ON ' IFT-WPRM-PROGRAM
003810                 ' - NO TARGET'
003820         END-IF
003830     END-IF.
003840     IF IFT-WPRM-EVERY-CYCLE OR IFT-WPRM-DAILY OR
003850        IFT-WPRM-UNSCHEDULED
003860         MOVE IFT-WPRM-EXPECT TO BWN-STP-EXPECT (BWN-STP-SUB)
003870     ELSE
003880         DISPLAY 'IBW0007W BAD EXPECTATION ON ' IFT-WPRM-PROGRAM
003890             ' - NOT EXPECTED'
003900     END-IF.
003910     GO TO 1100-LOAD-CARDS-LOOP.
003920 1100-LOAD-CARDS-DONE.
003930     CLOSE WIN-PARM-FILE.
003940     IF BWN-CARDS-READ = ZERO
003950         DISPLAY 'IBW0001W WINPRM EMPTY - NO TARGETS OR EXPECTED'
003960             ' STEPS'
003970     END-IF.
003980 1100-LOAD-CARDS-EXIT.
003990     EXIT.
004000
004010 1150-APPLY-CONTROL-CARD.
004020     IF IFT-WPRM-LOOKBACK-DAYS NUMERIC AND
004030        IFT-WPRM-LOOKBACK-DAYS > ZERO
004040         MOVE IFT-WPRM-LOOKBACK-DAYS TO BWN-LOOKBACK
004050     END-IF.
004060     IF IFT-WPRM-SLOW-PCT NUMERIC
004070         MOVE IFT-WPRM-SLOW-PCT TO BWN-SLOW-PCT
004080     END-IF.
004090     IF IFT-WPRM-REPORT-DATE NUMERIC AND
004100        IFT-WPRM-REPORT-DATE > ZERO
004110         MOVE IFT-WPRM-REPORT-DATE TO BWN-REPORT-DATE
004120     END-IF.
004130 1150-APPLY-CONTROL-CARD-EXIT.
004140     EXIT.
004150
004160 1200-CLEAR-STEP.
004170     MOVE SPACES TO BWN-STP-PROGRAM (BWN-STP-SUB).
004180     MOVE ZERO TO BWN-STP-TARGET-SECS (BWN-STP-SUB).
004190     MOVE 'N' TO BWN-STP-EXPECT (BWN-STP-SUB).
004200     MOVE 'N' TO BWN-STP-RAN-SW (BWN-STP-SUB).
004210     MOVE ZERO TO BWN-STP-OLD-RUNS (BWN-STP-SUB).
004220     MOVE ZERO TO BWN-STP-OLD-SECS (BWN-STP-SUB).
004230     MOVE ZERO TO BWN-STP-NEW-RUNS (BWN-STP-SUB).
004240     MOVE ZERO TO BWN-STP-NEW-SECS (BWN-STP-SUB).
004250 1200-CLEAR-STEP-EXIT.
004260     EXIT.
004270
004280 1300-FIND-REPORT-DATE.
004290*        WITH NO DATE ON THE CONTROL CARD, REPORT THE LATEST NIGHT
004300*        ON THE LOG - THE HIGHEST RUN DATE WITH A NIGHTLY CYCLE
004310*        (01 AND UP) IN THE LOOK-BACK.  AN OFF-CYCLE JOB RUN THIS
004320*        MORNING MUST NOT MAKE TODAY LOOK LIKE A NIGHT THAT NEVER
004330*        RAN.
004340     COMPUTE BWN-ROW-DAYS =
004350         FUNCTION INTEGER-OF-DATE (BWN-RUN-DATE) - BWN-LOOKBACK.
004360     COMPUTE BWN-SCAN-DATE =
004370         FUNCTION DATE-OF-INTEGER (BWN-ROW-DAYS).
004380     MOVE LOW-VALUES TO IFT-RLOG-KEY.
004390     MOVE BWN-SCAN-DATE TO IFT-RLOG-RUN-DATE.
004400     START RUN-LOG-FILE KEY IS NOT < IFT-RLOG-KEY
004410         INVALID KEY GO TO 1300-FIND-REPORT-DATE-EXIT
004420     END-START.
004430 1300-FIND-REPORT-DATE-LOOP.
004440     READ RUN-LOG-FILE NEXT RECORD
004450         AT END GO TO 1300-FIND-REPORT-DATE-EXIT
004460     END-READ.
004470     IF IFT-RLOG-CYCLE-NO > ZERO AND
004480        IFT-RLOG-RUN-DATE > BWN-REPORT-DATE
004490         MOVE IFT-RLOG-RUN-DATE TO BWN-REPORT-DATE
004500     END-IF.
004510     GO TO 1300-FIND-REPORT-DATE-LOOP.
004520 1300-FIND-REPORT-DATE-EXIT.
004530     EXIT.
004540
004550 2000-LOAD-RUN-LOG.
004560*        ONE PASS OF THE LOOK-BACK: EVERY TIMED ROW ADDS TO ITS
004570*        STEP'S OLDER OR RECENT TOTALS, AND THE REPORT NIGHT'S
004580*        ROWS ALSO GO TO THE TIMELINE TABLE.
004590     COMPUTE BWN-SCAN-DATE =
004600         FUNCTION DATE-OF-INTEGER (BWN-FROM-DAYS).
004610     MOVE LOW-VALUES TO IFT-RLOG-KEY.
004620     MOVE BWN-SCAN-DATE TO IFT-RLOG-RUN-DATE.
004630     START RUN-LOG-FILE KEY IS NOT < IFT-RLOG-KEY
004640         INVALID KEY GO TO 2000-LOAD-RUN-LOG-DONE
004650     END-START.
004660 2000-LOAD-RUN-LOG-LOOP.
004670     READ RUN-LOG-FILE NEXT RECORD
004680         AT END GO TO 2000-LOAD-RUN-LOG-DONE
004690     END-READ.
004700     ADD 1 TO BWN-LOG-READ.
004710     IF IFT-RLOG-RUN-DATE > BWN-REPORT-DATE
004720         GO TO 2000-LOAD-RUN-LOG-DONE
004730     END-IF.
004740     IF IFT-RLOG-RUN-DATE = ZERO
004750         GO TO 2000-LOAD-RUN-LOG-LOOP
004760     END-IF.
004770     ADD 1 TO BWN-LOG-WINDOW.
004780     PERFORM 2100-COMPUTE-ELAPSED
004790         THRU 2100-COMPUTE-ELAPSED-EXIT.
004800     PERFORM 2200-FIND-STEP
004810         THRU 2200-FIND-STEP-EXIT.
004820     IF BWN-TIMED AND BWN-STP-SUB > ZERO
004830         COMPUTE BWN-ROW-DAYS =
004840             FUNCTION INTEGER-OF-DATE (IFT-RLOG-RUN-DATE)
004850         IF BWN-ROW-DAYS > BWN-MID-DAYS
004860             ADD 1 TO BWN-STP-NEW-RUNS (BWN-STP-SUB)
004870             ADD BWN-ELAPSED TO BWN-STP-NEW-SECS (BWN-STP-SUB)
004880         ELSE
004890             ADD 1 TO BWN-STP-OLD-RUNS (BWN-STP-SUB)
004900             ADD BWN-ELAPSED TO BWN-STP-OLD-SECS (BWN-STP-SUB)
004910         END-IF
004920     END-IF.
004930     IF IFT-RLOG-RUN-DATE = BWN-REPORT-DATE
004940         PERFORM 2300-ADD-TIMELINE
004950             THRU 2300-ADD-TIMELINE-EXIT
004960     END-IF.
004970     GO TO 2000-LOAD-RUN-LOG-LOOP.
004980 2000-LOAD-RUN-LOG-DONE.
004990     CLOSE RUN-LOG-FILE.
005000     DISPLAY 'IBW0010I LOG ROWS IN LOOK-BACK  = ' BWN-LOG-WINDOW.
005010     DISPLAY 'IBW0011I ROWS ON REPORT NIGHT   = ' BWN-ROW-COUNT.
005020 2000-LOAD-RUN-LOG-EXIT.
005030     EXIT.
005040
005050 2100-COMPUTE-ELAPSED.
005060*        ELAPSED SECONDS FROM START TO END, ACROSS MIDNIGHT WHERE
005070*        THE DATES DIFFER.  A ROW WITH A DAMAGED OR BACKWARD STAMP
005080*        IS SHOWN BUT NOT TIMED.
005090     MOVE 'N' TO BWN-TIMED-SW.
005100     MOVE ZERO TO BWN-ELAPSED.
005110     IF IFT-RLOG-START-DATE NOT NUMERIC OR
005120        IFT-RLOG-START-TIME NOT NUMERIC OR
005130        IFT-RLOG-END-DATE NOT NUMERIC OR
005140        IFT-RLOG-END-TIME NOT NUMERIC OR
005150        IFT-RLOG-START-DATE = ZERO OR
005160        IFT-RLOG-END-DATE = ZERO
005170         GO TO 2100-COMPUTE-ELAPSED-EXIT
005180     END-IF.
005190     COMPUTE BWN-DAY-DIFF =
005200         FUNCTION INTEGER-OF-DATE (IFT-RLOG-END-DATE) -
005210         FUNCTION INTEGER-OF-DATE (IFT-RLOG-START-DATE).
005220     MOVE IFT-RLOG-START-TIME TO BWN-TIME-WORK.
005230     COMPUTE BWN-START-SECS =
005240         BWN-TW-HH * 3600 + BWN-TW-MM * 60 + BWN-TW-SS.
005250     MOVE IFT-RLOG-END-TIME TO BWN-TIME-WORK.
005260     COMPUTE BWN-END-SECS =
005270         BWN-TW-HH * 3600 + BWN-TW-MM * 60 + BWN-TW-SS.
005280     COMPUTE BWN-ELAPSED-WORK =
005290         BWN-DAY-DIFF * 86400 + BWN-END-SECS - BWN-START-SECS.
005300     IF BWN-ELAPSED-WORK < ZERO
005310         GO TO 2100-COMPUTE-ELAPSED-EXIT
005320     END-IF.
005330     MOVE BWN-ELAPSED-WORK TO BWN-ELAPSED.
005340     MOVE 'Y' TO BWN-TIMED-SW.
005350 2100-COMPUTE-ELAPSED-EXIT.
005360     EXIT.
005370
005380 2200-FIND-STEP.
005390*        FIND THE ROW'S PROGRAM IN THE STEP TABLE, ADDING IT (NO
005400*        TARGET, NOT EXPECTED) WHEN IT HAS NO WINPRM CARD.
005410     MOVE ZERO TO BWN-STP-SUB.
005420 2200-FIND-STEP-LOOP.
005430     ADD 1 TO BWN-STP-SUB.
005440     IF BWN-STP-SUB > BWN-STEP-COUNT
005450         GO TO 2200-FIND-STEP-NEW
005460     END-IF.
005470     IF BWN-STP-PROGRAM (BWN-STP-SUB) = IFT-RLOG-PROGRAM
005480         GO TO 2200-FIND-STEP-EXIT
005490     END-IF.
005500     GO TO 2200-FIND-STEP-LOOP.
005510 2200-FIND-STEP-NEW.
005520     IF BWN-STEP-COUNT >= 50
005530         IF NOT BWN-STEPS-FULL
005540             DISPLAY 'IBW0093W MORE THAN 50 PROGRAMS ON THE LOG'
005550                 ' - LATER ONES NOT TRENDED'
005560             MOVE 'Y' TO BWN-STEPS-FULL-SW
005570             MOVE 4 TO RETURN-CODE
005580         END-IF
005590         MOVE ZERO TO BWN-STP-SUB
005600         GO TO 2200-FIND-STEP-EXIT
005610     END-IF.
005620     ADD 1 TO BWN-STEP-COUNT.
005630     MOVE BWN-STEP-COUNT TO BWN-STP-SUB.
005640     PERFORM 1200-CLEAR-STEP
005650         THRU 1200-CLEAR-STEP-EXIT.
005660     MOVE IFT-RLOG-PROGRAM TO BWN-STP-PROGRAM (BWN-STP-SUB).
005670 2200-FIND-STEP-EXIT.
005680     EXIT.
005690
005700 2300-ADD-TIMELINE.
005710*        INSERT THE ROW IN START ORDER - THE LOG ITSELF IS IN
005720*        CYCLE AND PROGRAM-NAME ORDER.
005730     IF BWN-ROW-COUNT >= 300
005740         IF NOT BWN-ROWS-FULL
005750             DISPLAY 'IBW0092W MORE THAN 300 ROWS ON THE REPORT '
005760                 'NIGHT - TIMELINE TRUNCATED'
005770             MOVE 'Y' TO BWN-ROWS-FULL-SW
005780             MOVE 4 TO RETURN-CODE
005790         END-IF
005800         GO TO 2300-ADD-TIMELINE-EXIT
005810     END-IF.
005820     IF BWN-STP-SUB > ZERO
005830         MOVE 'Y' TO BWN-STP-RAN-SW (BWN-STP-SUB)
005840     END-IF.
005850     IF IFT-RLOG-CYCLE-NO > ZERO
005860         MOVE 'Y' TO BWN-CYC-SEEN-SW (IFT-RLOG-CYCLE-NO)
005870     END-IF.
005880     MOVE IFT-RLOG-START-DATE TO BWN-NEW-START-DATE.
005890     MOVE IFT-RLOG-START-TIME TO BWN-NEW-START-TIME.
005900     MOVE BWN-ROW-COUNT TO BWN-SUB.
005910 2300-ADD-TIMELINE-SHIFT.
005920     IF BWN-SUB = ZERO
005930         GO TO 2300-ADD-TIMELINE-PLACE
005940     END-IF.
005950     IF BWN-ROW-STAMP (BWN-SUB) NOT > BWN-NEW-STAMP
005960         GO TO 2300-ADD-TIMELINE-PLACE
005970     END-IF.
005980     MOVE BWN-ROW-ENTRY (BWN-SUB) TO BWN-ROW-ENTRY (BWN-SUB + 1).
005990     SUBTRACT 1 FROM BWN-SUB.
006000     GO TO 2300-ADD-TIMELINE-SHIFT.
006010 2300-ADD-TIMELINE-PLACE.
006020     ADD 1 TO BWN-SUB.
006030     ADD 1 TO BWN-ROW-COUNT.
006040     MOVE BWN-NEW-STAMP TO BWN-ROW-STAMP (BWN-SUB).
006050     MOVE IFT-RLOG-END-DATE TO BWN-ROW-END-DATE (BWN-SUB).
006060     MOVE IFT-RLOG-END-TIME TO BWN-ROW-END-TIME (BWN-SUB).
006070     MOVE IFT-RLOG-CYCLE-NO TO BWN-ROW-CYCLE (BWN-SUB).
006080     MOVE IFT-RLOG-PROGRAM TO BWN-ROW-PROGRAM (BWN-SUB).
006090     MOVE BWN-ELAPSED TO BWN-ROW-ELAPSED (BWN-SUB).
006100     MOVE BWN-TIMED-SW TO BWN-ROW-TIMED-SW (BWN-SUB).
006110     MOVE IFT-RLOG-IN-COUNT TO BWN-ROW-IN-COUNT (BWN-SUB).
006120     MOVE IFT-RLOG-OUT-COUNT TO BWN-ROW-OUT-COUNT (BWN-SUB).
006130     MOVE IFT-RLOG-RETURN-CODE TO BWN-ROW-RETURN-CODE (BWN-SUB).
006140     MOVE BWN-STP-SUB TO BWN-ROW-STEP-SUB (BWN-SUB).
006150 2300-ADD-TIMELINE-EXIT.
006160     EXIT.
006170
006180 3000-PRINT-TIMELINE.
006190     MOVE 'STEP TIMELINE' TO BWN-SECTION-TEXT.
006200     WRITE RPT-PRINT-LINE FROM BWN-SECTION-LINE
006210         AFTER ADVANCING 2 LINES.
006220     WRITE RPT-PRINT-LINE FROM BWN-HDG-LINE-3
006230         AFTER ADVANCING 2 LINES.
006240     MOVE ZERO TO BWN-SUB.
006250 3000-PRINT-TIMELINE-LOOP.
006260     ADD 1 TO BWN-SUB.
006270     IF BWN-SUB > BWN-ROW-COUNT
006280         GO TO 3000-PRINT-TIMELINE-EXIT
006290     END-IF.
006300     PERFORM 3100-PRINT-ONE-ROW
006310         THRU 3100-PRINT-ONE-ROW-EXIT.
006320     GO TO 3000-PRINT-TIMELINE-LOOP.
006330 3000-PRINT-TIMELINE-EXIT.
006340     EXIT.
006350
006360 3100-PRINT-ONE-ROW.
006370     MOVE BWN-ROW-CYCLE (BWN-SUB) TO BWN-DET-CYCLE.
006380     MOVE BWN-ROW-PROGRAM (BWN-SUB) TO BWN-DET-PROGRAM.
006390     MOVE BWN-ROW-START-DATE (BWN-SUB) TO BWN-DET-START-DATE.
006400     MOVE BWN-ROW-START-TIME (BWN-SUB) TO BWN-TIME-WORK.
006410     PERFORM 7100-FORMAT-CLOCK
006420         THRU 7100-FORMAT-CLOCK-EXIT.
006430     MOVE BWN-FMT-TIME TO BWN-DET-START-TIME.
006440     MOVE BWN-ROW-END-DATE (BWN-SUB) TO BWN-DET-END-DATE.
006450     MOVE BWN-ROW-END-TIME (BWN-SUB) TO BWN-TIME-WORK.
006460     PERFORM 7100-FORMAT-CLOCK
006470         THRU 7100-FORMAT-CLOCK-EXIT.
006480     MOVE BWN-FMT-TIME TO BWN-DET-END-TIME.
006490     MOVE SPACES TO BWN-DET-FLAG.
006500     MOVE ZERO TO BWN-DET-TARGET.
006510     MOVE BWN-ROW-STEP-SUB (BWN-SUB) TO BWN-STP-SUB.
006520     IF BWN-STP-SUB > ZERO
006530         COMPUTE BWN-DET-TARGET =
006540             BWN-STP-TARGET-SECS (BWN-STP-SUB) / 60
006550     END-IF.
006560     IF BWN-ROW-TIMED (BWN-SUB)
006570         MOVE BWN-ROW-ELAPSED (BWN-SUB) TO BWN-FMT-SECS
006580         PERFORM 7000-FORMAT-SECS
006590             THRU 7000-FORMAT-SECS-EXIT
006600         MOVE BWN-FMT-TIME TO BWN-DET-ELAPSED
006610     ELSE
006620         MOVE '  UNKNOWN' TO BWN-DET-ELAPSED
006630         MOVE 'NOT TIMED' TO BWN-DET-FLAG
006640     END-IF.
006650     IF BWN-ROW-TIMED (BWN-SUB) AND BWN-STP-SUB > ZERO
006660         IF BWN-STP-TARGET-SECS (BWN-STP-SUB) > ZERO AND
006670            BWN-ROW-ELAPSED (BWN-SUB) >
006680                BWN-STP-TARGET-SECS (BWN-STP-SUB)
006690             MOVE 'MISSED WINDOW' TO BWN-DET-FLAG
006700             ADD 1 TO BWN-MISSED
006710         END-IF
006720     END-IF.
006730     MOVE BWN-ROW-IN-COUNT (BWN-SUB) TO BWN-DET-IN.
006740     MOVE BWN-ROW-OUT-COUNT (BWN-SUB) TO BWN-DET-OUT.
006750     MOVE BWN-ROW-RETURN-CODE (BWN-SUB) TO BWN-DET-RC.
006760     WRITE RPT-PRINT-LINE FROM BWN-DET-LINE
006770         AFTER ADVANCING 1 LINE.
006780 3100-PRINT-ONE-ROW-EXIT.
006790     EXIT.
006800
006810 4000-CHECK-NEVER-RAN.
006820*        AN EVERY-CYCLE STEP MUST HAVE A ROW FOR EACH CYCLE THE
006830*        NIGHT RAN (ANY STEP'S ROW FOR THAT CYCLE SAYS IT RAN); A
006840*        DAILY STEP NEEDS ONE ROW ANYWHERE ON THE REPORT DATE.
006850     MOVE 'STEPS THAT NEVER RAN' TO BWN-SECTION-TEXT.
006860     WRITE RPT-PRINT-LINE FROM BWN-SECTION-LINE
006870         AFTER ADVANCING 2 LINES.
006880     MOVE ZERO TO BWN-STP-SUB.
006890 4000-CHECK-NEVER-RAN-LOOP.
006900     ADD 1 TO BWN-STP-SUB.
006910     IF BWN-STP-SUB > BWN-STEP-COUNT
006920         GO TO 4000-CHECK-NEVER-RAN-DONE
006930     END-IF.
006940     IF BWN-STP-EVERY-CYCLE (BWN-STP-SUB)
006950         PERFORM 4100-CHECK-EVERY-CYCLE
006960             THRU 4100-CHECK-EVERY-CYCLE-EXIT
006970     END-IF.
006980     IF BWN-STP-DAILY (BWN-STP-SUB) AND
006990        NOT BWN-STP-RAN (BWN-STP-SUB)
007000         MOVE BWN-STP-PROGRAM (BWN-STP-SUB) TO BWN-NR-PROGRAM
007010         MOVE 'NO RUN ON THE REPORT DATE' TO BWN-NR-TEXT
007020         WRITE RPT-PRINT-LINE FROM BWN-NR-LINE
007030             AFTER ADVANCING 1 LINE
007040         ADD 1 TO BWN-NEVER-RAN
007050     END-IF.
007060     GO TO 4000-CHECK-NEVER-RAN-LOOP.
007070 4000-CHECK-NEVER-RAN-DONE.
007080     IF BWN-NEVER-RAN = ZERO
007090         MOVE 'EVERY EXPECTED STEP RAN' TO BWN-MSG-TEXT
007100         WRITE RPT-PRINT-LINE FROM BWN-MSG-LINE
007110             AFTER ADVANCING 1 LINE
007120     END-IF.
007130 4000-CHECK-NEVER-RAN-EXIT.
007140     EXIT.
007150
007160 4100-CHECK-EVERY-CYCLE.
007170     MOVE ZERO TO BWN-CYC.
007180 4100-CHECK-EVERY-CYCLE-LOOP.
007190     ADD 1 TO BWN-CYC.
007200     IF BWN-CYC > 99
007210         GO TO 4100-CHECK-EVERY-CYCLE-EXIT
007220     END-IF.
007230     IF NOT BWN-CYC-SEEN (BWN-CYC)
007240         GO TO 4100-CHECK-EVERY-CYCLE-LOOP
007250     END-IF.
007260     PERFORM 4200-FIND-ROW
007270         THRU 4200-FIND-ROW-EXIT.
007280     IF NOT BWN-FOUND
007290         MOVE BWN-STP-PROGRAM (BWN-STP-SUB) TO BWN-NR-PROGRAM
007300         MOVE SPACES TO BWN-NR-TEXT
007310         MOVE BWN-CYC TO BWN-DET-CYCLE
007320         STRING 'NO RUN FOR CYCLE ' DELIMITED BY SIZE
007330                BWN-DET-CYCLE DELIMITED BY SIZE
007340             INTO BWN-NR-TEXT
007350         END-STRING
007360         WRITE RPT-PRINT-LINE FROM BWN-NR-LINE
007370             AFTER ADVANCING 1 LINE
007380         ADD 1 TO BWN-NEVER-RAN
007390     END-IF.
007400     GO TO 4100-CHECK-EVERY-CYCLE-LOOP.
007410 4100-CHECK-EVERY-CYCLE-EXIT.
007420     EXIT.
007430
007440 4200-FIND-ROW.
007450     MOVE 'N' TO BWN-FOUND-SW.
007460     MOVE ZERO TO BWN-SUB.
007470 4200-FIND-ROW-LOOP.
007480     ADD 1 TO BWN-SUB.
007490     IF BWN-SUB > BWN-ROW-COUNT
007500         GO TO 4200-FIND-ROW-EXIT
007510     END-IF.
007520     IF BWN-ROW-CYCLE (BWN-SUB) = BWN-CYC AND
007530        BWN-ROW-PROGRAM (BWN-SUB) = BWN-STP-PROGRAM (BWN-STP-SUB)
007540         MOVE 'Y' TO BWN-FOUND-SW
007550         GO TO 4200-FIND-ROW-EXIT
007560     END-IF.
007570     GO TO 4200-FIND-ROW-LOOP.
007580 4200-FIND-ROW-EXIT.
007590     EXIT.
007600
007610 5000-PRINT-TRENDS.
007620     MOVE SPACES TO BWN-SECTION-TEXT.
007630     STRING 'ELAPSED-TIME TREND - RECENT HALF AGAINST OLDER HALF'
007640             DELIMITED BY SIZE
007650         INTO BWN-SECTION-TEXT
007660     END-STRING.
007670     WRITE RPT-PRINT-LINE FROM BWN-SECTION-LINE
007680         AFTER ADVANCING 2 LINES.
007690     WRITE RPT-PRINT-LINE FROM BWN-HDG-LINE-4
007700         AFTER ADVANCING 2 LINES.
007710     MOVE ZERO TO BWN-STP-SUB.
007720 5000-PRINT-TRENDS-LOOP.
007730     ADD 1 TO BWN-STP-SUB.
007740     IF BWN-STP-SUB > BWN-STEP-COUNT
007750         GO TO 5000-PRINT-TRENDS-EXIT
007760     END-IF.
007770     IF BWN-STP-OLD-RUNS (BWN-STP-SUB) = ZERO AND
007780        BWN-STP-NEW-RUNS (BWN-STP-SUB) = ZERO
007790         GO TO 5000-PRINT-TRENDS-LOOP
007800     END-IF.
007810     PERFORM 5100-TREND-ONE-STEP
007820         THRU 5100-TREND-ONE-STEP-EXIT.
007830     GO TO 5000-PRINT-TRENDS-LOOP.
007840 5000-PRINT-TRENDS-EXIT.
007850     EXIT.
007860
007870 5100-TREND-ONE-STEP.
007880     MOVE BWN-STP-PROGRAM (BWN-STP-SUB) TO BWN-TRD-PROGRAM.
007890     MOVE BWN-STP-OLD-RUNS (BWN-STP-SUB) TO BWN-TRD-OLD-RUNS.
007900     MOVE BWN-STP-NEW-RUNS (BWN-STP-SUB) TO BWN-TRD-NEW-RUNS.
007910     MOVE SPACES TO BWN-TRD-OLD-AVG.
007920     MOVE SPACES TO BWN-TRD-NEW-AVG.
007930     MOVE SPACES TO BWN-TRD-FLAG.
007940     MOVE ZERO TO BWN-TRD-CHANGE.
007950     MOVE SPACE TO BWN-TRD-PCT-SIGN.
007960     MOVE ZERO TO BWN-OLD-AVG.
007970     MOVE ZERO TO BWN-NEW-AVG.
007980     IF BWN-STP-OLD-RUNS (BWN-STP-SUB) > ZERO
007990         COMPUTE BWN-OLD-AVG ROUNDED =
008000             BWN-STP-OLD-SECS (BWN-STP-SUB) /
008010             BWN-STP-OLD-RUNS (BWN-STP-SUB)
008020         MOVE BWN-OLD-AVG TO BWN-FMT-SECS
008030         PERFORM 7000-FORMAT-SECS
008040             THRU 7000-FORMAT-SECS-EXIT
008050         MOVE BWN-FMT-TIME TO BWN-TRD-OLD-AVG
008060     END-IF.
008070     IF BWN-STP-NEW-RUNS (BWN-STP-SUB) > ZERO
008080         COMPUTE BWN-NEW-AVG ROUNDED =
008090             BWN-STP-NEW-SECS (BWN-STP-SUB) /
008100             BWN-STP-NEW-RUNS (BWN-STP-SUB)
008110         MOVE BWN-NEW-AVG TO BWN-FMT-SECS
008120         PERFORM 7000-FORMAT-SECS
008130             THRU 7000-FORMAT-SECS-EXIT
008140         MOVE BWN-FMT-TIME TO BWN-TRD-NEW-AVG
008150     END-IF.
008160     IF BWN-STP-OLD-RUNS (BWN-STP-SUB) < 3 OR
008170        BWN-STP-NEW-RUNS (BWN-STP-SUB) < 3
008180         MOVE 'TOO FEW RUNS' TO BWN-TRD-FLAG
008190         GO TO 5100-TREND-ONE-STEP-PRINT
008200     END-IF.
008210     IF BWN-OLD-AVG > ZERO
008220         COMPUTE BWN-CHANGE-PCT ROUNDED =
008230             (BWN-NEW-AVG - BWN-OLD-AVG) * 100 / BWN-OLD-AVG
008240             ON SIZE ERROR
008250                 MOVE 9999 TO BWN-CHANGE-PCT
008260         END-COMPUTE
008270         MOVE BWN-CHANGE-PCT TO BWN-TRD-CHANGE
008280         MOVE '%' TO BWN-TRD-PCT-SIGN
008290     END-IF.
008300     IF BWN-NEW-AVG * 100 > BWN-OLD-AVG * (100 + BWN-SLOW-PCT)
008310         MOVE 'TRENDING SLOWER' TO BWN-TRD-FLAG
008320         ADD 1 TO BWN-SLOWER
008330     END-IF.
008340 5100-TREND-ONE-STEP-PRINT.
008350     WRITE RPT-PRINT-LINE FROM BWN-TRD-LINE
008360         AFTER ADVANCING 1 LINE.
008370 5100-TREND-ONE-STEP-EXIT.
008380     EXIT.
008390
008400 7000-FORMAT-SECS.
008410*        BWN-FMT-SECS AS AN ELAPSED HHH:MM:SS.
008420     DIVIDE BWN-FMT-SECS BY 3600
008430         GIVING BWN-FMT-HH REMAINDER BWN-FMT-REST.
008440     DIVIDE BWN-FMT-REST BY 60
008450         GIVING BWN-FMT-MM REMAINDER BWN-FMT-SS.
008460 7000-FORMAT-SECS-EXIT.
008470     EXIT.
008480
008490 7100-FORMAT-CLOCK.
008500*        BWN-TIME-WORK (HHMMSSHH) AS A CLOCK TIME HH:MM:SS.
008510     IF BWN-TIME-WORK NOT NUMERIC
008520         MOVE ZERO TO BWN-TIME-WORK
008530     END-IF.
008540     MOVE BWN-TW-HH TO BWN-FMT-HH.
008550     MOVE BWN-TW-MM TO BWN-FMT-MM.
008560     MOVE BWN-TW-SS TO BWN-FMT-SS.
008570 7100-FORMAT-CLOCK-EXIT.
008580     EXIT.
008590
008600 7500-REPORT-NO-RUNS.
008610*        NOTHING NIGHTLY ON THE LOG IN THE WHOLE LOOK-BACK - THE
008620*        STREAM HAS NOT RUN, OR IT IS NOT LOGGING.
008630     CLOSE RUN-LOG-FILE.
008640     MOVE 'NO NIGHTLY RUN ON THE RUN LOG IN THE LOOK-BACK'
008650         TO BWN-MSG-TEXT.
008660     WRITE RPT-PRINT-LINE FROM BWN-MSG-LINE
008670         AFTER ADVANCING 2 LINES.
008680     CLOSE REPORT-FILE.
008690     DISPLAY 'IBW0020W NO NIGHTLY RUN ON THE LOG IN THE '
008700         'LOOK-BACK'.
008710     MOVE 4 TO RETURN-CODE.
008720 7500-REPORT-NO-RUNS-EXIT.
008730     EXIT.
008740
008750 8000-FINALIZE.
008760     MOVE 'STEP ROWS ON REPORT NIGHT' TO BWN-CNT-LABEL.
008770     MOVE BWN-ROW-COUNT TO BWN-CNT-VALUE.
008780     WRITE RPT-PRINT-LINE FROM BWN-CNT-LINE
008790         AFTER ADVANCING 3 LINES.
008800     MOVE 'STEPS THAT MISSED THEIR WINDOW' TO BWN-CNT-LABEL.
008810     MOVE BWN-MISSED TO BWN-CNT-VALUE.
008820     WRITE RPT-PRINT-LINE FROM BWN-CNT-LINE
008830         AFTER ADVANCING 1 LINE.
008840     MOVE 'EXPECTED STEP RUNS MISSING' TO BWN-CNT-LABEL.
008850     MOVE BWN-NEVER-RAN TO BWN-CNT-VALUE.
008860     WRITE RPT-PRINT-LINE FROM BWN-CNT-LINE
008870         AFTER ADVANCING 1 LINE.
008880     MOVE 'STEPS TRENDING SLOWER' TO BWN-CNT-LABEL.
008890     MOVE BWN-SLOWER TO BWN-CNT-VALUE.
008900     WRITE RPT-PRINT-LINE FROM BWN-CNT-LINE
008910         AFTER ADVANCING 1 LINE.
008920     CLOSE REPORT-FILE.
008930     IF BWN-MISSED > ZERO OR BWN-NEVER-RAN > ZERO OR
008940        BWN-SLOWER > ZERO
008950         MOVE 4 TO RETURN-CODE
008960     END-IF.
008970     DISPLAY 'IBW0099I STEP ROWS ON NIGHT     = ' BWN-ROW-COUNT.
008980     DISPLAY 'IBW0099I MISSED WINDOW          = ' BWN-MISSED.
008990     DISPLAY 'IBW0099I NEVER RAN              = ' BWN-NEVER-RAN.
009000     DISPLAY 'IBW0099I TRENDING SLOWER        = ' BWN-SLOWER.
009010 8000-FINALIZE-EXIT.
009020     EXIT.
