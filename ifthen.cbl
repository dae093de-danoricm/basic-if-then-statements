032YZB*                    FROM BURYING THE CONSOLE; A SINGLE MESSAGE
032YZC*                    AT END OF RUN SAYS HOW MANY MORE CRITICALS
032YZD*                    WERE SUPPRESSED.
032YZE*   10/15/2026 DCM   PER-SOURCE OUTLIER CHECK.  EACH SOURCE'S
032YZF*                    NORMAL RANGE (MEAN PLUS OR MINUS A SPREAD
032YZG*                    LIMIT OF STANDARD DEVIATIONS) IS BUILT AT
032YZH*                    START-UP FROM ITS DAY STATS S ROWS OVER THE
032YZI*                    OUTLPRM LOOK-BACK (IFTOPRM.CPY), AND ANY
032YZJ*                    EVALUATED X OUTSIDE IT IS FLAGGED ON THE
032YZK*                    AUDIT ROW AND WRITTEN TO THE OUTLOUT ANALYST
032YZL*                    FILE (IFTOUTL.CPY) WHATEVER ITS BAND - NEVER
032YZM*                    TO THE ALERT FILE.  S ROWS NOW CARRY THE SUM
032YZN*                    AND SUM OF SQUARES OF X AND THE OUTLIER
032YZO*                    COUNT; THE SUMMARY REPORT COUNTS OUTLIERS IN
032YZP*                    TOTAL AND BY SOURCE.
032YZQ*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
032YZR*                    AND END TIME, RECORDS IN AND OUT, RETURN
032YZS*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
032YZT*                    THE IFTBWIN BATCH-WINDOW REPORT.
032YZU*   10/15/2026 DCM   A RECYCLED RECORD'S ORIGINAL REJECT DATE IS
032YZV*                    CARRIED ONTO ITS AUDIT ROW SO IFTCHARG BILLS
032YZW*                    THE EVALUATION TO THE MONTH IT FIRST CAME IN.
00032Z*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000540         ORGANIZATION IS SEQUENTIAL.
000542     SELECT CRIT-NOTIFY-FILE ASSIGN TO CRITOUT
000544         ORGANIZATION IS SEQUENTIAL.
000547     SELECT OUTLIER-PARM-FILE ASSIGN TO OUTLPRM
00054A         ORGANIZATION IS SEQUENTIAL.
00054D     SELECT OUTLIER-FILE ASSIGN TO OUTLOUT
00054G         ORGANIZATION IS SEQUENTIAL.
00054K     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
00054N         ORGANIZATION IS INDEXED
00054Q         ACCESS MODE IS RANDOM
00054T         RECORD KEY IS IFT-RLOG-KEY
00054W         FILE STATUS IS IFT-RLOG-STATUS.
000550 
000560 DATA DIVISION.
000570 FILE SECTION.
000844 FD  CRIT-NOTIFY-FILE
000846     RECORDING MODE IS F.
000848     COPY IFTCNOT.
000850
000852 FD  OUTLIER-PARM-FILE
000855     RECORDING MODE IS F.
000858     COPY IFTOPRM.
00085B
00085D FD  OUTLIER-FILE
00085G     RECORDING MODE IS F.
00085J     COPY IFTOUTL.
00085M
00085O FD  RUN-LOG-FILE
00085R     RECORDING MODE IS F.
00085U     COPY IFTRLOG.
00085X 
000860 WORKING-STORAGE SECTION.
000870 01  IFT-SWITCHES.
000880     05  IFT-INPUT-EOF-SW            PIC X(01) VALUE 'N'.
000932         88  IFT-PARM-MISSING            VALUE 'Y'.
000933     05  IFT-PARM-FOUND-SW          PIC X(01) VALUE 'N'.
000934         88  IFT-PARM-FOUND              VALUE 'Y'.
000935     05  IFT-OUTLIER-SW              PIC X(01) VALUE SPACE.
000936         88  IFT-OUTLIER                 VALUE 'Y'.
000937     05  IFT-OUTLIER-DIR-SW          PIC X(01) VALUE SPACE.
000938     05  IFT-BASE-FULL-SW            PIC X(01) VALUE 'N'.
000939         88  IFT-BASE-FULL               VALUE 'Y'.
000940 
000950 01  IFT-CURRENT-PARMS.
000960     05  IFT-THRESHOLD               PIC 9(04) VALUE 0007.
00103B         10  IFT-SRC-LOW             PIC 9(06).
00103C         10  IFT-SRC-MEDIUM          PIC 9(06).
00103D         10  IFT-SRC-HIGH            PIC 9(06).
0103D1         10  IFT-SRC-SUM-X           PIC 9(10).
0103D2         10  IFT-SRC-SUM-SQ          PIC 9(14).
0103D3         10  IFT-SRC-OUTLIERS        PIC 9(06).
00103E
00103F 01  IFT-TALLY-WORK.
00103G     05  IFT-TALLY-CODE              PIC X(03).
00103H     05  IFT-TALLY-RESULT            PIC X(08).
0103H1     05  IFT-TALLY-X                 PIC 9(04).
0103H2     05  IFT-TALLY-OUTLIER-SW        PIC X(01).
00103I
00103J 77  IFT-SRC-COUNT               PIC 9(02) VALUE ZERO COMP.
00103K 77  IFT-SRC-SUB                 PIC 9(02) VALUE ZERO COMP.
0103N9 77  IFT-DEPT-SUB                PIC 9(02) VALUE ZERO COMP.
0103NA 01  IFT-DEPT-NAME-W             PIC X(30).
0103NB
0103NC*        OUTLIER CHECK SETTINGS - DEFAULTS HERE, OVERRIDDEN BY
0103ND*        THE OUTLPRM CARD.  A LOOK-BACK OF ZERO TURNS IT OFF.
0103NE 77  IFT-BASE-DAYS               PIC 9(03) VALUE 030.
0103NF 77  IFT-BASE-SPREAD-LIMIT       PIC 9V9 VALUE 3.0.
0103NG 77  IFT-BASE-MIN-VALUES         PIC 9(04) VALUE 0030.
0103NH 01  IFT-BASE-SPREAD-ED          PIC 9.9.
0103NI 01  IFT-BASE-FROM-DATE          PIC 9(08) VALUE ZERO.
0103NJ
0103NK*        PER-SOURCE BASELINE FOR THE OUTLIER CHECK, ONE ENTRY PER
0103NL*        SOURCE CODE FOUND ON THE DAY STATS S ROWS IN THE LOOK-
0103NM*        BACK.  READY ENTRIES HAVE ENOUGH VALUES TO BE JUDGED BY.
0103NN 01  IFT-BASE-TABLE.
0103NO     05  IFT-BASE-ENTRY OCCURS 50 TIMES.
0103NP         10  IFT-BASE-SOURCE         PIC X(03).
0103NQ         10  IFT-BASE-VALUES         PIC 9(09).
0103NR         10  IFT-BASE-SUM-X          PIC 9(13).
0103NS         10  IFT-BASE-SUM-SQ         PIC 9(17).
0103NT         10  IFT-BASE-MEAN           PIC 9(04)V99.
0103NU         10  IFT-BASE-SD             PIC 9(05)V99.
0103NV         10  IFT-BASE-LOW-LIMIT      PIC 9(05)V99.
0103NW         10  IFT-BASE-HIGH-LIMIT     PIC 9(05)V99.
0103NX         10  IFT-BASE-READY-SW       PIC X(01).
0103NY             88  IFT-BASE-READY          VALUE 'Y'.
0103NZ
0103O0 77  IFT-BASE-ENTRIES            PIC 9(02) VALUE ZERO COMP.
0103O1 77  IFT-BASE-SUB                PIC 9(02) VALUE ZERO COMP.
0103O2 77  IFT-BASE-READY-COUNT        PIC 9(02) VALUE ZERO COMP.
0103O3 01  IFT-BASE-WORK.
0103O4     05  IFT-BASE-MEAN-W             PIC 9(04)V9(06).
0103O5     05  IFT-BASE-MSQ-W              PIC 9(08)V9(06).
0103O6     05  IFT-BASE-VAR-W              PIC S9(08)V9(06).
0103O7     05  IFT-BASE-SD-W               PIC 9(05)V9(04).
0103O8     05  IFT-BASE-LOW-W              PIC S9(05)V99.
00103O 01  IFT-RESTART-DAY-DATE        PIC 9(08) VALUE ZERO.
00103Q 01  IFT-BEST-EFF-DATE           PIC 9(08) VALUE ZERO.
00103R 01  IFT-PARM-EFF-WORK           PIC 9(08) VALUE ZERO.
001230         88  IFT-FIRST-VALUE             VALUE 'Y'.
001231     05  IFT-RECORDS-WARNING         PIC 9(06) VALUE ZERO.
00123A     05  IFT-RECORDS-CRITICAL        PIC 9(06) VALUE ZERO.
00123B     05  IFT-RECORDS-OUTLIER         PIC 9(06) VALUE ZERO.
001232     05  IFT-TOTAL-LOW               PIC 9(10) VALUE ZERO.
001234     05  IFT-TOTAL-MEDIUM            PIC 9(10) VALUE ZERO.
001236     05  IFT-TOTAL-HIGH              PIC 9(10) VALUE ZERO.
0138H1         10  FILLER                  PIC X(04) VALUE SPACES.
0138H2         10  FILLER                  PIC X(09)
0138H3             VALUE 'THRESHOLD'.
0138H4         10  FILLER                  PIC X(03) VALUE SPACES.
0138H5         10  FILLER                  PIC X(08) VALUE 'OUTLIERS'.
00138I     05  IFT-SRC-DET-LINE.
00138J         10  IFT-SRC-DET-CODE        PIC X(03).
00138K         10  FILLER                  PIC X(02) VALUE SPACES.
0138T2         10  IFT-SRC-DET-THRESH      PIC ZZZ9.
0138T3         10  IFT-SRC-DET-THRESH-X REDEFINES IFT-SRC-DET-THRESH
0138T4                                     PIC X(04).
0138T5         10  FILLER                  PIC X(04) VALUE SPACES.
0138T6         10  IFT-SRC-DET-OUTLIERS    PIC ZZZ,ZZ9.
0138T7
0138T8*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
0138T9 01  IFT-RLOG-STATUS             PIC X(02) VALUE '00'.
0138TA 01  IFT-STEP-START-DATE         PIC 9(08) VALUE ZERO.
0138TB 01  IFT-STEP-START-TIME         PIC 9(08) VALUE ZERO.
001390
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001413     ACCEPT IFT-STEP-START-DATE FROM DATE YYYYMMDD.
001416     ACCEPT IFT-STEP-START-TIME FROM TIME.
001420     PERFORM 1000-INITIALIZE
001430         THRU 1000-INITIALIZE-EXIT.
001440     PERFORM 2000-PROCESS-ONE-RECORD
001460         UNTIL IFT-INPUT-EOF.
001470     PERFORM 8000-FINALIZE
001480         THRU 8000-FINALIZE-EXIT.
001483     PERFORM 9000-WRITE-RUN-LOG
001486         THRU 9000-WRITE-RUN-LOG-EXIT.
001490     GOBACK.
001500 
001510 1000-INITIALIZE.
00166B         THRU 1070-LOAD-DEPT-NAMES-EXIT.
00166C     CLOSE SOURCE-MASTER-FILE.
00166D     DISPLAY 'IFT0009I FEEDER SOURCES LOADED  = ' IFT-DEPT-COUNT.
00166K     PERFORM 1080-LOAD-OUTLIER-PARMS
00166S         THRU 1080-LOAD-OUTLIER-PARMS-EXIT.
001670     OPEN INPUT INPUT-FILE.
001680     OPEN OUTPUT REPORT-FILE.
001682     OPEN I-O STAT-FILE.
001730         OPEN EXTEND AUDIT-FILE
001740         OPEN EXTEND REJECT-FILE
001750         OPEN EXTEND ALERT-FILE
001755         OPEN EXTEND OUTLIER-FILE
001760         IF IFT-LAST-RESTART-SEQ > ZERO
001770             MOVE 'Y' TO IFT-SKIPPING-SW
001780         END-IF
001810         OPEN OUTPUT AUDIT-FILE
001820         OPEN OUTPUT REJECT-FILE
001830         OPEN OUTPUT ALERT-FILE
001835         OPEN OUTPUT OUTLIER-FILE
001840     END-IF.
001843     PERFORM 1160-BUILD-OUTLIER-BASELINE
001846         THRU 1160-BUILD-BASELINE-EXIT.
001850     PERFORM 1200-WRITE-REPORT-HEADING
001860         THRU 1200-WRITE-REPORT-HEADING-EXIT.
001870     PERFORM 1300-READ-INPUT
019122 1070-LOAD-DEPT-NAMES-EXIT.
019123     EXIT.
019124
191241 1080-LOAD-OUTLIER-PARMS.
191242*        THE OUTLIER CARD IS OPTIONAL - AN EMPTY CARD OR A BLANK
191243*        FIELD LEAVES THE WORKING-STORAGE DEFAULT IN PLACE.
191244     OPEN INPUT OUTLIER-PARM-FILE.
191245     READ OUTLIER-PARM-FILE
191246         AT END
191247             DISPLAY 'IFT0027W OUTLPRM EMPTY - USING DEFAULTS'
191248             MOVE SPACES TO IFT-OPRM-RECORD
191249     END-READ.
19124A     IF IFT-OPRM-LOOKBACK-DAYS NUMERIC
19124B         MOVE IFT-OPRM-LOOKBACK-DAYS TO IFT-BASE-DAYS
19124C     END-IF.
19124D     IF IFT-OPRM-SPREAD-LIMIT NUMERIC
19124E         IF IFT-OPRM-SPREAD-LIMIT-N > ZERO
19124F             MOVE IFT-OPRM-SPREAD-LIMIT-N TO IFT-BASE-SPREAD-LIMIT
19124G         END-IF
19124H     END-IF.
19124I     IF IFT-OPRM-MIN-VALUES NUMERIC
19124J         MOVE IFT-OPRM-MIN-VALUES TO IFT-BASE-MIN-VALUES
19124K     END-IF.
19124L     CLOSE OUTLIER-PARM-FILE.
19124M     MOVE IFT-BASE-SPREAD-LIMIT TO IFT-BASE-SPREAD-ED.
19124N     DISPLAY 'IFT0024I OUTLIER LOOK-BACK DAYS = ' IFT-BASE-DAYS.
19124O     DISPLAY 'IFT0025I OUTLIER SPREAD LIMIT   = '
19124P         IFT-BASE-SPREAD-ED ' STD DEV, MIN VALUES '
19124Q         IFT-BASE-MIN-VALUES.
19124R 1080-LOAD-OUTLIER-PARMS-EXIT.
19124S     EXIT.
19124T
019125 1090-DERIVE-CYCLE.
019126*        A FRESH RUN LANDING ON THE SAME DAY AS THE LAST
019127*        CHECKPOINT IS A SECOND CYCLE OF THAT DAY, NOT A
207ZZ9     MOVE IFT-DSTAT-SRC-LOW TO IFT-SRC-LOW (IFT-SRC-SUB).
207ZZA     MOVE IFT-DSTAT-SRC-MEDIUM TO IFT-SRC-MEDIUM (IFT-SRC-SUB).
207ZZB     MOVE IFT-DSTAT-SRC-HIGH TO IFT-SRC-HIGH (IFT-SRC-SUB).
07ZZB1     MOVE ZERO TO IFT-SRC-SUM-X (IFT-SRC-SUB).
07ZZB2     MOVE ZERO TO IFT-SRC-SUM-SQ (IFT-SRC-SUB).
07ZZB3     MOVE ZERO TO IFT-SRC-OUTLIERS (IFT-SRC-SUB).
07ZZB4     IF IFT-DSTAT-SRC-SUM-X NUMERIC AND
07ZZB5        IFT-DSTAT-SRC-SUM-SQ NUMERIC AND
07ZZB6        IFT-DSTAT-SRC-OUTLIERS NUMERIC
07ZZB7         MOVE IFT-DSTAT-SRC-SUM-X TO IFT-SRC-SUM-X (IFT-SRC-SUB)
07ZZB8         MOVE IFT-DSTAT-SRC-SUM-SQ TO IFT-SRC-SUM-SQ (IFT-SRC-SUB)
07ZZB9         MOVE IFT-DSTAT-SRC-OUTLIERS
07ZZBA             TO IFT-SRC-OUTLIERS (IFT-SRC-SUB)
07ZZBB         ADD IFT-DSTAT-SRC-OUTLIERS TO IFT-RECORDS-OUTLIER
07ZZBC     END-IF.
207ZZC     GO TO 1140-RECOVER-LOOP.
207ZZD 1140-RECOVER-SHOW.
207ZZE     DISPLAY 'IFT0022I SOURCES RECOVERED FROM STATS = '
02089B     END-IF.
00208B     MOVE IFT-AUDIT-SOURCE-CODE TO IFT-TALLY-CODE.
00208C     MOVE IFT-AUDIT-RESULT TO IFT-TALLY-RESULT.
0208C1     MOVE IFT-AUDIT-X-VALUE TO IFT-TALLY-X.
0208C2     MOVE IFT-AUDIT-OUTLIER-FLAG TO IFT-TALLY-OUTLIER-SW.
0208C3     IF IFT-AUDIT-OUTLIER
0208C4         ADD 1 TO IFT-RECORDS-OUTLIER
0208C5     END-IF.
00208D     PERFORM 2800-TALLY-SOURCE
00208E         THRU 2800-TALLY-SOURCE-EXIT.
0208E1     EVALUATE IFT-AUDIT-RESULT
0208PA     END-IF.
00208Q     MOVE IFT-REJECT-SOURCE-CODE TO IFT-TALLY-CODE.
00208R     MOVE 'REJECTED' TO IFT-TALLY-RESULT.
0208R1     MOVE SPACE TO IFT-TALLY-OUTLIER-SW.
00208S     PERFORM 2800-TALLY-SOURCE
00208T         THRU 2800-TALLY-SOURCE-EXIT.
00208V     GO TO 1150-REBUILD-REJECT-LOOP.
00208X     CLOSE REJECT-FILE.
00208Y 1150-REBUILD-SOURCE-EXIT.
00208Z     EXIT.
208Z01
208Z02 1160-BUILD-OUTLIER-BASELINE.
208Z03*        EACH SOURCE'S NORMAL RANGE COMES FROM ITS S ROWS OVER THE
208Z04*        LOOK-BACK - EVERY EARLIER DAY IN IT AND EVERY EARLIER
208Z05*        CYCLE OF TODAY, NEVER THIS RUN'S OWN ROWS (A RESTART LEG
208Z06*        FINDS THEM HALF-BUILT).  ONE KEYED BROWSE ADDS UP THE
208Z07*        VALUE COUNTS, SUMS AND SUMS OF SQUARES; THE MEAN AND
208Z08*        STANDARD DEVIATION FOLLOW FROM THOSE.  THE '***' BUCKET
208Z09*        MIXES SOURCES AND ROWS FROM BEFORE THE SUMS WERE CARRIED
208Z0A*        HAVE NONE, SO NEITHER COUNTS.
208Z0B     MOVE ZERO TO IFT-BASE-ENTRIES.
208Z0C     MOVE ZERO TO IFT-BASE-READY-COUNT.
208Z0D     IF IFT-BASE-DAYS = ZERO
208Z0E         DISPLAY 'IFT0026I OUTLIER CHECK OFF - LOOK-BACK IS ZERO'
208Z0F         GO TO 1160-BUILD-BASELINE-EXIT
208Z0G     END-IF.
208Z0H     IF NOT IFT-STAT-OPEN
208Z0I         DISPLAY 'IFT0028W NO DAY STATS - OUTLIER CHECK OFF'
208Z0J         GO TO 1160-BUILD-BASELINE-EXIT
208Z0K     END-IF.
208Z0L     COMPUTE IFT-BASE-FROM-DATE = FUNCTION DATE-OF-INTEGER
208Z0M         (FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE)
208Z0N          - IFT-BASE-DAYS).
208Z0O     MOVE IFT-BASE-FROM-DATE TO IFT-DSTAT-RUN-DATE.
208Z0P     MOVE ZERO TO IFT-DSTAT-CYCLE-NO.
208Z0Q     MOVE LOW-VALUES TO IFT-DSTAT-REC-TYPE.
208Z0R     MOVE LOW-VALUES TO IFT-DSTAT-SOURCE-CODE.
208Z0S     START STAT-FILE KEY NOT < IFT-DSTAT-KEY
208Z0T         INVALID KEY GO TO 1160-BUILD-BASELINE-CALC
208Z0U     END-START.
208Z0V 1160-BUILD-BASELINE-LOOP.
208Z0W     READ STAT-FILE NEXT
208Z0X         AT END GO TO 1160-BUILD-BASELINE-CALC
208Z0Y     END-READ.
208Z0Z     IF IFT-DSTAT-RUN-DATE > IFT-RUN-DATE
208Z10         GO TO 1160-BUILD-BASELINE-CALC
208Z11     END-IF.
208Z12     IF IFT-DSTAT-RUN-DATE = IFT-RUN-DATE AND
208Z13        IFT-DSTAT-CYCLE-NO NOT < IFT-RUN-CYCLE
208Z14         GO TO 1160-BUILD-BASELINE-CALC
208Z15     END-IF.
208Z16     IF IFT-DSTAT-REC-TYPE NOT = 'S' OR
208Z17        IFT-DSTAT-SOURCE-CODE = '***'
208Z18         GO TO 1160-BUILD-BASELINE-LOOP
208Z19     END-IF.
208Z1A     IF IFT-DSTAT-SRC-SUM-X NOT NUMERIC OR
208Z1B        IFT-DSTAT-SRC-SUM-SQ NOT NUMERIC
208Z1C         GO TO 1160-BUILD-BASELINE-LOOP
208Z1D     END-IF.
208Z1E     PERFORM 1170-POST-BASELINE-ROW
208Z1F         THRU 1170-POST-BASELINE-ROW-EXIT.
208Z1G     GO TO 1160-BUILD-BASELINE-LOOP.
208Z1H 1160-BUILD-BASELINE-CALC.
208Z1I     MOVE ZERO TO IFT-BASE-SUB.
208Z1J 1160-BUILD-BASELINE-NEXT.
208Z1K     ADD 1 TO IFT-BASE-SUB.
208Z1L     IF IFT-BASE-SUB > IFT-BASE-ENTRIES
208Z1M         GO TO 1160-BUILD-BASELINE-SHOW
208Z1N     END-IF.
208Z1O     PERFORM 1180-SET-NORMAL-RANGE
208Z1P         THRU 1180-SET-NORMAL-RANGE-EXIT.
208Z1Q     GO TO 1160-BUILD-BASELINE-NEXT.
208Z1R 1160-BUILD-BASELINE-SHOW.
208Z1S     DISPLAY 'IFT0026I SOURCES WITH A BASELINE = '
208Z1T         IFT-BASE-READY-COUNT ' FROM ' IFT-BASE-FROM-DATE.
208Z1U 1160-BUILD-BASELINE-EXIT.
208Z1V     EXIT.
208Z1W
208Z1X 1170-POST-BASELINE-ROW.
208Z1Y     MOVE ZERO TO IFT-BASE-SUB.
208Z1Z 1170-POST-BASELINE-LOOP.
208Z20     ADD 1 TO IFT-BASE-SUB.
208Z21     IF IFT-BASE-SUB > IFT-BASE-ENTRIES
208Z22         GO TO 1170-POST-BASELINE-NEW
208Z23     END-IF.
208Z24     IF IFT-BASE-SOURCE (IFT-BASE-SUB) = IFT-DSTAT-SOURCE-CODE
208Z25         GO TO 1170-POST-BASELINE-ADD
208Z26     END-IF.
208Z27     GO TO 1170-POST-BASELINE-LOOP.
208Z28 1170-POST-BASELINE-NEW.
208Z29     IF IFT-BASE-ENTRIES >= 50
208Z2A         IF NOT IFT-BASE-FULL
208Z2B             DISPLAY 'IFT0093W MORE THAN 50 BASELINE SOURCES -'
208Z2C                 ' EXCESS NOT JUDGED'
208Z2D             MOVE 'Y' TO IFT-BASE-FULL-SW
208Z2E         END-IF
208Z2F         GO TO 1170-POST-BASELINE-ROW-EXIT
208Z2G     END-IF.
208Z2H     ADD 1 TO IFT-BASE-ENTRIES.
208Z2I     MOVE IFT-BASE-ENTRIES TO IFT-BASE-SUB.
208Z2J     MOVE IFT-DSTAT-SOURCE-CODE TO IFT-BASE-SOURCE (IFT-BASE-SUB).
208Z2K     MOVE ZERO TO IFT-BASE-VALUES (IFT-BASE-SUB).
208Z2L     MOVE ZERO TO IFT-BASE-SUM-X (IFT-BASE-SUB).
208Z2M     MOVE ZERO TO IFT-BASE-SUM-SQ (IFT-BASE-SUB).
208Z2N 1170-POST-BASELINE-ADD.
208Z2O     COMPUTE IFT-BASE-VALUES (IFT-BASE-SUB) =
208Z2P         IFT-BASE-VALUES (IFT-BASE-SUB) + IFT-DSTAT-SRC-LOW
208Z2Q         + IFT-DSTAT-SRC-MEDIUM + IFT-DSTAT-SRC-HIGH.
208Z2R     ADD IFT-DSTAT-SRC-SUM-X TO IFT-BASE-SUM-X (IFT-BASE-SUB).
208Z2S     ADD IFT-DSTAT-SRC-SUM-SQ TO IFT-BASE-SUM-SQ (IFT-BASE-SUB).
208Z2T 1170-POST-BASELINE-ROW-EXIT.
208Z2U     EXIT.
208Z2V
208Z2W 1180-SET-NORMAL-RANGE.
208Z2X*        MEAN = SUM / N; VARIANCE = (SUM OF SQUARES / N) LESS THE
208Z2Y*        MEAN SQUARED.  THE NORMAL RANGE IS THE MEAN PLUS OR MINUS
208Z2Z*        THE SPREAD LIMIT TIMES THE STANDARD DEVIATION, FLOORED
208Z30*        AT ZERO.  A SOURCE WITH TOO FEW VALUES IS NOT JUDGED AT
208Z31*        ALL - A THIN BASELINE WOULD FLAG EVERYTHING.
208Z32     MOVE 'N' TO IFT-BASE-READY-SW (IFT-BASE-SUB).
208Z33     IF IFT-BASE-VALUES (IFT-BASE-SUB) = ZERO OR
208Z34        IFT-BASE-VALUES (IFT-BASE-SUB) < IFT-BASE-MIN-VALUES
208Z35         GO TO 1180-SET-NORMAL-RANGE-EXIT
208Z36     END-IF.
208Z37     COMPUTE IFT-BASE-MEAN-W ROUNDED =
208Z38         IFT-BASE-SUM-X (IFT-BASE-SUB) /
208Z39         IFT-BASE-VALUES (IFT-BASE-SUB).
208Z3A     COMPUTE IFT-BASE-MSQ-W ROUNDED =
208Z3B         IFT-BASE-SUM-SQ (IFT-BASE-SUB) /
208Z3C         IFT-BASE-VALUES (IFT-BASE-SUB).
208Z3D     COMPUTE IFT-BASE-VAR-W ROUNDED =
208Z3E         IFT-BASE-MSQ-W - (IFT-BASE-MEAN-W * IFT-BASE-MEAN-W).
208Z3F     IF IFT-BASE-VAR-W < ZERO
208Z3G         MOVE ZERO TO IFT-BASE-VAR-W
208Z3H     END-IF.
208Z3I     COMPUTE IFT-BASE-SD-W ROUNDED = IFT-BASE-VAR-W ** 0.5.
208Z3J     COMPUTE IFT-BASE-MEAN (IFT-BASE-SUB) ROUNDED =
208Z3K         IFT-BASE-MEAN-W.
208Z3L     COMPUTE IFT-BASE-SD (IFT-BASE-SUB) ROUNDED = IFT-BASE-SD-W.
208Z3M     COMPUTE IFT-BASE-HIGH-LIMIT (IFT-BASE-SUB) ROUNDED =
208Z3N         IFT-BASE-MEAN-W
208Z3O         + (IFT-BASE-SPREAD-LIMIT * IFT-BASE-SD-W).
208Z3P     COMPUTE IFT-BASE-LOW-W ROUNDED =
208Z3Q         IFT-BASE-MEAN-W
208Z3R         - (IFT-BASE-SPREAD-LIMIT * IFT-BASE-SD-W).
208Z3S     IF IFT-BASE-LOW-W < ZERO
208Z3T         MOVE ZERO TO IFT-BASE-LOW-W
208Z3U     END-IF.
208Z3V     MOVE IFT-BASE-LOW-W TO IFT-BASE-LOW-LIMIT (IFT-BASE-SUB).
208Z3W     MOVE 'Y' TO IFT-BASE-READY-SW (IFT-BASE-SUB).
208Z3X     ADD 1 TO IFT-BASE-READY-COUNT.
208Z3Y 1180-SET-NORMAL-RANGE-EXIT.
208Z3Z     EXIT.

002090 1200-WRITE-REPORT-HEADING.
002100     WRITE RPT-PRINT-LINE FROM IFT-HDG-LINE-1
002350         END-IF
002360     END-IF.
002370     ADD 1 TO IFT-RECORDS-READ.
002375     MOVE SPACE TO IFT-OUTLIER-SW.
002380     PERFORM 2100-VALIDATE-INPUT
002390         THRU 2100-VALIDATE-INPUT-EXIT.
002400     IF IFT-X-RESULT = 'REJECTED'
002436             THRU 2050-SELECT-SOURCE-EXIT
002440         PERFORM 2300-CLASSIFY-X
002450             THRU 2300-CLASSIFY-X-EXIT
002453         PERFORM 2350-CHECK-OUTLIER
002456             THRU 2350-CHECK-OUTLIER-EXIT
002460         PERFORM 2400-WRITE-AUDIT
002470             THRU 2400-WRITE-AUDIT-EXIT
002480         PERFORM 2500-UPDATE-ACCUMULATORS
002510             PERFORM 2600-WRITE-ALERT
002520                 THRU 2600-WRITE-ALERT-EXIT
002530         END-IF
002532         IF IFT-OUTLIER
002534             PERFORM 2360-WRITE-OUTLIER
002536                 THRU 2360-WRITE-OUTLIER-EXIT
002538         END-IF
002540     END-IF.
002542     MOVE IFT-INPUT-SOURCE-CODE TO IFT-TALLY-CODE.
002544     MOVE IFT-X-RESULT TO IFT-TALLY-RESULT.
025441     MOVE IFT-X-NUMERIC TO IFT-TALLY-X.
025442     MOVE IFT-OUTLIER-SW TO IFT-TALLY-OUTLIER-SW.
002546     PERFORM 2800-TALLY-SOURCE
002548         THRU 2800-TALLY-SOURCE-EXIT.
002550     MOVE IFT-INPUT-SEQ-NO TO IFT-LAST-PROCESSED-SEQ.
003010     END-IF.
003020 2300-CLASSIFY-X-EXIT.
003030     EXIT.
003040
030401 2350-CHECK-OUTLIER.
030402*        JUDGE X AGAINST ITS SOURCE'S NORMAL RANGE WHATEVER BAND
030403*        IT WAS GIVEN - A FEEDER THAT USUALLY SENDS 40 AND SENDS
030404*        900 IS WORTH A LOOK EVEN UNDER A THRESHOLD OF 1000.  NO
030405*        READY BASELINE, NO JUDGEMENT: THE FLAG STAYS BLANK.
030406     MOVE SPACE TO IFT-OUTLIER-SW.
030407     MOVE SPACE TO IFT-OUTLIER-DIR-SW.
030408     MOVE ZERO TO IFT-BASE-SUB.
030409 2350-CHECK-OUTLIER-LOOP.
03040A     ADD 1 TO IFT-BASE-SUB.
03040B     IF IFT-BASE-SUB > IFT-BASE-ENTRIES
03040C         GO TO 2350-CHECK-OUTLIER-EXIT
03040D     END-IF.
03040E     IF IFT-BASE-SOURCE (IFT-BASE-SUB) NOT = IFT-INPUT-SOURCE-CODE
03040F         GO TO 2350-CHECK-OUTLIER-LOOP
03040G     END-IF.
03040H     IF NOT IFT-BASE-READY (IFT-BASE-SUB)
03040I         GO TO 2350-CHECK-OUTLIER-EXIT
03040J     END-IF.
03040K     MOVE 'N' TO IFT-OUTLIER-SW.
03040L     IF IFT-X-NUMERIC > IFT-BASE-HIGH-LIMIT (IFT-BASE-SUB)
03040M         MOVE 'Y' TO IFT-OUTLIER-SW
03040N         MOVE 'H' TO IFT-OUTLIER-DIR-SW
03040O     END-IF.
03040P     IF IFT-X-NUMERIC < IFT-BASE-LOW-LIMIT (IFT-BASE-SUB)
03040Q         MOVE 'Y' TO IFT-OUTLIER-SW
03040R         MOVE 'L' TO IFT-OUTLIER-DIR-SW
03040S     END-IF.
03040T 2350-CHECK-OUTLIER-EXIT.
03040U     EXIT.
03040V
03040W 2360-WRITE-OUTLIER.
03040X*        THE ANALYSTS' FILE ONLY - AN OUTLIER IS NOT AN ALERT, SO
03040Y*        IT NEVER GOES ON THE ALERT FILE, WHICH IS BILLED AND
03040Z*        ESCALATED.  IFT-BASE-SUB STILL POINTS AT THE SOURCE'S
030410*        BASELINE ENTRY FROM 2350.
030411     MOVE SPACES TO IFT-OUTL-RECORD.
030412     MOVE IFT-INPUT-SEQ-NO TO IFT-OUTL-SEQ-NO.
030413     MOVE IFT-X-NUMERIC TO IFT-OUTL-X-VALUE.
030414     MOVE IFT-X-RESULT TO IFT-OUTL-RESULT.
030415     MOVE IFT-INPUT-SOURCE-CODE TO IFT-OUTL-SOURCE-CODE.
030416     MOVE IFT-RUN-DATE TO IFT-OUTL-RUN-DATE.
030417     MOVE IFT-RUN-TIME TO IFT-OUTL-RUN-TIME.
030418     MOVE IFT-RUN-CYCLE TO IFT-OUTL-CYCLE-NO.
030419     MOVE IFT-OUTLIER-DIR-SW TO IFT-OUTL-DIRECTION.
03041A     MOVE IFT-BASE-MEAN (IFT-BASE-SUB) TO IFT-OUTL-BASE-MEAN.
03041B     MOVE IFT-BASE-SD (IFT-BASE-SUB) TO IFT-OUTL-BASE-SPREAD.
03041C     MOVE IFT-BASE-LOW-LIMIT (IFT-BASE-SUB) TO IFT-OUTL-LOW-LIMIT.
03041D     MOVE IFT-BASE-HIGH-LIMIT (IFT-BASE-SUB)
03041E         TO IFT-OUTL-HIGH-LIMIT.
03041F     MOVE IFT-BASE-VALUES (IFT-BASE-SUB) TO IFT-OUTL-BASE-COUNT.
03041G     WRITE IFT-OUTL-RECORD.
03041H     ADD 1 TO IFT-RECORDS-OUTLIER.
03041I 2360-WRITE-OUTLIER-EXIT.
03041J     EXIT.
03041K 
003050 2400-WRITE-AUDIT.
003060     MOVE IFT-INPUT-SEQ-NO TO IFT-AUDIT-SEQ-NO.
003070     MOVE IFT-X-NUMERIC TO IFT-AUDIT-X-VALUE.
003110     MOVE IFT-RUN-TIME TO IFT-AUDIT-RUN-TIME.
003115     MOVE IFT-INPUT-SOURCE-CODE TO IFT-AUDIT-SOURCE-CODE.
003117     MOVE IFT-RUN-CYCLE TO IFT-AUDIT-CYCLE-NO.
003118     MOVE IFT-OUTLIER-SW TO IFT-AUDIT-OUTLIER-FLAG.
003119     IF IFT-INPUT-ORIG-DATE NUMERIC
00311A         MOVE IFT-INPUT-ORIG-DATE TO IFT-AUDIT-ORIG-DATE
00311B     ELSE
00311C         MOVE ZERO TO IFT-AUDIT-ORIG-DATE
00311D     END-IF.
003120     WRITE IFT-AUDIT-RECORD.
003130 2400-WRITE-AUDIT-EXIT.
003140     EXIT.
0036CX             THRU 2050-SELECT-SOURCE-EXIT
0036CY         MOVE IFT-APPLIED-THRESHOLD TO IFT-DSTAT-SRC-THRESHOLD
0036CZ     END-IF.
036CZ1     MOVE IFT-SRC-SUM-X (IFT-SRC-SUB) TO IFT-DSTAT-SRC-SUM-X.
036CZ2     MOVE IFT-SRC-SUM-SQ (IFT-SRC-SUB) TO IFT-DSTAT-SRC-SUM-SQ.
036CZ3     MOVE IFT-SRC-OUTLIERS (IFT-SRC-SUB)
036CZ4         TO IFT-DSTAT-SRC-OUTLIERS.
0036D1     PERFORM 2790-PUT-STAT-RECORD
0036D2         THRU 2790-PUT-STAT-RECORD-EXIT.
0036D3     GO TO 2780-PUT-SOURCE-LOOP.
00362T         MOVE ZERO TO IFT-SRC-LOW (IFT-SRC-SUB)
00362U         MOVE ZERO TO IFT-SRC-MEDIUM (IFT-SRC-SUB)
00362V         MOVE ZERO TO IFT-SRC-HIGH (IFT-SRC-SUB)
0362V1         MOVE ZERO TO IFT-SRC-SUM-X (IFT-SRC-SUB)
0362V2         MOVE ZERO TO IFT-SRC-SUM-SQ (IFT-SRC-SUB)
0362V3         MOVE ZERO TO IFT-SRC-OUTLIERS (IFT-SRC-SUB)
00362W     END-IF.
00362X 2800-TALLY-SOURCE-POST.
00362Y     ADD 1 TO IFT-SRC-READ (IFT-SRC-SUB).
003637         WHEN 'HIGH'
003638             ADD 1 TO IFT-SRC-HIGH (IFT-SRC-SUB)
003639     END-EVALUATE.
036391     IF IFT-TALLY-RESULT NOT = 'REJECTED'
036392         ADD IFT-TALLY-X TO IFT-SRC-SUM-X (IFT-SRC-SUB)
036393         COMPUTE IFT-SRC-SUM-SQ (IFT-SRC-SUB) =
036394             IFT-SRC-SUM-SQ (IFT-SRC-SUB)
036395             + (IFT-TALLY-X * IFT-TALLY-X)
036396     END-IF.
036397     IF IFT-TALLY-OUTLIER-SW = 'Y'
036398         ADD 1 TO IFT-SRC-OUTLIERS (IFT-SRC-SUB)
036399     END-IF.
00363A 2800-TALLY-SOURCE-EXIT.
00363B     EXIT.
00363C
003800     CLOSE AUDIT-FILE.
003810     CLOSE REJECT-FILE.
003820     CLOSE ALERT-FILE.
003825     CLOSE OUTLIER-FILE.
003830     CLOSE CHECKPOINT-FILE.
003835     IF IFT-STAT-OPEN
003836         CLOSE STAT-FILE
003850     DISPLAY 'IFT0099I RECORDS READ       = ' IFT-RECORDS-READ.
003860     DISPLAY 'IFT0099I RECORDS REJECTED  = ' IFT-RECORDS-REJECTED.
003870     DISPLAY 'IFT0099I RECORDS HIGH       = ' IFT-RECORDS-HIGH.
038701     DISPLAY 'IFT0099I RECORDS OUTLIER    = ' IFT-RECORDS-OUTLIER.
003871     EVALUATE TRUE
003872         WHEN IFT-PARM-MISSING
003873             MOVE 8 TO RETURN-CODE
004114         AFTER ADVANCING 1 LINE.
004115     MOVE 'ALERTS CRITICAL (OVER CRIT CUTOFF)' TO IFT-DET-LABEL.
004116     MOVE IFT-RECORDS-CRITICAL TO IFT-DET-VALUE.
041161     WRITE RPT-PRINT-LINE FROM IFT-DET-LINE
041162         AFTER ADVANCING 1 LINE.
041163     MOVE 'OUTLIERS (OUTSIDE SOURCE BASELINE)' TO IFT-DET-LABEL.
041164     MOVE IFT-RECORDS-OUTLIER TO IFT-DET-VALUE.
004117     WRITE RPT-PRINT-LINE FROM IFT-DET-LINE
004118         AFTER ADVANCING 1 LINE.
004120     MOVE 'HIGHEST X VALUE SEEN' TO IFT-DET-LABEL.
004349             THRU 2050-SELECT-SOURCE-EXIT
00434A         MOVE IFT-APPLIED-THRESHOLD TO IFT-SRC-DET-THRESH
00434B     END-IF.
00434N     MOVE IFT-SRC-OUTLIERS (IFT-SRC-SUB) TO IFT-SRC-DET-OUTLIERS.
004350     WRITE RPT-PRINT-LINE FROM IFT-SRC-DET-LINE
004360         AFTER ADVANCING 1 LINE.
004370     GO TO 8200-WRITE-SOURCE-LINES.
004560         AFTER ADVANCING 1 LINE.
004570 8300-WRITE-ONE-BAND-EXIT.
004580     EXIT.
004590
004600 9000-WRITE-RUN-LOG.
004610*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
004620*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
004630*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
004640*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
004650*        THE STEP'S RETURN CODE.
004660     OPEN I-O RUN-LOG-FILE.
004670     IF IFT-RLOG-STATUS NOT = '00'
004680         DISPLAY 'IFT0080W RUN LOG OPEN STATUS ' IFT-RLOG-STATUS
004690             ' - STEP NOT LOGGED'
004700         GO TO 9000-WRITE-RUN-LOG-EXIT
004710     END-IF.
004720     MOVE SPACES TO IFT-RLOG-RECORD.
004730     MOVE IFT-RUN-DATE TO IFT-RLOG-RUN-DATE.
004740     MOVE IFT-RUN-CYCLE TO IFT-RLOG-CYCLE-NO.
004750     MOVE 'IFTHEN' TO IFT-RLOG-PROGRAM.
004760     MOVE IFT-STEP-START-DATE TO IFT-RLOG-START-DATE.
004770     MOVE IFT-STEP-START-TIME TO IFT-RLOG-START-TIME.
004780     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
004790     ACCEPT IFT-RLOG-END-TIME FROM TIME.
004800     MOVE IFT-RECORDS-READ TO IFT-RLOG-IN-COUNT.
004810     COMPUTE IFT-RLOG-OUT-COUNT =
004820         IFT-RECORDS-READ - IFT-RECORDS-REJECTED.
004830     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
004840     WRITE IFT-RLOG-RECORD
004850         INVALID KEY
004860             REWRITE IFT-RLOG-RECORD
004870                 INVALID KEY
004880                     DISPLAY 'IFT0081W RUN LOG ROW NOT WRITTEN - '
004890                         'STATUS ' IFT-RLOG-STATUS
004900             END-REWRITE
004910     END-WRITE.
004920     CLOSE RUN-LOG-FILE.
004930 9000-WRITE-RUN-LOG-EXIT.
004940     EXIT.
