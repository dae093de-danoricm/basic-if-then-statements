000190*   GENERAL-LEDGER INTERFACE FILE (IFTGL.CPY) WHOSE T ROW THE
000200*   STATEMENTS MUST FOOT TO.
000210*
000211*   EACH MONTH BILLED IS RECORDED PER SOURCE ON THE BILLED-PERIOD
000212*   CONTROL FILE (IFTBILL.CPY) - THE UNITS, THE AMOUNT AND THE
000213*   RATES USED.  ACTIVITY THAT LANDS IN A MONTH AFTER IT IS
000214*   BILLED (A LATE CORRECTION CYCLE FOR ONE OF ITS DAYS) IS
000215*   PICKED UP BY A TRUE-UP RUN (RUN MODE A ON THE CARD): THE
000216*   CLOSED MONTH IS RE-PRICED AT ITS BILLED RATES AND COMPARED
000217*   WITH WHAT WAS CHARGED, A TRUE-UP STATEMENT PRINTS FOR EACH
000218*   DEPARTMENT WHOSE CHARGE CHANGED, AND A SIGNED A ROW PER
000219*   DEPARTMENT GOES TO THE GL INTERFACE TO NET AGAINST THE
00021A*   MONTH'S D ROW, SO FINANCE POSTS THE CORRECTION WITHOUT
00021B*   REOPENING THE MONTH.  A MONTH ONCE CLOSED (TRUED UP, OR A
00021C*   LATER MONTH BILLED) CANNOT BE BILLED AGAIN.  A REJECT THAT
00021D*   IFTRECYC REPAIRS AFTER ITS MONTH IS BILLED CARRIES THE
00021E*   REJECT'S DATE ONTO ITS AUDIT ROW, SO THE REPAIRED EVALUATION
00021F*   IS BILLED TO THE MONTH THE RECORD FIRST ARRIVED IN AND PICKED
00021G*   UP BY THAT MONTH'S TRUE-UP.  THE REJECT ITSELF LEAVES THE
00021H*   REJECT FILE WITHOUT BEING ARCHIVED, SO A TRUE-UP NEVER
00021I*   RE-PRICES A SOURCE'S REJECTS BELOW THE COUNT ALREADY BILLED.
00021J*
000220*   MODIFICATION HISTORY.
000230*   DATE       INIT  DESCRIPTION
000240*   ---------  ----  ----------------------------------------
000252*   09/02/2026 DCM   IFTESCAL RE-ISSUES (ESC FLAG Y) ARE NOT
000254*                    BILLED - THE ORIGINAL ALERT ALREADY WAS,
000256*                    AND THE CHASE IS OUR COST, NOT THEIRS.
000258*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
00025A*                    AND END TIME, RECORDS IN AND OUT, RETURN
00025C*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
00025E*                    THE IFTBWIN BATCH-WINDOW REPORT.
00025G*   10/15/2026 DCM   THE MONTH BILLED IS RECORDED PER SOURCE ON
00025I*                    THE BILLED-PERIOD CONTROL FILE (IFTBILL.CPY).
00025L*                    NEW RUN MODE A RE-PRICES A BILLED MONTH,
00025N*                    PRINTS A TRUE-UP STATEMENT PER DEPARTMENT AND
00025P*                    WRITES SIGNED A ROWS TO THE GL INTERFACE.
00025R*                    A RECYCLED RECORD IS BILLED TO THE MONTH OF
00025T*                    THE REJECT IT WAS REPAIRED FROM, AND A
00025V*                    TRUE-UP NEVER RE-PRICES REJECTS BELOW THE
00025X*                    COUNT BILLED.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT REPORT-FILE ASSIGN TO RPTFILE
000540         ORGANIZATION IS SEQUENTIAL.
000543     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000546         ORGANIZATION IS INDEXED
000549         ACCESS MODE IS RANDOM
00054D         RECORD KEY IS IFT-RLOG-KEY
00054G         FILE STATUS IS CHG-RLOG-STATUS.
00054J     SELECT BILL-CTL-FILE ASSIGN TO BILLCTL
00054M         ORGANIZATION IS INDEXED
00054Q         ACCESS MODE IS DYNAMIC
00054T         RECORD KEY IS IFT-BILL-KEY
00054W         FILE STATUS IS CHG-BILL-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000950     RECORDING MODE IS F.
000960 01  RPT-PRINT-LINE              PIC X(132).
000970
000971 FD  RUN-LOG-FILE
000972     RECORDING MODE IS F.
000973     COPY IFTRLOG.
000974
000975 FD  BILL-CTL-FILE
000976     RECORDING MODE IS F.
000977     COPY IFTBILL.
000978
000980 WORKING-STORAGE SECTION.
000990 01  CHG-SWITCHES.
001000     05  CHG-PARM-FATAL-SW           PIC X(01) VALUE 'N'.
001010         88  CHG-PARM-FATAL              VALUE 'Y'.
001012     05  CHG-MODE-SW                 PIC X(01) VALUE 'B'.
001015         88  CHG-BILL-MODE               VALUE 'B'.
001017         88  CHG-ADJUST-MODE             VALUE 'A'.
001020
001030 01  CHG-STMT-MONTH              PIC X(06) VALUE SPACES.
001040
001041*        BILLED-PERIOD CONTROL FILE.  THE MONTH ROW A TRUE-UP RUN
001042*        READS IS KEPT HERE UNTIL IT IS REWRITTEN AT THE END.
001043 01  CHG-BILL-STATUS             PIC X(02) VALUE '00'.
001045 01  CHG-MONTH-ROW               PIC X(80) VALUE SPACES.
001046 01  CHG-BILLED-DATE             PIC 9(08) VALUE ZERO.
001047 01  CHG-ADJ-NO                  PIC 9(03) VALUE ZERO.
001048
001050 01  CHG-RATES.
001060     05  CHG-EVAL-RATE               PIC 9(03)V99 VALUE ZERO.
001070     05  CHG-REJECT-RATE             PIC 9(03)V99 VALUE ZERO.
001090     05  CHG-CRITICAL-RATE           PIC 9(03)V99 VALUE ZERO.
001100
001110*        PER-SOURCE ACTIVITY FOR THE STATEMENT MONTH.
001113*        ON A TRUE-UP RUN ALSO WHAT WAS CHARGED TO DATE (B-) AND
001116*        THE RE-PRICED AMOUNT (N-).
001120 01  CHG-SOURCE-TABLE.
001130     05  CHG-SRC-ENTRY OCCURS 50 TIMES.
001140         10  CHG-TAB-SOURCE          PIC X(03).
001160         10  CHG-TAB-REJECTS         PIC 9(07).
001170         10  CHG-TAB-WARNINGS        PIC 9(07).
001180         10  CHG-TAB-CRITICALS       PIC 9(07).
001181         10  CHG-TAB-BILLED-SW       PIC X(01).
001182             88  CHG-TAB-ON-CONTROL      VALUE 'Y'.
001183         10  CHG-TAB-B-EVALS         PIC 9(07).
001184         10  CHG-TAB-B-REJECTS       PIC 9(07).
001185         10  CHG-TAB-B-WARNINGS      PIC 9(07).
001186         10  CHG-TAB-B-CRITICALS     PIC 9(07).
001187         10  CHG-TAB-B-AMOUNT        PIC 9(09)V99.
001188         10  CHG-TAB-N-AMOUNT        PIC 9(09)V99.
001190
001200 77  CHG-SRC-COUNT               PIC 9(02) VALUE ZERO COMP.
001210 77  CHG-SRC-SUB                 PIC 9(02) VALUE ZERO COMP.
001213 77  CHG-ADJ-COUNT               PIC 9(02) VALUE ZERO COMP.
001216 77  CHG-SAME-COUNT              PIC 9(02) VALUE ZERO COMP.
001220 01  CHG-TALLY-SOURCE            PIC X(03).
001230 01  CHG-TALLY-KIND              PIC X(01).
001235 01  CHG-TALLY-MONTH             PIC X(06).
001240
001250*        FEEDER DEPARTMENT NAMES FROM THE SOURCE MASTER.
001260 01  CHG-DEPT-TABLE.
001360     05  CHG-LINE-AMT                PIC 9(09)V99 VALUE ZERO.
001370     05  CHG-STMT-TOTAL              PIC 9(09)V99 VALUE ZERO.
001380     05  CHG-GRAND-TOTAL             PIC 9(09)V99 VALUE ZERO.
001381     05  CHG-BILLED-TOTAL            PIC 9(09)V99 VALUE ZERO.
001382     05  CHG-ADJ-AMT                 PIC S9(09)V99 VALUE ZERO.
001383     05  CHG-ADJ-NET                 PIC S9(09)V99 VALUE ZERO.
001385     05  CHG-NET-EDIT                PIC -ZZZ,ZZZ,ZZ9.99.
001386     05  CHG-UNITS-B                 PIC 9(07) VALUE ZERO.
001387     05  CHG-UNITS-N                 PIC 9(07) VALUE ZERO.
001388     05  CHG-UNIT-CHANGE             PIC S9(07) VALUE ZERO.
001390
001400 01  CHG-REPORT-LINES.
001410     05  CHG-HDG-LINE-1.
001740         10  CHG-TOT-LABEL           PIC X(39).
001750         10  FILLER                  PIC X(06) VALUE SPACES.
001760         10  CHG-TOT-AMT             PIC ZZZ,ZZZ,ZZ9.99.
017601     05  CHG-ADJ-HDG-LINE-1.
017602         10  FILLER                  PIC X(34) VALUE SPACES.
017603         10  FILLER                  PIC X(38)
017604             VALUE 'IFTCHARG CHARGEBACK TRUE-UP STATEMENT'.
017605     05  CHG-ADJ-HDG-LINE-3.
017606         10  FILLER                  PIC X(18)
017607             VALUE 'BILLED ON:        '.
017608         10  CHG-ADJ-BILLED-DATE     PIC 9(08).
017609         10  FILLER                  PIC X(17)
01760A             VALUE '   TRUE-UP DATE: '.
01760B         10  CHG-ADJ-RUN-DATE        PIC 9(08).
01760C         10  FILLER                  PIC X(21)
01760D             VALUE '   EARLIER TRUE-UPS: '.
01760E         10  CHG-ADJ-RUN-NO          PIC ZZ9.
01760F     05  CHG-ADJ-COL-LINE.
01760G         10  FILLER                  PIC X(24)
01760H             VALUE 'ACTIVITY                '.
01760I         10  FILLER                  PIC X(09)
01760J             VALUE '   BILLED'.
01760K         10  FILLER                  PIC X(03) VALUE SPACES.
01760L         10  FILLER                  PIC X(09)
01760M             VALUE '      NOW'.
01760N         10  FILLER                  PIC X(03) VALUE SPACES.
01760O         10  FILLER                  PIC X(10)
01760P             VALUE '    CHANGE'.
01760Q         10  FILLER                  PIC X(04) VALUE SPACES.
01760R         10  FILLER                  PIC X(10)
01760S             VALUE 'RATE/CENTS'.
01760T         10  FILLER                  PIC X(04) VALUE SPACES.
01760U         10  FILLER                  PIC X(14)
01760V             VALUE '    AMOUNT NOW'.
01760W     05  CHG-ADJ-DET-LINE.
01760X         10  CHG-ADJ-DET-LABEL       PIC X(24).
01760Y         10  CHG-ADJ-DET-BILLED      PIC Z,ZZZ,ZZ9.
01760Z         10  FILLER                  PIC X(03) VALUE SPACES.
017610         10  CHG-ADJ-DET-NOW         PIC Z,ZZZ,ZZ9.
017611         10  FILLER                  PIC X(03) VALUE SPACES.
017612         10  CHG-ADJ-DET-CHANGE      PIC -,---,--9.
017613         10  FILLER                  PIC X(07) VALUE SPACES.
017614         10  CHG-ADJ-DET-RATE        PIC ZZ9.99.
017615         10  FILLER                  PIC X(06) VALUE SPACES.
017616         10  CHG-ADJ-DET-AMT         PIC ZZZ,ZZZ,ZZ9.99.
017617     05  CHG-ADJ-TOT-LINE.
017618         10  CHG-ADJ-TOT-LABEL       PIC X(76).
017619         10  CHG-ADJ-TOT-AMT         PIC ZZZ,ZZZ,ZZ9.99CR.
01761A     05  CHG-SUM-COL-LINE.
01761B         10  FILLER                  PIC X(37)
01761C             VALUE 'SOURCE DEPARTMENT'.
01761D         10  FILLER                  PIC X(16)
01761E             VALUE '  BILLED TO DATE'.
01761F         10  FILLER                  PIC X(16)
01761G             VALUE '       RE-PRICED'.
01761H         10  FILLER                  PIC X(18)
01761I             VALUE '        ADJUSTMENT'.
01761J     05  CHG-SUM-LINE.
01761K         10  CHG-SUM-CODE            PIC X(03).
01761L         10  FILLER                  PIC X(02) VALUE SPACES.
01761M         10  CHG-SUM-NAME            PIC X(30).
01761N         10  FILLER                  PIC X(04) VALUE SPACES.
01761O         10  CHG-SUM-BILLED          PIC ZZZ,ZZZ,ZZ9.99.
01761P         10  FILLER                  PIC X(02) VALUE SPACES.
01761Q         10  CHG-SUM-NOW             PIC ZZZ,ZZZ,ZZ9.99.
01761R         10  FILLER                  PIC X(02) VALUE SPACES.
01761S         10  CHG-SUM-ADJ             PIC ZZZ,ZZZ,ZZ9.99CR.
01761T     05  CHG-MSG-LINE.
01761U         10  CHG-MSG-TEXT            PIC X(80).
01761V
01761W*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
01761X 01  CHG-RLOG-STATUS             PIC X(02) VALUE '00'.
01761Y 01  CHG-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
01761Z 01  CHG-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
017620 77  CHG-RLOG-IN-COUNT           PIC 9(09) VALUE ZERO COMP.
017621 77  CHG-RLOG-OUT-COUNT          PIC 9(09) VALUE ZERO COMP.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001793     ACCEPT CHG-RLOG-START-DATE FROM DATE YYYYMMDD.
001796     ACCEPT CHG-RLOG-START-TIME FROM TIME.
001800     PERFORM 1000-INITIALIZE
001810         THRU 1000-INITIALIZE-EXIT.
001820     IF CHG-PARM-FATAL
001830         DISPLAY 'ICH0092E RETURN CODE 8 - NOTHING PROCESSED'
001840         MOVE 8 TO RETURN-CODE
001843         PERFORM 9000-WRITE-RUN-LOG
001846             THRU 9000-WRITE-RUN-LOG-EXIT
001850         GOBACK
001860     END-IF.
001870     PERFORM 2000-TALLY-AUDIT
001900         THRU 3000-TALLY-REJECTS-EXIT.
001910     PERFORM 4000-TALLY-ALERTS
001920         THRU 4000-TALLY-ALERTS-EXIT.
001923     IF CHG-ADJUST-MODE
001927         PERFORM 6000-WRITE-TRUE-UPS
001930             THRU 6000-WRITE-TRUE-UPS-EXIT
001934         PERFORM 6800-FINALIZE-TRUE-UP
001937             THRU 6800-FINALIZE-TRUE-UP-EXIT
001941     ELSE
001945         PERFORM 5000-WRITE-STATEMENTS
001948             THRU 5000-WRITE-STATEMENTS-EXIT
001952         PERFORM 8000-FINALIZE
001955             THRU 8000-FINALIZE-EXIT
001959     END-IF.
001962     PERFORM 9000-WRITE-RUN-LOG
001966         THRU 9000-WRITE-RUN-LOG-EXIT.
001970     GOBACK.
001980
001990 1000-INITIALIZE.
002130         GO TO 1000-INITIALIZE-EXIT
002140     END-IF.
002150     MOVE IFT-RPRM-STMT-MONTH TO CHG-STMT-MONTH.
002153     IF IFT-RPRM-ADJUST-MODE
002156         MOVE 'A' TO CHG-MODE-SW
002159     ELSE
00215D         IF NOT IFT-RPRM-BILL-MODE
00215G             DISPLAY 'ICH0004E RUN MODE ' IFT-RPRM-RUN-MODE
00215J                 ' NOT B OR A'
00215M             MOVE 'Y' TO CHG-PARM-FATAL-SW
00215Q             GO TO 1000-INITIALIZE-EXIT
00215T         END-IF
00215W     END-IF.
002160     IF IFT-RPRM-EVAL-RATE NUMERIC
002170         MOVE IFT-RPRM-EVAL-RATE TO CHG-EVAL-RATE
002180     END-IF.
002270     END-IF.
002280     DISPLAY 'ICH0003I STATEMENT MONTH        = '
002290         CHG-STMT-MONTH.
0022AC     OPEN I-O BILL-CTL-FILE.
0022BP     IF CHG-BILL-STATUS NOT = '00'
0022D1         DISPLAY 'ICH0005E BILLED-PERIOD CONTROL FILE OPEN '
0022EE             'STATUS ' CHG-BILL-STATUS
0022FR         MOVE 'Y' TO CHG-PARM-FATAL-SW
0022H3         GO TO 1000-INITIALIZE-EXIT
0022IG     END-IF.
0022JS     IF CHG-ADJUST-MODE
0022L5         DISPLAY 'ICH0003I RUN MODE               = TRUE-UP'
0022MI         PERFORM 1700-LOAD-BILLED-MONTH
0022NU             THRU 1700-LOAD-BILLED-MONTH-EXIT
0022P7     ELSE
0022QJ         PERFORM 1600-CHECK-BILLED-MONTH
0022RW             THRU 1600-CHECK-BILLED-MONTH-EXIT
0022T9     END-IF.
0022UL     IF CHG-PARM-FATAL
0022VY         CLOSE BILL-CTL-FILE
0022XA         GO TO 1000-INITIALIZE-EXIT
0022YN     END-IF.
002300     OPEN INPUT SOURCE-MASTER-FILE.
002310     PERFORM 1300-LOAD-DEPT-NAMES
002320         THRU 1300-LOAD-DEPT-NAMES-EXIT.
002520 1300-LOAD-DEPT-NAMES-EXIT.
002530     EXIT.
002540
025401 1600-CHECK-BILLED-MONTH.
025402*        A MONTH IS BILLED ONCE.  A RERUN FOR THE LATEST MONTH
025403*        BILLED, BEFORE ANY TRUE-UP, REPLACES ITS CONTROL ROWS
025404*        JUST AS THE JOB REPLACES THE GL INTERFACE IT WROTE.  A
025405*        MONTH ALREADY TRUED UP, OR WITH A LATER MONTH BILLED
025406*        SINCE, IS CLOSED - ONLY A TRUE-UP RUN CAN CHANGE WHAT IT
025407*        CHARGED.  A MONTH NEVER BILLED IS BILLED IN FULL WHATEVER
025408*        ELSE IS ON THE FILE.
025409     MOVE CHG-STMT-MONTH TO IFT-BILL-PERIOD.
02540A     MOVE SPACES TO IFT-BILL-SOURCE-CODE.
02540B     READ BILL-CTL-FILE
02540C         INVALID KEY GO TO 1600-CHECK-BILLED-MONTH-EXIT
02540D     END-READ.
02540E     IF IFT-BILL-ADJ-COUNT > ZERO
02540F         DISPLAY 'ICH0006E MONTH ' CHG-STMT-MONTH
02540G             ' ALREADY BILLED AND TRUED UP - RUN MODE A ONLY'
02540H         MOVE 'Y' TO CHG-PARM-FATAL-SW
02540I         GO TO 1600-CHECK-BILLED-MONTH-EXIT
02540J     END-IF.
02540K     MOVE HIGH-VALUES TO IFT-BILL-SOURCE-CODE.
02540L     START BILL-CTL-FILE KEY > IFT-BILL-KEY
02540M         INVALID KEY GO TO 1600-CHECK-BILLED-RERUN
02540N     END-START.
02540O     READ BILL-CTL-FILE NEXT
02540P         AT END GO TO 1600-CHECK-BILLED-RERUN
02540Q     END-READ.
02540R     DISPLAY 'ICH0007E MONTH ' CHG-STMT-MONTH ' CLOSED - MONTH '
02540S         IFT-BILL-PERIOD ' BILLED SINCE - RUN MODE A ONLY'.
02540T     MOVE 'Y' TO CHG-PARM-FATAL-SW.
02540U     GO TO 1600-CHECK-BILLED-MONTH-EXIT.
02540V 1600-CHECK-BILLED-RERUN.
02540W     DISPLAY 'ICH0008W MONTH ' CHG-STMT-MONTH
02540X         ' BILLED BEFORE - ITS CONTROL ROWS ARE REPLACED'.
02540Y     MOVE CHG-STMT-MONTH TO IFT-BILL-PERIOD.
02540Z     MOVE LOW-VALUES TO IFT-BILL-SOURCE-CODE.
025410     START BILL-CTL-FILE KEY NOT < IFT-BILL-KEY
025411         INVALID KEY GO TO 1600-CHECK-BILLED-MONTH-EXIT
025412     END-START.
025413 1600-CHECK-BILLED-DEL-LOOP.
025414     READ BILL-CTL-FILE NEXT
025415         AT END GO TO 1600-CHECK-BILLED-MONTH-EXIT
025416     END-READ.
025417     IF IFT-BILL-PERIOD NOT = CHG-STMT-MONTH
025418         GO TO 1600-CHECK-BILLED-MONTH-EXIT
025419     END-IF.
02541A     DELETE BILL-CTL-FILE RECORD
02541B         INVALID KEY
02541C             DISPLAY 'ICH0009W CONTROL ROW ' IFT-BILL-KEY
02541D                 ' NOT DELETED - STATUS ' CHG-BILL-STATUS
02541E     END-DELETE.
02541F     GO TO 1600-CHECK-BILLED-DEL-LOOP.
02541G 1600-CHECK-BILLED-MONTH-EXIT.
02541H     EXIT.
02541I
02541J 1700-LOAD-BILLED-MONTH.
02541K*        A TRUE-UP RE-PRICES THE MONTH AT THE RATES IT WAS BILLED
02541L*        AT (FROM THE MONTH ROW) AND COMPARES WITH WHAT EACH
02541M*        SOURCE HAS BEEN CHARGED FOR IT TO DATE (THE SOURCE ROWS,
02541N*        LOADED INTO THE SOURCE TABLE BEFORE THE ACTIVITY IS
02541O*        TALLIED).
02541P     MOVE CHG-STMT-MONTH TO IFT-BILL-PERIOD.
02541Q     MOVE SPACES TO IFT-BILL-SOURCE-CODE.
02541R     READ BILL-CTL-FILE
02541S         INVALID KEY
02541T             DISPLAY 'ICH0010E MONTH ' CHG-STMT-MONTH
02541U                 ' NOT BILLED - NOTHING TO TRUE UP'
02541V             MOVE 'Y' TO CHG-PARM-FATAL-SW
02541W             GO TO 1700-LOAD-BILLED-MONTH-EXIT
02541X     END-READ.
02541Y     MOVE IFT-BILL-RECORD TO CHG-MONTH-ROW.
02541Z     MOVE IFT-BILL-EVAL-RATE TO CHG-EVAL-RATE.
025420     MOVE IFT-BILL-REJECT-RATE TO CHG-REJECT-RATE.
025421     MOVE IFT-BILL-WARNING-RATE TO CHG-WARNING-RATE.
025422     MOVE IFT-BILL-CRITICAL-RATE TO CHG-CRITICAL-RATE.
025423     MOVE IFT-BILL-BILLED-DATE TO CHG-BILLED-DATE.
025424     MOVE IFT-BILL-ADJ-COUNT TO CHG-ADJ-NO.
025425     START BILL-CTL-FILE KEY > IFT-BILL-KEY
025426         INVALID KEY GO TO 1700-LOAD-BILLED-MONTH-EXIT
025427     END-START.
025428 1700-LOAD-BILLED-LOOP.
025429     READ BILL-CTL-FILE NEXT
02542A         AT END GO TO 1700-LOAD-BILLED-MONTH-EXIT
02542B     END-READ.
02542C     IF IFT-BILL-PERIOD NOT = CHG-STMT-MONTH
02542D         GO TO 1700-LOAD-BILLED-MONTH-EXIT
02542E     END-IF.
02542F     MOVE IFT-BILL-SOURCE-CODE TO CHG-TALLY-SOURCE.
02542G     MOVE 'B' TO CHG-TALLY-KIND.
02542H     PERFORM 4500-POST-ACTIVITY
02542I         THRU 4500-POST-ACTIVITY-EXIT.
02542J     GO TO 1700-LOAD-BILLED-LOOP.
02542K 1700-LOAD-BILLED-MONTH-EXIT.
02542L     EXIT.
02542M
002550 2000-TALLY-AUDIT.
002560     OPEN INPUT AUDIT-ARC-FILE.
002570 2000-TALLY-ARC-LOOP.
002780     EXIT.
002790
002800 2100-POST-AUDIT.
002802*        A RECYCLED RECORD IS BILLED TO THE MONTH OF THE REJECT IT
002804*        WAS REPAIRED FROM, NOT THE MONTH IT WAS RE-EVALUATED IN,
002806*        SO A REPAIR AFTER MONTH-END IS PICKED UP BY THE CLOSED
002808*        MONTH'S TRUE-UP INSTEAD OF THE NEXT MONTH'S BILL.
002810     IF IFT-AUDIT-RUN-DATE NOT NUMERIC
002820         GO TO 2100-POST-AUDIT-EXIT
002830     END-IF.
002832     MOVE IFT-AUDIT-RUN-DATE (1:6) TO CHG-TALLY-MONTH.
002834     IF IFT-AUDIT-ORIG-DATE NUMERIC AND
002836        IFT-AUDIT-ORIG-DATE > ZERO
002838         MOVE IFT-AUDIT-ORIG-DATE (1:6) TO CHG-TALLY-MONTH
002840     END-IF.
002842     IF CHG-TALLY-MONTH NOT = CHG-STMT-MONTH
002850         GO TO 2100-POST-AUDIT-EXIT
002860     END-IF.
002870     MOVE IFT-AUDIT-SOURCE-CODE TO CHG-TALLY-SOURCE.
003770     EXIT.
003780
003790 4500-POST-ACTIVITY.
003795     ADD 1 TO CHG-RLOG-IN-COUNT.
003800     MOVE ZERO TO CHG-SRC-SUB.
003810 4500-POST-ACTIVITY-LOOP.
003820     ADD 1 TO CHG-SRC-SUB.
004010     MOVE ZERO TO CHG-TAB-REJECTS (CHG-SRC-SUB).
004020     MOVE ZERO TO CHG-TAB-WARNINGS (CHG-SRC-SUB).
004030     MOVE ZERO TO CHG-TAB-CRITICALS (CHG-SRC-SUB).
004031     MOVE 'N' TO CHG-TAB-BILLED-SW (CHG-SRC-SUB).
004032     MOVE ZERO TO CHG-TAB-B-EVALS (CHG-SRC-SUB).
004033     MOVE ZERO TO CHG-TAB-B-REJECTS (CHG-SRC-SUB).
004035     MOVE ZERO TO CHG-TAB-B-WARNINGS (CHG-SRC-SUB).
004036     MOVE ZERO TO CHG-TAB-B-CRITICALS (CHG-SRC-SUB).
004037     MOVE ZERO TO CHG-TAB-B-AMOUNT (CHG-SRC-SUB).
004038     MOVE ZERO TO CHG-TAB-N-AMOUNT (CHG-SRC-SUB).
004040 4500-POST-ACTIVITY-POST.
004050     EVALUATE CHG-TALLY-KIND
004060         WHEN 'E'
004110             ADD 1 TO CHG-TAB-WARNINGS (CHG-SRC-SUB)
004120         WHEN 'C'
004130             ADD 1 TO CHG-TAB-CRITICALS (CHG-SRC-SUB)
004133         WHEN 'B'
004136             MOVE 'Y' TO CHG-TAB-BILLED-SW (CHG-SRC-SUB)
004139             MOVE IFT-BILL-EVALS TO CHG-TAB-B-EVALS (CHG-SRC-SUB)
00413C             MOVE IFT-BILL-REJECTS
00413F                 TO CHG-TAB-B-REJECTS (CHG-SRC-SUB)
00413I             MOVE IFT-BILL-WARNINGS
00413L                 TO CHG-TAB-B-WARNINGS (CHG-SRC-SUB)
00413O             MOVE IFT-BILL-CRITICALS
00413R                 TO CHG-TAB-B-CRITICALS (CHG-SRC-SUB)
00413U             MOVE IFT-BILL-AMOUNT
00413X                 TO CHG-TAB-B-AMOUNT (CHG-SRC-SUB)
004140     END-EVALUATE.
004150 4500-POST-ACTIVITY-EXIT.
004160     EXIT.
004930     MOVE CHG-STMT-TOTAL TO IFT-GL-AMOUNT.
004940     MOVE 'IFTHEN USAGE CHARGE' TO IFT-GL-DESC.
004950     WRITE IFT-GL-RECORD.
004952     ADD 1 TO CHG-RLOG-OUT-COUNT.
004955     PERFORM 5500-WRITE-BILLED-ROW
004957         THRU 5500-WRITE-BILLED-ROW-EXIT.
004960 5300-WRITE-GL-DETAIL-EXIT.
004970     EXIT.
004980
005130 5400-FIND-DEPT-NAME-EXIT.
005140     EXIT.
005150
051501*        WHAT THE SOURCE WAS CHARGED FOR THE MONTH, FOR A LATER
051502*        TRUE-UP TO COMPARE AGAINST.
051503 5500-WRITE-BILLED-ROW.
051504     MOVE SPACES TO IFT-BILL-RECORD.
051505     MOVE CHG-STMT-MONTH TO IFT-BILL-PERIOD.
051506     MOVE CHG-TAB-SOURCE (CHG-SRC-SUB) TO IFT-BILL-SOURCE-CODE.
051507     MOVE CHG-TAB-EVALS (CHG-SRC-SUB) TO IFT-BILL-EVALS.
051508     MOVE CHG-TAB-REJECTS (CHG-SRC-SUB) TO IFT-BILL-REJECTS.
051509     MOVE CHG-TAB-WARNINGS (CHG-SRC-SUB) TO IFT-BILL-WARNINGS.
05150A     MOVE CHG-TAB-CRITICALS (CHG-SRC-SUB) TO IFT-BILL-CRITICALS.
05150B     MOVE CHG-STMT-TOTAL TO IFT-BILL-AMOUNT.
05150C     PERFORM 5600-PUT-BILLED-ROW
05150D         THRU 5600-PUT-BILLED-ROW-EXIT.
05150E 5500-WRITE-BILLED-ROW-EXIT.
05150F     EXIT.
05150G
05150H 5600-PUT-BILLED-ROW.
05150I     WRITE IFT-BILL-RECORD
05150J         INVALID KEY
05150K             REWRITE IFT-BILL-RECORD
05150L                 INVALID KEY
05150M                     DISPLAY 'ICH0011W CONTROL ROW ' IFT-BILL-KEY
05150N                         ' NOT WRITTEN - STATUS ' CHG-BILL-STATUS
05150O                     MOVE 8 TO RETURN-CODE
05150P             END-REWRITE
05150Q     END-WRITE.
05150R 5600-PUT-BILLED-ROW-EXIT.
05150S     EXIT.
05150T
05150U 6000-WRITE-TRUE-UPS.
05150V*        TRUE-UP RUN.  EACH SOURCE BILLED FOR THE MONTH OR WITH
05150W*        ACTIVITY IN IT NOW IS RE-PRICED AT THE BILLED RATES.
05150X*        WHERE THE UNITS OR THE AMOUNT DIFFER FROM WHAT WAS
05150Y*        CHARGED TO DATE, A TRUE-UP STATEMENT PRINTS, THE
05150Z*        DIFFERENCE GOES TO THE GL AS A SIGNED A ROW AGAINST THE
051510*        MONTH, AND THE SOURCE ROW ON THE CONTROL FILE TAKES THE
051511*        RE-PRICED FIGURES - SO A LATER TRUE-UP OF THE SAME MONTH
051512*        ONLY CARRIES WHAT HAS CHANGED SINCE.
051513     MOVE ZERO TO CHG-SRC-SUB.
051514 6000-WRITE-TRUE-UPS-LOOP.
051515     ADD 1 TO CHG-SRC-SUB.
051516     IF CHG-SRC-SUB > CHG-SRC-COUNT
051517         GO TO 6000-WRITE-TRUE-UPS-EXIT
051518     END-IF.
051519     PERFORM 6100-REPRICE-SOURCE
05151A         THRU 6100-REPRICE-SOURCE-EXIT.
05151B     ADD CHG-TAB-B-AMOUNT (CHG-SRC-SUB) TO CHG-BILLED-TOTAL.
05151C     ADD CHG-STMT-TOTAL TO CHG-GRAND-TOTAL.
05151D     IF CHG-ADJ-AMT = ZERO AND
05151E        CHG-TAB-EVALS (CHG-SRC-SUB) =
05151F            CHG-TAB-B-EVALS (CHG-SRC-SUB) AND
05151G        CHG-TAB-REJECTS (CHG-SRC-SUB) =
05151H            CHG-TAB-B-REJECTS (CHG-SRC-SUB) AND
05151I        CHG-TAB-WARNINGS (CHG-SRC-SUB) =
05151J            CHG-TAB-B-WARNINGS (CHG-SRC-SUB) AND
05151K        CHG-TAB-CRITICALS (CHG-SRC-SUB) =
05151L            CHG-TAB-B-CRITICALS (CHG-SRC-SUB)
05151M         ADD 1 TO CHG-SAME-COUNT
05151N         GO TO 6000-WRITE-TRUE-UPS-LOOP
05151O     END-IF.
05151P     ADD 1 TO CHG-ADJ-COUNT.
05151Q     ADD CHG-ADJ-AMT TO CHG-ADJ-NET.
05151R     PERFORM 6200-PRINT-TRUE-UP
05151S         THRU 6200-PRINT-TRUE-UP-EXIT.
05151T     IF CHG-ADJ-AMT NOT = ZERO
05151U         PERFORM 6400-WRITE-GL-ADJUSTMENT
05151V             THRU 6400-WRITE-GL-ADJUSTMENT-EXIT
05151W     END-IF.
05151X     MOVE SPACES TO IFT-BILL-RECORD.
05151Y     MOVE CHG-STMT-MONTH TO IFT-BILL-PERIOD.
05151Z     MOVE CHG-TAB-SOURCE (CHG-SRC-SUB) TO IFT-BILL-SOURCE-CODE.
051520     MOVE CHG-TAB-EVALS (CHG-SRC-SUB) TO IFT-BILL-EVALS.
051521     MOVE CHG-TAB-REJECTS (CHG-SRC-SUB) TO IFT-BILL-REJECTS.
051522     MOVE CHG-TAB-WARNINGS (CHG-SRC-SUB) TO IFT-BILL-WARNINGS.
051523     MOVE CHG-TAB-CRITICALS (CHG-SRC-SUB) TO IFT-BILL-CRITICALS.
051524     MOVE CHG-TAB-N-AMOUNT (CHG-SRC-SUB) TO IFT-BILL-AMOUNT.
051525     PERFORM 5600-PUT-BILLED-ROW
051526         THRU 5600-PUT-BILLED-ROW-EXIT.
051527     GO TO 6000-WRITE-TRUE-UPS-LOOP.
051528 6000-WRITE-TRUE-UPS-EXIT.
051529     EXIT.
05152A
05152B*        SAME LINE-BY-LINE ROUNDING AS THE MONTH-END STATEMENT, SO
05152C*        UNCHANGED UNITS RE-PRICE TO EXACTLY WHAT WAS BILLED.
05152D*        A REJECT REPAIRED BY IFTRECYC SINCE MONTH-END HAS LEFT
05152E*        THE REJECT FILE UNARCHIVED, SO FEWER REJECTS ON THE FILES
05152F*        THAN WERE BILLED IS NOT A CORRECTION - THE BILLED COUNT
05152G*        STANDS.
05152H 6100-REPRICE-SOURCE.
05152I     IF CHG-TAB-B-REJECTS (CHG-SRC-SUB) >
05152J        CHG-TAB-REJECTS (CHG-SRC-SUB)
05152K         MOVE CHG-TAB-B-REJECTS (CHG-SRC-SUB)
05152L             TO CHG-TAB-REJECTS (CHG-SRC-SUB)
05152M     END-IF.
05152N     MOVE ZERO TO CHG-STMT-TOTAL.
05152O     COMPUTE CHG-LINE-AMT ROUNDED =
05152P         CHG-TAB-EVALS (CHG-SRC-SUB) * CHG-EVAL-RATE / 100.
05152Q     ADD CHG-LINE-AMT TO CHG-STMT-TOTAL.
05152R     COMPUTE CHG-LINE-AMT ROUNDED =
05152S         CHG-TAB-REJECTS (CHG-SRC-SUB) * CHG-REJECT-RATE / 100.
05152T     ADD CHG-LINE-AMT TO CHG-STMT-TOTAL.
05152U     COMPUTE CHG-LINE-AMT ROUNDED =
05152V         CHG-TAB-WARNINGS (CHG-SRC-SUB) * CHG-WARNING-RATE
05152W         / 100.
05152X     ADD CHG-LINE-AMT TO CHG-STMT-TOTAL.
05152Y     COMPUTE CHG-LINE-AMT ROUNDED =
05152Z         CHG-TAB-CRITICALS (CHG-SRC-SUB) * CHG-CRITICAL-RATE
051530         / 100.
051531     ADD CHG-LINE-AMT TO CHG-STMT-TOTAL.
051532     MOVE CHG-STMT-TOTAL TO CHG-TAB-N-AMOUNT (CHG-SRC-SUB).
051533     COMPUTE CHG-ADJ-AMT =
051534         CHG-STMT-TOTAL - CHG-TAB-B-AMOUNT (CHG-SRC-SUB).
051535 6100-REPRICE-SOURCE-EXIT.
051536     EXIT.
051537
051538 6200-PRINT-TRUE-UP.
051539     WRITE RPT-PRINT-LINE FROM CHG-ADJ-HDG-LINE-1
05153A         AFTER ADVANCING PAGE.
05153B     MOVE CHG-STMT-MONTH TO CHG-HDG-MONTH.
05153C     WRITE RPT-PRINT-LINE FROM CHG-HDG-LINE-2
05153D         AFTER ADVANCING 2 LINES.
05153E     PERFORM 6600-SET-RUN-HEADING
05153F         THRU 6600-SET-RUN-HEADING-EXIT.
05153G     WRITE RPT-PRINT-LINE FROM CHG-ADJ-HDG-LINE-3
05153H         AFTER ADVANCING 1 LINE.
05153I     MOVE CHG-TAB-SOURCE (CHG-SRC-SUB) TO CHG-SRC-CODE.
05153J     PERFORM 5400-FIND-DEPT-NAME
05153K         THRU 5400-FIND-DEPT-NAME-EXIT.
05153L     MOVE CHG-DEPT-NAME-W TO CHG-SRC-NAME.
05153M     WRITE RPT-PRINT-LINE FROM CHG-SRC-LINE
05153N         AFTER ADVANCING 1 LINE.
05153O     IF NOT CHG-TAB-ON-CONTROL (CHG-SRC-SUB)
05153P         MOVE 'NOT BILLED FOR THIS MONTH - ALL ACTIVITY IS NEW'
05153Q             TO CHG-MSG-TEXT
05153R         WRITE RPT-PRINT-LINE FROM CHG-MSG-LINE
05153S             AFTER ADVANCING 1 LINE
05153T     END-IF.
05153U     WRITE RPT-PRINT-LINE FROM CHG-ADJ-COL-LINE
05153V         AFTER ADVANCING 2 LINES.
05153W     MOVE 'RECORDS EVALUATED' TO CHG-ADJ-DET-LABEL.
05153X     MOVE CHG-TAB-B-EVALS (CHG-SRC-SUB) TO CHG-UNITS-B.
05153Y     MOVE CHG-TAB-EVALS (CHG-SRC-SUB) TO CHG-UNITS-N.
05153Z     MOVE CHG-EVAL-RATE TO CHG-ADJ-DET-RATE.
051540     COMPUTE CHG-LINE-AMT ROUNDED =
051541         CHG-UNITS-N * CHG-EVAL-RATE / 100.
051542     PERFORM 6300-WRITE-TRUE-UP-LINE
051543         THRU 6300-WRITE-TRUE-UP-LINE-EXIT.
051544     MOVE 'REJECTS REPAIRED' TO CHG-ADJ-DET-LABEL.
051545     MOVE CHG-TAB-B-REJECTS (CHG-SRC-SUB) TO CHG-UNITS-B.
051546     MOVE CHG-TAB-REJECTS (CHG-SRC-SUB) TO CHG-UNITS-N.
051547     MOVE CHG-REJECT-RATE TO CHG-ADJ-DET-RATE.
051548     COMPUTE CHG-LINE-AMT ROUNDED =
051549         CHG-UNITS-N * CHG-REJECT-RATE / 100.
05154A     PERFORM 6300-WRITE-TRUE-UP-LINE
05154B         THRU 6300-WRITE-TRUE-UP-LINE-EXIT.
05154C     MOVE 'WARNING ALERTS' TO CHG-ADJ-DET-LABEL.
05154D     MOVE CHG-TAB-B-WARNINGS (CHG-SRC-SUB) TO CHG-UNITS-B.
05154E     MOVE CHG-TAB-WARNINGS (CHG-SRC-SUB) TO CHG-UNITS-N.
05154F     MOVE CHG-WARNING-RATE TO CHG-ADJ-DET-RATE.
05154G     COMPUTE CHG-LINE-AMT ROUNDED =
05154H         CHG-UNITS-N * CHG-WARNING-RATE / 100.
05154I     PERFORM 6300-WRITE-TRUE-UP-LINE
05154J         THRU 6300-WRITE-TRUE-UP-LINE-EXIT.
05154K     MOVE 'CRITICAL ALERTS' TO CHG-ADJ-DET-LABEL.
05154L     MOVE CHG-TAB-B-CRITICALS (CHG-SRC-SUB) TO CHG-UNITS-B.
05154M     MOVE CHG-TAB-CRITICALS (CHG-SRC-SUB) TO CHG-UNITS-N.
05154N     MOVE CHG-CRITICAL-RATE TO CHG-ADJ-DET-RATE.
05154O     COMPUTE CHG-LINE-AMT ROUNDED =
05154P         CHG-UNITS-N * CHG-CRITICAL-RATE / 100.
05154Q     PERFORM 6300-WRITE-TRUE-UP-LINE
05154R         THRU 6300-WRITE-TRUE-UP-LINE-EXIT.
05154S     MOVE 'AMOUNT AS RE-PRICED' TO CHG-ADJ-TOT-LABEL.
05154T     MOVE CHG-STMT-TOTAL TO CHG-ADJ-TOT-AMT.
05154U     WRITE RPT-PRINT-LINE FROM CHG-ADJ-TOT-LINE
05154V         AFTER ADVANCING 2 LINES.
05154W     MOVE 'LESS BILLED TO DATE' TO CHG-ADJ-TOT-LABEL.
05154X     MOVE CHG-TAB-B-AMOUNT (CHG-SRC-SUB) TO CHG-ADJ-TOT-AMT.
05154Y     WRITE RPT-PRINT-LINE FROM CHG-ADJ-TOT-LINE
05154Z         AFTER ADVANCING 1 LINE.
051550     MOVE 'TRUE-UP ADJUSTMENT (CR = CREDIT TO THE DEPARTMENT)'
051551         TO CHG-ADJ-TOT-LABEL.
051552     MOVE CHG-ADJ-AMT TO CHG-ADJ-TOT-AMT.
051553     WRITE RPT-PRINT-LINE FROM CHG-ADJ-TOT-LINE
051554         AFTER ADVANCING 2 LINES.
051555 6200-PRINT-TRUE-UP-EXIT.
051556     EXIT.
051557
051558 6300-WRITE-TRUE-UP-LINE.
051559     MOVE CHG-UNITS-B TO CHG-ADJ-DET-BILLED.
05155A     MOVE CHG-UNITS-N TO CHG-ADJ-DET-NOW.
05155B     COMPUTE CHG-UNIT-CHANGE = CHG-UNITS-N - CHG-UNITS-B.
05155C     MOVE CHG-UNIT-CHANGE TO CHG-ADJ-DET-CHANGE.
05155D     MOVE CHG-LINE-AMT TO CHG-ADJ-DET-AMT.
05155E     WRITE RPT-PRINT-LINE FROM CHG-ADJ-DET-LINE
05155F         AFTER ADVANCING 1 LINE.
05155G 6300-WRITE-TRUE-UP-LINE-EXIT.
05155H     EXIT.
05155I
05155J*        THE A ROW CARRIES THE CLOSED MONTH AS ITS PERIOD, SO IT
05155K*        NETS AGAINST THAT MONTH'S D ROW, AND THE TRUE-UP DAY.
05155L 6400-WRITE-GL-ADJUSTMENT.
05155M     MOVE SPACES TO IFT-GL-RECORD.
05155N     MOVE 'A' TO IFT-GL-REC-TYPE.
05155O     MOVE CHG-STMT-MONTH TO IFT-GL-PERIOD.
05155P     MOVE CHG-TAB-SOURCE (CHG-SRC-SUB) TO IFT-GL-SOURCE-CODE.
05155Q     IF CHG-ADJ-AMT < ZERO
05155R         MOVE '-' TO IFT-GL-SIGN
05155S         COMPUTE IFT-GL-AMOUNT = ZERO - CHG-ADJ-AMT
05155T     ELSE
05155U         MOVE '+' TO IFT-GL-SIGN
05155V         MOVE CHG-ADJ-AMT TO IFT-GL-AMOUNT
05155W     END-IF.
05155X     MOVE 'IFTHEN USAGE TRUE-UP' TO IFT-GL-DESC.
05155Y     MOVE CHG-RLOG-START-DATE TO IFT-GL-ADJ-DATE.
05155Z     WRITE IFT-GL-RECORD.
051560     ADD 1 TO CHG-RLOG-OUT-COUNT.
051561 6400-WRITE-GL-ADJUSTMENT-EXIT.
051562     EXIT.
051563
051564 6600-SET-RUN-HEADING.
051565     MOVE CHG-BILLED-DATE TO CHG-ADJ-BILLED-DATE.
051566     MOVE CHG-RLOG-START-DATE TO CHG-ADJ-RUN-DATE.
051567     MOVE CHG-ADJ-NO TO CHG-ADJ-RUN-NO.
051568 6600-SET-RUN-HEADING-EXIT.
051569     EXIT.
05156A
05156B 6800-FINALIZE-TRUE-UP.
05156C*        SUMMARY PAGE (EVERY SOURCE, CHANGED OR NOT), THE T ROW
05156D*        THE A ROWS FOOT TO (SIGNED LIKE THEM), AND THE MONTH ROW
05156E*        UPDATED WITH THE TRUE-UP DAY, COUNT AND NEW MONTH TOTAL.
05156F*        A RUN THAT FINDS NOTHING CHANGED WRITES A ZERO T ROW AND
05156G*        LEAVES THE MONTH ROW ALONE.
05156H     WRITE RPT-PRINT-LINE FROM CHG-ADJ-HDG-LINE-1
05156I         AFTER ADVANCING PAGE.
05156J     MOVE CHG-STMT-MONTH TO CHG-HDG-MONTH.
05156K     WRITE RPT-PRINT-LINE FROM CHG-HDG-LINE-2
05156L         AFTER ADVANCING 2 LINES.
05156M     PERFORM 6600-SET-RUN-HEADING
05156N         THRU 6600-SET-RUN-HEADING-EXIT.
05156O     WRITE RPT-PRINT-LINE FROM CHG-ADJ-HDG-LINE-3
05156P         AFTER ADVANCING 1 LINE.
05156Q     WRITE RPT-PRINT-LINE FROM CHG-SUM-COL-LINE
05156R         AFTER ADVANCING 2 LINES.
05156S     MOVE ZERO TO CHG-SRC-SUB.
05156T 6800-FINALIZE-SUM-LOOP.
05156U     ADD 1 TO CHG-SRC-SUB.
05156V     IF CHG-SRC-SUB > CHG-SRC-COUNT
05156W         GO TO 6800-FINALIZE-SUM-DONE
05156X     END-IF.
05156Y     MOVE CHG-TAB-SOURCE (CHG-SRC-SUB) TO CHG-SUM-CODE.
05156Z     PERFORM 5400-FIND-DEPT-NAME
051570         THRU 5400-FIND-DEPT-NAME-EXIT.
051571     MOVE CHG-DEPT-NAME-W TO CHG-SUM-NAME.
051572     MOVE CHG-TAB-B-AMOUNT (CHG-SRC-SUB) TO CHG-SUM-BILLED.
051573     MOVE CHG-TAB-N-AMOUNT (CHG-SRC-SUB) TO CHG-SUM-NOW.
051574     COMPUTE CHG-ADJ-AMT = CHG-TAB-N-AMOUNT (CHG-SRC-SUB)
051575         - CHG-TAB-B-AMOUNT (CHG-SRC-SUB).
051576     MOVE CHG-ADJ-AMT TO CHG-SUM-ADJ.
051577     WRITE RPT-PRINT-LINE FROM CHG-SUM-LINE
051578         AFTER ADVANCING 1 LINE.
051579     GO TO 6800-FINALIZE-SUM-LOOP.
05157A 6800-FINALIZE-SUM-DONE.
05157B     MOVE SPACES TO CHG-SUM-CODE.
05157C     MOVE 'TOTAL - ALL SOURCE DEPARTMENTS' TO CHG-SUM-NAME.
05157D     MOVE CHG-BILLED-TOTAL TO CHG-SUM-BILLED.
05157E     MOVE CHG-GRAND-TOTAL TO CHG-SUM-NOW.
05157F     MOVE CHG-ADJ-NET TO CHG-SUM-ADJ.
05157G     WRITE RPT-PRINT-LINE FROM CHG-SUM-LINE
05157H         AFTER ADVANCING 2 LINES.
05157I     IF CHG-ADJ-COUNT = ZERO
05157J         MOVE 'NO CHANGE SINCE THE MONTH WAS BILLED - NO A ROWS'
05157K             TO CHG-MSG-TEXT
05157L         WRITE RPT-PRINT-LINE FROM CHG-MSG-LINE
05157M             AFTER ADVANCING 2 LINES
05157N     END-IF.
05157O     MOVE SPACES TO IFT-GL-RECORD.
05157P     MOVE 'T' TO IFT-GL-REC-TYPE.
05157Q     MOVE CHG-STMT-MONTH TO IFT-GL-PERIOD.
05157R     IF CHG-ADJ-NET < ZERO
05157S         MOVE '-' TO IFT-GL-SIGN
05157T         COMPUTE IFT-GL-AMOUNT = ZERO - CHG-ADJ-NET
05157U     ELSE
05157V         MOVE '+' TO IFT-GL-SIGN
05157W         MOVE CHG-ADJ-NET TO IFT-GL-AMOUNT
05157X     END-IF.
05157Y     MOVE 'IFTHEN TRUE-UP TOTAL' TO IFT-GL-DESC.
05157Z     MOVE CHG-RLOG-START-DATE TO IFT-GL-ADJ-DATE.
051580     WRITE IFT-GL-RECORD.
051581     ADD 1 TO CHG-RLOG-OUT-COUNT.
051582     IF CHG-ADJ-COUNT > ZERO
051583         MOVE CHG-MONTH-ROW TO IFT-BILL-RECORD
051584         MOVE CHG-RLOG-START-DATE TO IFT-BILL-LAST-ADJ-DATE
051585         ADD 1 TO IFT-BILL-ADJ-COUNT
051586         MOVE CHG-GRAND-TOTAL TO IFT-BILL-MONTH-AMOUNT
051587         PERFORM 5600-PUT-BILLED-ROW
051588             THRU 5600-PUT-BILLED-ROW-EXIT
051589     END-IF.
05158A     CLOSE REPORT-FILE.
05158B     CLOSE GL-FILE.
05158C     CLOSE BILL-CTL-FILE.
05158D     DISPLAY 'ICH0099I SOURCES RE-PRICED   = ' CHG-SRC-COUNT.
05158E     DISPLAY 'ICH0099I SOURCES ADJUSTED    = ' CHG-ADJ-COUNT.
05158F     DISPLAY 'ICH0099I SOURCES UNCHANGED   = ' CHG-SAME-COUNT.
05158G     MOVE CHG-ADJ-NET TO CHG-NET-EDIT.
05158H     DISPLAY 'ICH0099I NET ADJUSTMENT      = ' CHG-NET-EDIT.
05158I 6800-FINALIZE-TRUE-UP-EXIT.
05158J     EXIT.
05158K
005160 8000-FINALIZE.
005170     WRITE RPT-PRINT-LINE FROM CHG-HDG-LINE-1
005180         AFTER ADVANCING PAGE.
005300     MOVE CHG-GRAND-TOTAL TO IFT-GL-AMOUNT.
005310     MOVE 'IFTHEN USAGE TOTAL' TO IFT-GL-DESC.
005320     WRITE IFT-GL-RECORD.
005322     ADD 1 TO CHG-RLOG-OUT-COUNT.
005325     PERFORM 8100-WRITE-MONTH-ROW
005327         THRU 8100-WRITE-MONTH-ROW-EXIT.
005330     CLOSE REPORT-FILE.
005340     CLOSE GL-FILE.
005345     CLOSE BILL-CTL-FILE.
005350     DISPLAY 'ICH0099I SOURCES BILLED      = ' CHG-SRC-COUNT.
005360     DISPLAY 'ICH0099I GRAND TOTAL         = ' CHG-GRAND-TOTAL.
005370 8000-FINALIZE-EXIT.
005380     EXIT.
005390
005400*        THE MONTH ROW - RATES BILLED AT, THE DAY AND THE TOTAL.
005410 8100-WRITE-MONTH-ROW.
005420     MOVE SPACES TO IFT-BILL-RECORD.
005430     MOVE CHG-STMT-MONTH TO IFT-BILL-PERIOD.
005440     MOVE CHG-EVAL-RATE TO IFT-BILL-EVAL-RATE.
005450     MOVE CHG-REJECT-RATE TO IFT-BILL-REJECT-RATE.
005460     MOVE CHG-WARNING-RATE TO IFT-BILL-WARNING-RATE.
005470     MOVE CHG-CRITICAL-RATE TO IFT-BILL-CRITICAL-RATE.
005480     MOVE CHG-RLOG-START-DATE TO IFT-BILL-BILLED-DATE.
005490     MOVE ZERO TO IFT-BILL-LAST-ADJ-DATE.
005500     MOVE ZERO TO IFT-BILL-ADJ-COUNT.
005510     MOVE CHG-GRAND-TOTAL TO IFT-BILL-MONTH-AMOUNT.
005520     PERFORM 5600-PUT-BILLED-ROW
005530         THRU 5600-PUT-BILLED-ROW-EXIT.
005540 8100-WRITE-MONTH-ROW-EXIT.
005550     EXIT.
005560
005570 9000-WRITE-RUN-LOG.
005580*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
005590*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
005600*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A LOG
005610*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
005620*        THE STEP'S RETURN CODE.
005630     OPEN I-O RUN-LOG-FILE.
005640     IF CHG-RLOG-STATUS NOT = '00'
005650         DISPLAY 'ICH0080W RUN LOG OPEN STATUS ' CHG-RLOG-STATUS
005660             ' - STEP NOT LOGGED'
005670         GO TO 9000-WRITE-RUN-LOG-EXIT
005680     END-IF.
005690     MOVE SPACES TO IFT-RLOG-RECORD.
005700     MOVE CHG-RLOG-START-DATE TO IFT-RLOG-RUN-DATE.
005710     MOVE ZERO TO IFT-RLOG-CYCLE-NO.
005720     IF CHG-ADJUST-MODE
005730         MOVE 'IFTCHADJ' TO IFT-RLOG-PROGRAM
005740     ELSE
005750         MOVE 'IFTCHARG' TO IFT-RLOG-PROGRAM
005760     END-IF.
005770     MOVE CHG-RLOG-START-DATE TO IFT-RLOG-START-DATE.
005780     MOVE CHG-RLOG-START-TIME TO IFT-RLOG-START-TIME.
005790     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
005800     ACCEPT IFT-RLOG-END-TIME FROM TIME.
005810     MOVE CHG-RLOG-IN-COUNT TO IFT-RLOG-IN-COUNT.
005820     MOVE CHG-RLOG-OUT-COUNT TO IFT-RLOG-OUT-COUNT.
005830     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
005840     WRITE IFT-RLOG-RECORD
005850         INVALID KEY
005860             REWRITE IFT-RLOG-RECORD
005870                 INVALID KEY
005880                     DISPLAY 'ICH0081W RUN LOG ROW NOT WRITTEN - '
005890                         'STATUS ' CHG-RLOG-STATUS
005900             END-REWRITE
005910     END-WRITE.
005920     CLOSE RUN-LOG-FILE.
005930 9000-WRITE-RUN-LOG-EXIT.
005940     EXIT.
