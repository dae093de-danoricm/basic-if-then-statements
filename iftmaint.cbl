00048U*                    COPY OF THE SOURCE'S RECORD IN EFFECT, OR
00048V*                    THE SHOP-WIDE RECORD WHEN THE SOURCE HAS
00048W*                    NONE.  THE RESTART SWITCH STAYS SHOP-WIDE.
0048W1*   10/15/2026 DCM   TWO-PERSON APPROVAL.  A T, L, C OR R
0048W2*                    TRANSACTION NOW CARRIES THE REQUESTER'S ID
0048W3*                    AND ONLY FILES A PROPOSAL ON THE PENDING-
0048W4*                    CHANGE FILE (IFTPEND.CPY, PENDFILE IN AND
0048W5*                    PENDNEW OUT FOR THE JOB TO COPY BACK).  A
0048W6*                    SECOND ANALYST'S A (APPROVE) OR X (REJECT)
0048W7*                    TRANSACTION DECIDES IT; AN APPROVAL FROM THE
0048W8*                    REQUESTER'S OWN ID IS REFUSED.  ONLY AN
0048W9*                    APPROVED PROPOSAL IS APPLIED, AND ITS HISTORY
0048WA*                    ROW CARRIES BOTH IDS AND THE PROPOSAL NUMBER.
0048WB*                    PROPOSALS WAITING LONGER THAN THE PENDPRM
0048WC*                    EXPIRY DAYS EXPIRE.  NEW RPTFILE LISTING OF
0048WD*                    THE RUN'S DECISIONS AND OF THE PROPOSALS
0048WE*                    STILL WAITING.  RUN LOG ROW WRITTEN BEFORE
0048WF*                    EVERY GOBACK.
0048WG*   10/15/2026 DCM   RUN LOG ROW NOW KEYED ON THE NIGHT'S
0048WH*                    BUSINESS DATE AND CYCLE FROM THE CHECKPOINT
0048WI*                    CONTROL RECORD (NEW CKPTIN DD), NOT THE DAY
0048WJ*                    IT RAN AT CYCLE 00 - THE STEP RUNS IN EVERY
0048WK*                    CYCLE.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000594         ORGANIZATION IS SEQUENTIAL.
000600     SELECT PARM-HIST-FILE ASSIGN TO HISTNEW
000610         ORGANIZATION IS SEQUENTIAL.
000611     SELECT PEND-FILE ASSIGN TO PENDFILE
000613         ORGANIZATION IS SEQUENTIAL.
000615     SELECT PEND-NEW-FILE ASSIGN TO PENDNEW
000617         ORGANIZATION IS SEQUENTIAL.
000619     SELECT PEND-PARM-FILE ASSIGN TO PENDPRM
00061B         ORGANIZATION IS SEQUENTIAL.
00061D     SELECT REPORT-FILE ASSIGN TO RPTFILE
00061F         ORGANIZATION IS SEQUENTIAL.
00061H     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
00061I         ORGANIZATION IS INDEXED
00061K         ACCESS MODE IS RANDOM
00061M         RECORD KEY IS IFT-RLOG-KEY
00061O         FILE STATUS IS MNT-RLOG-STATUS.
00061Q     SELECT CKPT-FILE ASSIGN TO CKPTIN
00061S         ORGANIZATION IS INDEXED
00061U         ACCESS MODE IS RANDOM
00061W         RECORD KEY IS IFT-CKPT-KEY
00061Y         FILE STATUS IS MNT-CKPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000756     RECORDING MODE IS F.
000758 01  MNT-PARMNEW-RECORD          PIC X(80).
000760
000761 FD  PEND-FILE
000762     RECORDING MODE IS F.
000764     COPY IFTPEND.
000765
000767 FD  PEND-NEW-FILE
000768     RECORDING MODE IS F.
00076A 01  MNT-PENDNEW-RECORD          PIC X(80).
00076B
00076C FD  PEND-PARM-FILE
00076E     RECORDING MODE IS F.
00076F     COPY IFTKPRM.
00076H
00076I FD  REPORT-FILE
00076K     RECORDING MODE IS F.
00076L 01  RPT-PRINT-LINE              PIC X(132).
00076N
00076O FD  RUN-LOG-FILE
00076P     RECORDING MODE IS F.
00076R     COPY IFTRLOG.
00076S
00076U FD  CKPT-FILE
00076V     RECORDING MODE IS F.
00076X     COPY IFTCKPT.
00076Y
000770 WORKING-STORAGE SECTION.
000780 01  MNT-SWITCHES.
000790     05  MNT-TXN-EOF-SW              PIC X(01) VALUE 'N'.
000820         88  MNT-VALUE-VALID             VALUE 'Y'.
000822     05  MNT-LOAD-FATAL-SW           PIC X(01) VALUE 'N'.
000824         88  MNT-LOAD-FATAL              VALUE 'Y'.
000826     05  MNT-CKPT-FOUND-SW           PIC X(01) VALUE 'N'.
000828         88  MNT-CKPT-FOUND              VALUE 'Y'.
000830
000840 01  MNT-RUN-DATE-TIME.
000850     05  MNT-RUN-DATE                PIC 9(08).
00113G     05  MNT-OUT-SOURCE-CODE         PIC X(03).
00113H     05  FILLER                      PIC X(56).
001140
011401*        THE PENDING-CHANGE FILE IS HELD HERE WHILE PROPOSALS ARE
011402*        FILED AND DECIDED, THEN WRITTEN TO PENDNEW AT END OF RUN
011403*        LESS THE ONES APPROVED, REJECTED OR EXPIRED.
011404 01  MNT-PEND-TABLE.
011405     05  MNT-PEND-ENTRY OCCURS 100 TIMES.
011406         10  MNT-PND-NO              PIC 9(06).
011407         10  MNT-PND-FUNCTION        PIC X(01).
011408         10  MNT-PND-NEW-VALUE       PIC X(04).
011409         10  MNT-PND-EFF-DATE        PIC X(08).
01140A         10  MNT-PND-SOURCE          PIC X(03).
01140B         10  MNT-PND-REQUESTER       PIC X(08).
01140C         10  MNT-PND-DATE            PIC 9(08).
01140D         10  MNT-PND-TIME            PIC 9(08).
01140E         10  MNT-PND-STATUS          PIC X(01).
01140F             88  MNT-PND-WAITING         VALUE 'W'.
01140G             88  MNT-PND-APPROVED        VALUE 'A'.
01140H             88  MNT-PND-REJECTED        VALUE 'X'.
01140I             88  MNT-PND-EXPIRED         VALUE 'E'.
01140J
01140K 77  MNT-PEND-COUNT              PIC 9(03) VALUE ZERO COMP.
01140L 77  MNT-PSUB                    PIC 9(03) VALUE ZERO COMP.
01140M 77  MNT-PHIT                    PIC 9(03) VALUE ZERO COMP.
01140N 77  MNT-TXN-READ                PIC 9(07) VALUE ZERO COMP.
01140O 77  MNT-APPLIED-BEFORE          PIC 9(04) VALUE ZERO COMP.
01140P 77  MNT-PROPOSED                PIC 9(04) VALUE ZERO COMP.
01140Q 77  MNT-APPROVED                PIC 9(04) VALUE ZERO COMP.
01140R 77  MNT-REJECTED                PIC 9(04) VALUE ZERO COMP.
01140S 77  MNT-REFUSED                 PIC 9(04) VALUE ZERO COMP.
01140T 77  MNT-EXPIRED                 PIC 9(04) VALUE ZERO COMP.
01140U 77  MNT-WAITING                 PIC 9(04) VALUE ZERO COMP.
01140V 77  MNT-PEND-AGE                PIC S9(07) VALUE ZERO COMP.
01140W
01140X 01  MNT-LAST-PROPOSAL-NO        PIC 9(06) VALUE ZERO.
01140Y 01  MNT-DECIDE-NO               PIC 9(06) VALUE ZERO.
01140Z 01  MNT-EXPIRE-DAYS             PIC 9(03) VALUE 7.
011410 01  MNT-ED-AGE                  PIC ZZZ9.
011411
011412*        THE TWO ANALYSTS AND THE PROPOSAL BEHIND THE CHANGE BEING
011413*        APPLIED, FOR ITS HISTORY ROW.
011414 01  MNT-APPROVAL-WORK.
011415     05  MNT-REQUESTER-ID            PIC X(08) VALUE SPACES.
011416     05  MNT-APPROVER-ID             PIC X(08) VALUE SPACES.
011417     05  MNT-PROPOSAL-NO             PIC 9(06) VALUE ZERO.
011418
011419*        OUTPUT IMAGE FOR THE REWRITTEN PENDING-CHANGE FILE - MUST
01141A*        MIRROR IFTPEND.CPY FIELD FOR FIELD.
01141B 01  MNT-PEND-OUT.
01141C     05  MNT-POUT-PROPOSAL-NO        PIC 9(06).
01141D     05  MNT-POUT-DETAIL.
01141E         10  MNT-POUT-FUNCTION       PIC X(01).
01141F         10  MNT-POUT-NEW-VALUE      PIC X(04).
01141G         10  MNT-POUT-EFF-DATE       PIC X(08).
01141H         10  MNT-POUT-SOURCE-CODE    PIC X(03).
01141I         10  MNT-POUT-REQUESTER-ID   PIC X(08).
01141J         10  MNT-POUT-PROPOSED-DATE  PIC 9(08).
01141K         10  MNT-POUT-PROPOSED-TIME  PIC 9(08).
01141L         10  FILLER                  PIC X(34).
01141M     05  MNT-POUT-CONTROL REDEFINES MNT-POUT-DETAIL.
01141N         10  MNT-POUT-LAST-NO        PIC 9(06).
01141O         10  FILLER                  PIC X(68).
01141P
01141Q 01  MNT-REPORT-LINES.
01141R     05  MNT-HDG-LINE-1.
01141S         10  FILLER                  PIC X(40) VALUE SPACES.
01141T         10  FILLER                  PIC X(36)
01141U             VALUE 'IFTMAINT PARAMETER CHANGE PROPOSALS'.
01141V     05  MNT-HDG-LINE-2.
01141W         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
01141X         10  MNT-HDG-DATE            PIC 9(08).
01141Y         10  FILLER                  PIC X(05) VALUE SPACES.
01141Z         10  FILLER                  PIC X(14)
011420             VALUE 'EXPIRY DAYS:  '.
011421         10  MNT-HDG-EXPIRE          PIC ZZ9.
011422     05  MNT-SECT-LINE.
011423         10  MNT-SECT-TEXT           PIC X(40).
011424     05  MNT-COL-LINE.
011425         10  FILLER                  PIC X(10) VALUE 'PROPOSAL'.
011426         10  FILLER                  PIC X(04) VALUE 'FN'.
011427         10  FILLER                  PIC X(07) VALUE 'VALUE'.
011428         10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
011429         10  FILLER                  PIC X(05) VALUE 'SRC'.
01142A         10  FILLER                  PIC X(10) VALUE 'REQUESTER'.
01142B         10  FILLER                  PIC X(10) VALUE 'APPROVER'.
01142C         10  FILLER                  PIC X(07) VALUE 'OUTCOME'.
01142D     05  MNT-DET-LINE.
01142E         10  MNT-DET-PROPOSAL        PIC X(06).
01142F         10  FILLER                  PIC X(04) VALUE SPACES.
01142G         10  MNT-DET-FUNCTION        PIC X(01).
01142H         10  FILLER                  PIC X(03) VALUE SPACES.
01142I         10  MNT-DET-VALUE           PIC X(04).
01142J         10  FILLER                  PIC X(03) VALUE SPACES.
01142K         10  MNT-DET-EFF-DATE        PIC X(08).
01142L         10  FILLER                  PIC X(02) VALUE SPACES.
01142M         10  MNT-DET-SOURCE          PIC X(03).
01142N         10  FILLER                  PIC X(02) VALUE SPACES.
01142O         10  MNT-DET-REQUESTER       PIC X(08).
01142P         10  FILLER                  PIC X(02) VALUE SPACES.
01142Q         10  MNT-DET-APPROVER        PIC X(08).
01142R         10  FILLER                  PIC X(02) VALUE SPACES.
01142S         10  MNT-DET-OUTCOME         PIC X(60).
01142T     05  MNT-CNT-LINE.
01142U         10  MNT-CNT-LABEL           PIC X(34).
01142V         10  MNT-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
01142W     05  MNT-MSG-LINE.
01142X         10  MNT-MSG-TEXT            PIC X(80).
01142Y
01142Z*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
011430 01  MNT-RLOG-STATUS             PIC X(02) VALUE '00'.
011431 01  MNT-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
011432 01  MNT-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
011433 01  MNT-CKPT-STATUS             PIC X(02) VALUE '00'.
011434 01  MNT-RLOG-RUN-DATE           PIC 9(08) VALUE ZERO.
011435 01  MNT-RLOG-CYCLE              PIC 9(02) VALUE ZERO.
011436
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
00116X     ACCEPT MNT-RLOG-START-DATE FROM DATE YYYYMMDD.
00116Y     ACCEPT MNT-RLOG-START-TIME FROM TIME.
001170     PERFORM 1000-INITIALIZE
001180         THRU 1000-INITIALIZE-EXIT.
001190     PERFORM 3000-PROCESS-TRANSACTION
001200         THRU 3000-PROCESS-TRANSACTION-EXIT
001210         UNTIL MNT-TXN-EOF.
001220     PERFORM 8000-FINALIZE
001230         THRU 8000-FINALIZE-EXIT.
001233     PERFORM 9000-WRITE-RUN-LOG
001236         THRU 9000-WRITE-RUN-LOG-EXIT.
001240     GOBACK.
001250
001260 1000-INITIALIZE.
001270     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD.
001280     ACCEPT MNT-RUN-TIME FROM TIME.
001283     PERFORM 1050-READ-LAST-CKPT
001286         THRU 1050-READ-LAST-CKPT-EXIT.
001290     OPEN INPUT PARM-FILE.
001300     PERFORM 1100-LOAD-PARMS
001310         THRU 1100-LOAD-PARMS-EXIT.
001320     CLOSE PARM-FILE.
013201     PERFORM 1300-READ-PEND-PARM
013202         THRU 1300-READ-PEND-PARM-EXIT.
013203     OPEN INPUT PEND-FILE.
013204     PERFORM 1400-LOAD-PENDING
013205         THRU 1400-LOAD-PENDING-EXIT.
013206     CLOSE PEND-FILE.
001322     IF MNT-LOAD-FATAL
001324         DISPLAY 'IFM0092E RETURN CODE 8 - NOTHING PROCESSED'
001326         MOVE 8 TO RETURN-CODE
013261         PERFORM 9000-WRITE-RUN-LOG
013262             THRU 9000-WRITE-RUN-LOG-EXIT
001328         GOBACK
001329     END-IF.
001330     DISPLAY 'IFM0001I PARM RECORDS LOADED = ' MNT-PARM-COUNT.
001335     DISPLAY 'IFM0008I PROPOSALS WAITING    = ' MNT-PEND-COUNT.
001340     MOVE MNT-RUN-DATE TO MNT-AS-OF-DATE.
001345     MOVE SPACES TO MNT-AS-OF-SOURCE.
001350     PERFORM 2400-FIND-AS-OF
001470     END-IF.
001480     OPEN INPUT MAINT-TXN-FILE.
001490     OPEN OUTPUT PARM-HIST-FILE.
0014B2     OPEN OUTPUT REPORT-FILE.
0014D5     WRITE RPT-PRINT-LINE FROM MNT-HDG-LINE-1
0014F8         AFTER ADVANCING PAGE.
0014HB     MOVE MNT-RUN-DATE TO MNT-HDG-DATE.
0014JD     MOVE MNT-EXPIRE-DAYS TO MNT-HDG-EXPIRE.
0014LG     WRITE RPT-PRINT-LINE FROM MNT-HDG-LINE-2
0014NJ         AFTER ADVANCING 2 LINES.
0014PM     PERFORM 1500-EXPIRE-PROPOSALS
0014RO         THRU 1500-EXPIRE-PROPOSALS-EXIT.
0014TR     MOVE 'TRANSACTIONS THIS RUN' TO MNT-SECT-TEXT.
0014VU     PERFORM 3600-WRITE-SECTION
0014XX         THRU 3600-WRITE-SECTION-EXIT.
001500     PERFORM 1200-READ-TRANSACTION
001510         THRU 1200-READ-TRANSACTION-EXIT.
001520 1000-INITIALIZE-EXIT.
001530     EXIT.
001540
001541 1050-READ-LAST-CKPT.
001542*        ONE KEYED READ OF THE ALL-ZERO-KEY CONTROL RECORD GIVES
001543*        THE NIGHT'S BUSINESS DATE AND CYCLE FOR THE RUN LOG ROW.
001544*        WITHOUT IT THE ROW FALLS BACK TO THE DAY IT RAN AT CYCLE
001546*        00 (SEE 9000-WRITE-RUN-LOG).
001547     OPEN INPUT CKPT-FILE.
001548     IF MNT-CKPT-STATUS NOT = '00'
001549         DISPLAY 'IFM0082W CHECKPOINT OPEN STATUS '
00154A             MNT-CKPT-STATUS
00154C         GO TO 1050-READ-LAST-CKPT-EXIT
00154D     END-IF.
00154E     MOVE ZEROS TO IFT-CKPT-KEY.
00154F     READ CKPT-FILE
00154G         INVALID KEY
00154I             CLOSE CKPT-FILE
00154J             GO TO 1050-READ-LAST-CKPT-EXIT
00154K     END-READ.
00154L     MOVE 'Y' TO MNT-CKPT-FOUND-SW.
00154M     MOVE IFT-CKPT-LAST-DATE TO MNT-RLOG-RUN-DATE.
00154O     IF IFT-CKPT-LAST-CYCLE NUMERIC AND
00154P        IFT-CKPT-LAST-CYCLE > ZERO
00154Q         MOVE IFT-CKPT-LAST-CYCLE TO MNT-RLOG-CYCLE
00154R     ELSE
00154S         MOVE 01 TO MNT-RLOG-CYCLE
00154U     END-IF.
00154V     CLOSE CKPT-FILE.
00154W 1050-READ-LAST-CKPT-EXIT.
00154X     EXIT.
00154Y
001550 1100-LOAD-PARMS.
001560     READ PARM-FILE
001570         AT END GO TO 1100-LOAD-PARMS-EXIT
001870 1200-READ-TRANSACTION-EXIT.
001880     EXIT.
001890
001898 1300-READ-PEND-PARM.
00189G*        A MISSING OR UNREADABLE CARD LEAVES THE 7-DAY DEFAULT.
00189O     OPEN INPUT PEND-PARM-FILE.
00189W     READ PEND-PARM-FILE
0018A4         AT END GO TO 1300-READ-PEND-PARM-CLOSE
0018AD     END-READ.
0018AL     IF IFT-KPRM-EXPIRE-DAYS NUMERIC
0018AT         MOVE IFT-KPRM-EXPIRE-DAYS TO MNT-EXPIRE-DAYS
0018B1     END-IF.
0018B9 1300-READ-PEND-PARM-CLOSE.
0018BH     CLOSE PEND-PARM-FILE.
0018BQ     DISPLAY 'IFM0007I PROPOSAL EXPIRY DAYS = ' MNT-EXPIRE-DAYS.
0018BY 1300-READ-PEND-PARM-EXIT.
0018C6     EXIT.
0018CE
0018CM 1400-LOAD-PENDING.
0018CU     READ PEND-FILE
0018D3         AT END GO TO 1400-LOAD-PENDING-EXIT
0018DB     END-READ.
0018DJ     IF IFT-PEND-PROPOSAL-NO NOT NUMERIC
0018DR         DISPLAY 'IFM0094W NON-NUMERIC PENDING ROW DROPPED'
0018DZ         GO TO 1400-LOAD-PENDING
0018E7     END-IF.
0018EG     IF IFT-PEND-CONTROL-ROW
0018EO         IF IFT-PEND-LAST-NO NUMERIC AND
0018EW            IFT-PEND-LAST-NO > MNT-LAST-PROPOSAL-NO
0018F4             MOVE IFT-PEND-LAST-NO TO MNT-LAST-PROPOSAL-NO
0018FC         END-IF
0018FK         GO TO 1400-LOAD-PENDING
0018FT     END-IF.
0018G1     IF MNT-PEND-COUNT >= 100
0018G9         DISPLAY 'IFM0093E MORE THAN 100 PENDING PROPOSALS - RUN'
0018GH             ' STOPPED'
0018GP         MOVE 'Y' TO MNT-LOAD-FATAL-SW
0018GX         GO TO 1400-LOAD-PENDING-EXIT
0018H6     END-IF.
0018HE     ADD 1 TO MNT-PEND-COUNT.
0018HM     MOVE IFT-PEND-PROPOSAL-NO TO MNT-PND-NO (MNT-PEND-COUNT).
0018HU     MOVE IFT-PEND-FUNCTION TO MNT-PND-FUNCTION (MNT-PEND-COUNT).
0018I2     MOVE IFT-PEND-NEW-VALUE
0018IA         TO MNT-PND-NEW-VALUE (MNT-PEND-COUNT).
0018IJ     MOVE IFT-PEND-EFF-DATE TO MNT-PND-EFF-DATE (MNT-PEND-COUNT).
0018IR     MOVE IFT-PEND-SOURCE-CODE TO MNT-PND-SOURCE (MNT-PEND-COUNT).
0018IZ     MOVE IFT-PEND-REQUESTER-ID
0018J7         TO MNT-PND-REQUESTER (MNT-PEND-COUNT).
0018JF     IF IFT-PEND-PROPOSED-DATE NUMERIC AND
0018JN        IFT-PEND-PROPOSED-DATE > ZERO
0018JW         MOVE IFT-PEND-PROPOSED-DATE
0018K4             TO MNT-PND-DATE (MNT-PEND-COUNT)
0018KC     ELSE
0018KK         MOVE MNT-RUN-DATE TO MNT-PND-DATE (MNT-PEND-COUNT)
0018KS     END-IF.
0018L0     IF IFT-PEND-PROPOSED-TIME NUMERIC
0018L9         MOVE IFT-PEND-PROPOSED-TIME
0018LH             TO MNT-PND-TIME (MNT-PEND-COUNT)
0018LP     ELSE
0018LX         MOVE ZERO TO MNT-PND-TIME (MNT-PEND-COUNT)
0018M5     END-IF.
0018MD     MOVE 'W' TO MNT-PND-STATUS (MNT-PEND-COUNT).
0018MM     IF IFT-PEND-PROPOSAL-NO > MNT-LAST-PROPOSAL-NO
0018MU         MOVE IFT-PEND-PROPOSAL-NO TO MNT-LAST-PROPOSAL-NO
0018N2     END-IF.
0018NA     GO TO 1400-LOAD-PENDING.
0018NI 1400-LOAD-PENDING-EXIT.
0018NQ     EXIT.
0018NZ
0018O7 1500-EXPIRE-PROPOSALS.
0018OF*        A PROPOSAL WAITING MORE THAN THE EXPIRY DAYS SINCE
0018ON*        THE DAY IT WAS FILED EXPIRES BEFORE ANY OF TONIGHT'S
0018OV*        DECISIONS ARE TAKEN, SO A STALE PROPOSAL CAN NO LONGER
0018P3*        BE APPROVED.
0018PC     MOVE 'PROPOSALS EXPIRED THIS RUN' TO MNT-SECT-TEXT.
0018PK     PERFORM 3600-WRITE-SECTION
0018PS         THRU 3600-WRITE-SECTION-EXIT.
0018Q0     IF MNT-EXPIRE-DAYS = ZERO
0018Q8         MOVE 'NONE - EXPIRY DAYS 000, PROPOSALS DO NOT EXPIRE'
0018QG             TO MNT-MSG-TEXT
0018QP         WRITE RPT-PRINT-LINE FROM MNT-MSG-LINE
0018QX             AFTER ADVANCING 1 LINE
0018R5         GO TO 1500-EXPIRE-PROPOSALS-EXIT
0018RD     END-IF.
0018RL     MOVE ZERO TO MNT-PSUB.
0018RT 1500-EXPIRE-PROPOSALS-LOOP.
0018S2     ADD 1 TO MNT-PSUB.
0018SA     IF MNT-PSUB > MNT-PEND-COUNT
0018SI         GO TO 1500-EXPIRE-PROPOSALS-DONE
0018SQ     END-IF.
0018SY     COMPUTE MNT-PEND-AGE =
0018T6         FUNCTION INTEGER-OF-DATE (MNT-RUN-DATE) -
0018TF         FUNCTION INTEGER-OF-DATE (MNT-PND-DATE (MNT-PSUB)).
0018TN     IF MNT-PEND-AGE NOT > MNT-EXPIRE-DAYS
0018TV         GO TO 1500-EXPIRE-PROPOSALS-LOOP
0018U3     END-IF.
0018UB     MOVE 'E' TO MNT-PND-STATUS (MNT-PSUB).
0018UJ     ADD 1 TO MNT-EXPIRED.
0018US     MOVE MNT-PSUB TO MNT-PHIT.
0018V0     PERFORM 3500-FORMAT-PROPOSAL
0018V8         THRU 3500-FORMAT-PROPOSAL-EXIT.
0018VG     MOVE MNT-PEND-AGE TO MNT-ED-AGE.
0018VO     STRING 'EXPIRED - WAITED' DELIMITED BY SIZE
0018VW            MNT-ED-AGE DELIMITED BY SIZE
0018W5            ' DAYS' DELIMITED BY SIZE
0018WD         INTO MNT-DET-OUTCOME
0018WL     END-STRING.
0018WT     WRITE RPT-PRINT-LINE FROM MNT-DET-LINE
0018X1         AFTER ADVANCING 1 LINE.
0018X9     DISPLAY 'IFM0023I PROPOSAL ' MNT-PND-NO (MNT-PSUB)
0018XI         ' EXPIRED'.
0018XQ     GO TO 1500-EXPIRE-PROPOSALS-LOOP.
0018XY 1500-EXPIRE-PROPOSALS-DONE.
0018Y6     IF MNT-EXPIRED = ZERO
0018YE         MOVE 'NONE' TO MNT-MSG-TEXT
0018YM         WRITE RPT-PRINT-LINE FROM MNT-MSG-LINE
0018YV             AFTER ADVANCING 1 LINE
0018Z3     END-IF.
0018ZB 1500-EXPIRE-PROPOSALS-EXIT.
0018ZJ     EXIT.
0018ZR
001900 2000-APPLY-TRANSACTION.
001910     MOVE ZERO TO MNT-WORK-NEW-VALUE.
001920     MOVE 'N' TO MNT-VALUE-VALID-SW.
002200         WHEN OTHER
002210             DISPLAY 'IFM0099E UNKNOWN FUNCTION CODE - IGNORED'
002220     END-EVALUATE.
002250 2000-APPLY-TRANSACTION-EXIT.
002260     EXIT.
002270
003840     MOVE MNT-HIST-NEW-VALUE TO IFT-PHIST-NEW-VALUE.
003850     MOVE MNT-TAB-EFF (MNT-HIT) TO IFT-PHIST-EFF-DATE.
003855     MOVE MNT-TAB-SOURCE (MNT-HIT) TO IFT-PHIST-SOURCE-CODE.
003856     MOVE MNT-REQUESTER-ID TO IFT-PHIST-REQUESTER-ID.
003857     MOVE MNT-APPROVER-ID TO IFT-PHIST-APPROVER-ID.
003858     MOVE MNT-PROPOSAL-NO TO IFT-PHIST-PROPOSAL-NO.
003860     MOVE MNT-RUN-DATE TO IFT-PHIST-CHG-DATE.
003870     MOVE MNT-RUN-TIME TO IFT-PHIST-CHG-TIME.
003880     WRITE IFT-PHIST-RECORD.
003900 2700-WRITE-HISTORY-EXIT.
003910     EXIT.
003920
039201 3000-PROCESS-TRANSACTION.
039202*        A T, L, C OR R TRANSACTION ONLY FILES A PROPOSAL.  THE
039203*        PARAMETER FILE CHANGES WHEN A SECOND ANALYST APPROVES IT,
039204*        THROUGH 2000-APPLY-TRANSACTION AS BEFORE.
039205     ADD 1 TO MNT-TXN-READ.
039206     MOVE SPACES TO MNT-DET-LINE.
039207     MOVE IFT-MTXN-FUNCTION TO MNT-DET-FUNCTION.
039208     EVALUATE TRUE
039209         WHEN IFT-MTXN-APPROVE
03920A             PERFORM 3200-APPROVE-PROPOSAL
03920B                 THRU 3200-APPROVE-PROPOSAL-EXIT
03920C         WHEN IFT-MTXN-REJECT
03920D             PERFORM 3300-REJECT-PROPOSAL
03920E                 THRU 3300-REJECT-PROPOSAL-EXIT
03920F         WHEN OTHER
03920G             PERFORM 3100-FILE-PROPOSAL
03920H                 THRU 3100-FILE-PROPOSAL-EXIT
03920I     END-EVALUATE.
03920J     WRITE RPT-PRINT-LINE FROM MNT-DET-LINE
03920K         AFTER ADVANCING 1 LINE.
03920L     PERFORM 1200-READ-TRANSACTION
03920M         THRU 1200-READ-TRANSACTION-EXIT.
03920N 3000-PROCESS-TRANSACTION-EXIT.
03920O     EXIT.
03920P
03920Q 3100-FILE-PROPOSAL.
03920R*        ONLY THE FORM OF THE NEW VALUE IS EDITED HERE.  THE
03920S*        LOW < THRESHOLD < CRITICAL ORDERING IS EDITED WHEN THE
03920T*        PROPOSAL IS APPROVED, AGAINST THE FILE AS IT IS THEN.
03920U     MOVE IFT-MTXN-NEW-VALUE TO MNT-DET-VALUE.
03920V     MOVE IFT-MTXN-EFF-DATE TO MNT-DET-EFF-DATE.
03920W     MOVE IFT-MTXN-SOURCE-CODE TO MNT-DET-SOURCE.
03920X     MOVE IFT-MTXN-USER-ID TO MNT-DET-REQUESTER.
03920Y     IF NOT IFT-MTXN-CHANGE
03920Z         DISPLAY 'IFM0099E UNKNOWN FUNCTION CODE - IGNORED'
039210         MOVE 'REFUSED - UNKNOWN FUNCTION CODE' TO MNT-DET-OUTCOME
039211         ADD 1 TO MNT-REFUSED
039212         GO TO 3100-FILE-PROPOSAL-EXIT
039213     END-IF.
039214     IF IFT-MTXN-USER-ID = SPACES
039215         DISPLAY 'IFM0090W NO REQUESTER ID - PROPOSAL REFUSED'
039216         MOVE 'REFUSED - NO REQUESTER ID' TO MNT-DET-OUTCOME
039217         ADD 1 TO MNT-REFUSED
039218         GO TO 3100-FILE-PROPOSAL-EXIT
039219     END-IF.
03921A     MOVE 'Y' TO MNT-VALUE-VALID-SW.
03921B     IF IFT-MTXN-SET-RESTART-SW
03921C         IF IFT-MTXN-NEW-VALUE (1:1) NOT = 'Y' AND
03921D            IFT-MTXN-NEW-VALUE (1:1) NOT = 'N'
03921E             MOVE 'N' TO MNT-VALUE-VALID-SW
03921F         END-IF
03921G     ELSE
03921H         IF IFT-MTXN-NEW-VALUE NOT NUMERIC
03921I             MOVE 'N' TO MNT-VALUE-VALID-SW
03921J         END-IF
03921K     END-IF.
03921L     IF NOT MNT-VALUE-VALID
03921M         DISPLAY 'IFM0097E INVALID NEW VALUE - PROPOSAL REFUSED'
03921N         MOVE 'REFUSED - INVALID NEW VALUE' TO MNT-DET-OUTCOME
03921O         ADD 1 TO MNT-REFUSED
03921P         GO TO 3100-FILE-PROPOSAL-EXIT
03921Q     END-IF.
03921R     MOVE ZERO TO MNT-PSUB.
03921S 3100-FILE-PROPOSAL-DUP.
03921T*        THE SAME CHANGE ALREADY WAITING (THE SAME DROP READ BY A
03921U*        LATER CYCLE) IS NOT FILED TWICE.
03921V     ADD 1 TO MNT-PSUB.
03921W     IF MNT-PSUB > MNT-PEND-COUNT
03921X         GO TO 3100-FILE-PROPOSAL-ADD
03921Y     END-IF.
03921Z     IF MNT-PND-WAITING (MNT-PSUB) AND
039220        MNT-PND-FUNCTION (MNT-PSUB) = IFT-MTXN-FUNCTION AND
039221        MNT-PND-NEW-VALUE (MNT-PSUB) = IFT-MTXN-NEW-VALUE AND
039222        MNT-PND-EFF-DATE (MNT-PSUB) = IFT-MTXN-EFF-DATE AND
039223        MNT-PND-SOURCE (MNT-PSUB) = IFT-MTXN-SOURCE-CODE
039224         MOVE MNT-PND-NO (MNT-PSUB) TO MNT-DET-PROPOSAL
039225         DISPLAY 'IFM0090W SAME CHANGE ALREADY WAITING AS '
039226             'PROPOSAL ' MNT-PND-NO (MNT-PSUB)
039227         MOVE 'REFUSED - SAME CHANGE ALREADY WAITING'
039228             TO MNT-DET-OUTCOME
039229         ADD 1 TO MNT-REFUSED
03922A         GO TO 3100-FILE-PROPOSAL-EXIT
03922B     END-IF.
03922C     GO TO 3100-FILE-PROPOSAL-DUP.
03922D 3100-FILE-PROPOSAL-ADD.
03922E     IF MNT-PEND-COUNT >= 100
03922F         DISPLAY 'IFM0093E PENDING TABLE FULL - PROPOSAL IGNORED'
03922G         MOVE 8 TO RETURN-CODE
03922H         MOVE 'REFUSED - PENDING TABLE FULL' TO MNT-DET-OUTCOME
03922I         ADD 1 TO MNT-REFUSED
03922J         GO TO 3100-FILE-PROPOSAL-EXIT
03922K     END-IF.
03922L     ADD 1 TO MNT-PEND-COUNT.
03922M     ADD 1 TO MNT-LAST-PROPOSAL-NO.
03922N     MOVE MNT-LAST-PROPOSAL-NO TO MNT-PND-NO (MNT-PEND-COUNT).
03922O     MOVE IFT-MTXN-FUNCTION TO MNT-PND-FUNCTION (MNT-PEND-COUNT).
03922P     MOVE IFT-MTXN-NEW-VALUE
03922Q         TO MNT-PND-NEW-VALUE (MNT-PEND-COUNT).
03922R     MOVE IFT-MTXN-EFF-DATE TO MNT-PND-EFF-DATE (MNT-PEND-COUNT).
03922S     MOVE IFT-MTXN-SOURCE-CODE TO MNT-PND-SOURCE (MNT-PEND-COUNT).
03922T     MOVE IFT-MTXN-USER-ID TO MNT-PND-REQUESTER (MNT-PEND-COUNT).
03922U     MOVE MNT-RUN-DATE TO MNT-PND-DATE (MNT-PEND-COUNT).
03922V     MOVE MNT-RUN-TIME TO MNT-PND-TIME (MNT-PEND-COUNT).
03922W     MOVE 'W' TO MNT-PND-STATUS (MNT-PEND-COUNT).
03922X     MOVE MNT-LAST-PROPOSAL-NO TO MNT-DET-PROPOSAL.
03922Y     MOVE 'PROPOSED - WAITING FOR APPROVAL' TO MNT-DET-OUTCOME.
03922Z     ADD 1 TO MNT-PROPOSED.
039230     DISPLAY 'IFM0020I PROPOSAL ' MNT-LAST-PROPOSAL-NO
039231         ' FILED BY ' IFT-MTXN-USER-ID.
039232 3100-FILE-PROPOSAL-EXIT.
039233     EXIT.
039234
039235 3200-APPROVE-PROPOSAL.
039236     PERFORM 3400-FIND-PROPOSAL
039237         THRU 3400-FIND-PROPOSAL-EXIT.
039238     MOVE IFT-MTXN-USER-ID TO MNT-DET-APPROVER.
039239     IF MNT-PHIT = ZERO
03923A         DISPLAY 'IFM0090W PROPOSAL ' IFT-MTXN-PROPOSAL-NO
03923B             ' NOT WAITING - APPROVAL IGNORED'
03923C         MOVE 'REFUSED - PROPOSAL NOT WAITING' TO MNT-DET-OUTCOME
03923D         ADD 1 TO MNT-REFUSED
03923E         GO TO 3200-APPROVE-PROPOSAL-EXIT
03923F     END-IF.
03923G     IF IFT-MTXN-USER-ID = SPACES
03923H         DISPLAY 'IFM0090W NO APPROVER ID - APPROVAL IGNORED'
03923I         MOVE 'REFUSED - NO APPROVER ID' TO MNT-DET-OUTCOME
03923J         ADD 1 TO MNT-REFUSED
03923K         GO TO 3200-APPROVE-PROPOSAL-EXIT
03923L     END-IF.
03923M     IF IFT-MTXN-USER-ID = MNT-PND-REQUESTER (MNT-PHIT)
03923N         DISPLAY 'IFM0091W PROPOSAL ' MNT-PND-NO (MNT-PHIT)
03923O             ' - APPROVER IS THE REQUESTER - REFUSED'
03923P         MOVE 'REFUSED - APPROVER IS THE REQUESTER'
03923Q             TO MNT-DET-OUTCOME
03923R         ADD 1 TO MNT-REFUSED
03923S         GO TO 3200-APPROVE-PROPOSAL-EXIT
03923T     END-IF.
03923U*        APPLY THE PROPOSED TRANSACTION AS IF JUST READ.
03923V     MOVE MNT-PND-REQUESTER (MNT-PHIT) TO MNT-REQUESTER-ID.
03923W     MOVE IFT-MTXN-USER-ID TO MNT-APPROVER-ID.
03923X     MOVE MNT-PND-NO (MNT-PHIT) TO MNT-PROPOSAL-NO.
03923Y     MOVE MNT-PND-FUNCTION (MNT-PHIT) TO IFT-MTXN-FUNCTION.
03923Z     MOVE MNT-PND-NEW-VALUE (MNT-PHIT) TO IFT-MTXN-NEW-VALUE.
039240     MOVE MNT-PND-EFF-DATE (MNT-PHIT) TO IFT-MTXN-EFF-DATE.
039241     MOVE MNT-PND-SOURCE (MNT-PHIT) TO IFT-MTXN-SOURCE-CODE.
039242     MOVE MNT-CHANGES-APPLIED TO MNT-APPLIED-BEFORE.
039243     PERFORM 2000-APPLY-TRANSACTION
039244         THRU 2000-APPLY-TRANSACTION-EXIT.
039245     IF MNT-CHANGES-APPLIED = MNT-APPLIED-BEFORE
039246         DISPLAY 'IFM0090W PROPOSAL ' MNT-PND-NO (MNT-PHIT)
039247             ' FAILED ITS EDIT - STILL WAITING'
039248         MOVE 'NOT APPLIED - FAILED EDIT, STILL WAITING'
039249             TO MNT-DET-OUTCOME
03924A         ADD 1 TO MNT-REFUSED
03924B         GO TO 3200-APPROVE-PROPOSAL-EXIT
03924C     END-IF.
03924D     MOVE 'A' TO MNT-PND-STATUS (MNT-PHIT).
03924E     MOVE 'APPROVED - APPLIED' TO MNT-DET-OUTCOME.
03924F     ADD 1 TO MNT-APPROVED.
03924G     DISPLAY 'IFM0021I PROPOSAL ' MNT-PND-NO (MNT-PHIT)
03924H         ' APPROVED BY ' MNT-APPROVER-ID.
03924I 3200-APPROVE-PROPOSAL-EXIT.
03924J     EXIT.
03924K
03924L 3300-REJECT-PROPOSAL.
03924M*        A REJECTION FROM THE REQUESTER'S OWN ID IS A WITHDRAWAL.
03924N     PERFORM 3400-FIND-PROPOSAL
03924O         THRU 3400-FIND-PROPOSAL-EXIT.
03924P     MOVE IFT-MTXN-USER-ID TO MNT-DET-APPROVER.
03924Q     IF MNT-PHIT = ZERO
03924R         DISPLAY 'IFM0090W PROPOSAL ' IFT-MTXN-PROPOSAL-NO
03924S             ' NOT WAITING - REJECTION IGNORED'
03924T         MOVE 'REFUSED - PROPOSAL NOT WAITING' TO MNT-DET-OUTCOME
03924U         ADD 1 TO MNT-REFUSED
03924V         GO TO 3300-REJECT-PROPOSAL-EXIT
03924W     END-IF.
03924X     IF IFT-MTXN-USER-ID = SPACES
03924Y         DISPLAY 'IFM0090W NO APPROVER ID - REJECTION IGNORED'
03924Z         MOVE 'REFUSED - NO APPROVER ID' TO MNT-DET-OUTCOME
039250         ADD 1 TO MNT-REFUSED
039251         GO TO 3300-REJECT-PROPOSAL-EXIT
039252     END-IF.
039253     MOVE 'X' TO MNT-PND-STATUS (MNT-PHIT).
039254     ADD 1 TO MNT-REJECTED.
039255     IF IFT-MTXN-USER-ID = MNT-PND-REQUESTER (MNT-PHIT)
039256         MOVE 'WITHDRAWN BY REQUESTER' TO MNT-DET-OUTCOME
039257     ELSE
039258         MOVE 'REJECTED' TO MNT-DET-OUTCOME
039259     END-IF.
03925A     DISPLAY 'IFM0022I PROPOSAL ' MNT-PND-NO (MNT-PHIT)
03925B         ' REJECTED BY ' IFT-MTXN-USER-ID.
03925C 3300-REJECT-PROPOSAL-EXIT.
03925D     EXIT.
03925E
03925F 3400-FIND-PROPOSAL.
03925G*        THE WAITING PROPOSAL NAMED ON AN A OR X TRANSACTION, IF
03925H*        ANY, IN MNT-PHIT, WITH THE REPORT LINE SET UP FROM IT.
03925I     MOVE ZERO TO MNT-PHIT.
03925J     MOVE IFT-MTXN-PROPOSAL-NO TO MNT-DET-PROPOSAL.
03925K     IF IFT-MTXN-PROPOSAL-NO NOT NUMERIC
03925L         GO TO 3400-FIND-PROPOSAL-EXIT
03925M     END-IF.
03925N     MOVE IFT-MTXN-PROPOSAL-NO TO MNT-DECIDE-NO.
03925O     MOVE ZERO TO MNT-PSUB.
03925P 3400-FIND-PROPOSAL-LOOP.
03925Q     ADD 1 TO MNT-PSUB.
03925R     IF MNT-PSUB > MNT-PEND-COUNT
03925S         GO TO 3400-FIND-PROPOSAL-EXIT
03925T     END-IF.
03925U     IF MNT-PND-NO (MNT-PSUB) NOT = MNT-DECIDE-NO OR
03925V        NOT MNT-PND-WAITING (MNT-PSUB)
03925W         GO TO 3400-FIND-PROPOSAL-LOOP
03925X     END-IF.
03925Y     MOVE MNT-PSUB TO MNT-PHIT.
03925Z     PERFORM 3500-FORMAT-PROPOSAL
039260         THRU 3500-FORMAT-PROPOSAL-EXIT.
039261 3400-FIND-PROPOSAL-EXIT.
039262     EXIT.
039263
039264 3500-FORMAT-PROPOSAL.
039265     MOVE SPACES TO MNT-DET-LINE.
039266     MOVE MNT-PND-NO (MNT-PHIT) TO MNT-DET-PROPOSAL.
039267     MOVE MNT-PND-FUNCTION (MNT-PHIT) TO MNT-DET-FUNCTION.
039268     MOVE MNT-PND-NEW-VALUE (MNT-PHIT) TO MNT-DET-VALUE.
039269     MOVE MNT-PND-EFF-DATE (MNT-PHIT) TO MNT-DET-EFF-DATE.
03926A     MOVE MNT-PND-SOURCE (MNT-PHIT) TO MNT-DET-SOURCE.
03926B     MOVE MNT-PND-REQUESTER (MNT-PHIT) TO MNT-DET-REQUESTER.
03926C 3500-FORMAT-PROPOSAL-EXIT.
03926D     EXIT.
03926E
03926F 3600-WRITE-SECTION.
03926G     WRITE RPT-PRINT-LINE FROM MNT-SECT-LINE
03926H         AFTER ADVANCING 2 LINES.
03926I     WRITE RPT-PRINT-LINE FROM MNT-COL-LINE
03926J         AFTER ADVANCING 1 LINE.
03926K 3600-WRITE-SECTION-EXIT.
03926L     EXIT.
03926M
003930 8000-FINALIZE.
003940     CLOSE MAINT-TXN-FILE.
003950     CLOSE PARM-HIST-FILE.
004020         MNT-PARM-COUNT.
004030     DISPLAY 'IFM0098I CHANGES APPLIED             = '
004040         MNT-CHANGES-APPLIED.
004043     PERFORM 8200-WRITE-PENDING
004046         THRU 8200-WRITE-PENDING-EXIT.
004049     PERFORM 8300-LIST-WAITING
00404D         THRU 8300-LIST-WAITING-EXIT.
00404G     DISPLAY 'IFM0098I PROPOSALS FILED             = '
00404J         MNT-PROPOSED.
00404M     DISPLAY 'IFM0098I PROPOSALS APPROVED          = '
00404Q         MNT-APPROVED.
00404T     DISPLAY 'IFM0098I PROPOSALS STILL WAITING     = '
00404W         MNT-WAITING.
004050 8000-FINALIZE-EXIT.
004060     EXIT.
004070
004190     GO TO 8100-WRITE-PARMS.
004200 8100-WRITE-PARMS-EXIT.
004210     EXIT.
004220
004230 8200-WRITE-PENDING.
004240*        CONTROL ROW FIRST, THEN EVERY PROPOSAL STILL WAITING.
004250     OPEN OUTPUT PEND-NEW-FILE.
004260     MOVE SPACES TO MNT-PEND-OUT.
004270     MOVE ZERO TO MNT-POUT-PROPOSAL-NO.
004280     MOVE MNT-LAST-PROPOSAL-NO TO MNT-POUT-LAST-NO.
004290     WRITE MNT-PENDNEW-RECORD FROM MNT-PEND-OUT.
004300     MOVE ZERO TO MNT-PSUB.
004310 8200-WRITE-PENDING-LOOP.
004320     ADD 1 TO MNT-PSUB.
004330     IF MNT-PSUB > MNT-PEND-COUNT
004340         GO TO 8200-WRITE-PENDING-DONE
004350     END-IF.
004360     IF NOT MNT-PND-WAITING (MNT-PSUB)
004370         GO TO 8200-WRITE-PENDING-LOOP
004380     END-IF.
004390     MOVE SPACES TO MNT-PEND-OUT.
004400     MOVE MNT-PND-NO (MNT-PSUB) TO MNT-POUT-PROPOSAL-NO.
004410     MOVE MNT-PND-FUNCTION (MNT-PSUB) TO MNT-POUT-FUNCTION.
004420     MOVE MNT-PND-NEW-VALUE (MNT-PSUB) TO MNT-POUT-NEW-VALUE.
004430     MOVE MNT-PND-EFF-DATE (MNT-PSUB) TO MNT-POUT-EFF-DATE.
004440     MOVE MNT-PND-SOURCE (MNT-PSUB) TO MNT-POUT-SOURCE-CODE.
004450     MOVE MNT-PND-REQUESTER (MNT-PSUB) TO MNT-POUT-REQUESTER-ID.
004460     MOVE MNT-PND-DATE (MNT-PSUB) TO MNT-POUT-PROPOSED-DATE.
004470     MOVE MNT-PND-TIME (MNT-PSUB) TO MNT-POUT-PROPOSED-TIME.
004480     WRITE MNT-PENDNEW-RECORD FROM MNT-PEND-OUT.
004490     ADD 1 TO MNT-WAITING.
004500     GO TO 8200-WRITE-PENDING-LOOP.
004510 8200-WRITE-PENDING-DONE.
004520     CLOSE PEND-NEW-FILE.
004530 8200-WRITE-PENDING-EXIT.
004540     EXIT.
004550
004560 8300-LIST-WAITING.
004570     MOVE 'PROPOSALS WAITING FOR APPROVAL' TO MNT-SECT-TEXT.
004580     PERFORM 3600-WRITE-SECTION
004590         THRU 3600-WRITE-SECTION-EXIT.
004600     MOVE ZERO TO MNT-PSUB.
004610 8300-LIST-WAITING-LOOP.
004620     ADD 1 TO MNT-PSUB.
004630     IF MNT-PSUB > MNT-PEND-COUNT
004640         GO TO 8300-LIST-WAITING-DONE
004650     END-IF.
004660     IF NOT MNT-PND-WAITING (MNT-PSUB)
004670         GO TO 8300-LIST-WAITING-LOOP
004680     END-IF.
004690     MOVE MNT-PSUB TO MNT-PHIT.
004700     PERFORM 3500-FORMAT-PROPOSAL
004710         THRU 3500-FORMAT-PROPOSAL-EXIT.
004720     COMPUTE MNT-PEND-AGE =
004730         FUNCTION INTEGER-OF-DATE (MNT-RUN-DATE) -
004740         FUNCTION INTEGER-OF-DATE (MNT-PND-DATE (MNT-PSUB)).
004750     MOVE MNT-PEND-AGE TO MNT-ED-AGE.
004760     STRING 'FILED ' DELIMITED BY SIZE
004770            MNT-PND-DATE (MNT-PSUB) DELIMITED BY SIZE
004780            ' - WAITING' DELIMITED BY SIZE
004790            MNT-ED-AGE DELIMITED BY SIZE
004800            ' DAYS' DELIMITED BY SIZE
004810         INTO MNT-DET-OUTCOME
004820     END-STRING.
004830     WRITE RPT-PRINT-LINE FROM MNT-DET-LINE
004840         AFTER ADVANCING 1 LINE.
004850     GO TO 8300-LIST-WAITING-LOOP.
004860 8300-LIST-WAITING-DONE.
004870     IF MNT-WAITING = ZERO
004880         MOVE 'NONE' TO MNT-MSG-TEXT
004890         WRITE RPT-PRINT-LINE FROM MNT-MSG-LINE
004900             AFTER ADVANCING 1 LINE
004910     END-IF.
004920     MOVE 'TRANSACTIONS READ' TO MNT-CNT-LABEL.
004930     MOVE MNT-TXN-READ TO MNT-CNT-VALUE.
004940     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
004950         AFTER ADVANCING 2 LINES.
004960     MOVE 'PROPOSALS FILED' TO MNT-CNT-LABEL.
004970     MOVE MNT-PROPOSED TO MNT-CNT-VALUE.
004980     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
004990         AFTER ADVANCING 1 LINE.
005000     MOVE 'PROPOSALS APPROVED AND APPLIED' TO MNT-CNT-LABEL.
005010     MOVE MNT-APPROVED TO MNT-CNT-VALUE.
005020     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
005030         AFTER ADVANCING 1 LINE.
005040     MOVE 'PROPOSALS REJECTED OR WITHDRAWN' TO MNT-CNT-LABEL.
005050     MOVE MNT-REJECTED TO MNT-CNT-VALUE.
005060     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
005070         AFTER ADVANCING 1 LINE.
005080     MOVE 'TRANSACTIONS REFUSED' TO MNT-CNT-LABEL.
005090     MOVE MNT-REFUSED TO MNT-CNT-VALUE.
005100     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
005110         AFTER ADVANCING 1 LINE.
005120     MOVE 'PROPOSALS EXPIRED' TO MNT-CNT-LABEL.
005130     MOVE MNT-EXPIRED TO MNT-CNT-VALUE.
005140     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
005150         AFTER ADVANCING 1 LINE.
005160     MOVE 'PROPOSALS STILL WAITING' TO MNT-CNT-LABEL.
005170     MOVE MNT-WAITING TO MNT-CNT-VALUE.
005180     WRITE RPT-PRINT-LINE FROM MNT-CNT-LINE
005190         AFTER ADVANCING 1 LINE.
005200     CLOSE REPORT-FILE.
005210 8300-LIST-WAITING-EXIT.
005220     EXIT.
005230
005240 9000-WRITE-RUN-LOG.
005250*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
005260*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.
005270*        IFTMAINT RUNS IN EVERY CYCLE OF THE NIGHTLY JOB, SO THE
005280*        ROW IS KEYED ON THE BUSINESS DATE AND CYCLE NAMED BY THE
005290*        CHECKPOINT CONTROL RECORD, AND A RERUN OF THE STEP FOR
005300*        THE SAME CYCLE REPLACES ITS ROW.  WITHOUT THE CONTROL
005310*        RECORD THE ROW IS LOGGED UNDER THE DAY IT RAN AT CYCLE 00
005320*        AND NEVER REPLACES A ROW ALREADY THERE.  A LOG THAT
005330*        CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES THE
005340*        STEP'S RETURN CODE.
005350     OPEN I-O RUN-LOG-FILE.
005360     IF MNT-RLOG-STATUS NOT = '00'
005370         DISPLAY 'IFM0080W RUN LOG OPEN STATUS ' MNT-RLOG-STATUS
005380             ' - STEP NOT LOGGED'
005390         GO TO 9000-WRITE-RUN-LOG-EXIT
005400     END-IF.
005410     MOVE SPACES TO IFT-RLOG-RECORD.
005420     IF MNT-CKPT-FOUND
005430         MOVE MNT-RLOG-RUN-DATE TO IFT-RLOG-RUN-DATE
005440         MOVE MNT-RLOG-CYCLE TO IFT-RLOG-CYCLE-NO
005450     ELSE
005460         MOVE MNT-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
005470         MOVE ZERO TO IFT-RLOG-CYCLE-NO
005480     END-IF.
005490     MOVE 'IFTMAINT' TO IFT-RLOG-PROGRAM.
005500     MOVE MNT-RLOG-START-DATE TO IFT-RLOG-START-DATE.
005510     MOVE MNT-RLOG-START-TIME TO IFT-RLOG-START-TIME.
005520     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
005530     ACCEPT IFT-RLOG-END-TIME FROM TIME.
005540     MOVE MNT-TXN-READ TO IFT-RLOG-IN-COUNT.
005550     MOVE MNT-CHANGES-APPLIED TO IFT-RLOG-OUT-COUNT.
005560     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
005570     WRITE IFT-RLOG-RECORD
005580         INVALID KEY
005590             IF IFT-RLOG-CYCLE-NO = ZERO
005600                 DISPLAY 'IFM0081W RUN LOG ROW NOT WRITTEN - '
005610                     'STATUS ' MNT-RLOG-STATUS
005620             ELSE
005630                 REWRITE IFT-RLOG-RECORD
005640                     INVALID KEY
005650                         DISPLAY 'IFM0081W RUN LOG ROW NOT '
005660                             'WRITTEN - STATUS ' MNT-RLOG-STATUS
005670                 END-REWRITE
005680             END-IF
005690     END-WRITE.
005700     CLOSE RUN-LOG-FILE.
005710 9000-WRITE-RUN-LOG-EXIT.
005720     EXIT.
