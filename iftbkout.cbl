000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTBKOUT.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   CYCLE BACKOUT.  WHEN A FEEDER SENDS A BAD EXTRACT THAT STILL
000100*   PASSES IFTEDIT, THE NIGHT'S IFTHEN RUN HAS ALREADY EXTENDED
000110*   THE AUDIT, REJECT AND ALERT FILES, WRITTEN ITS CHECKPOINT
000120*   RECORD AND DAY STATS ROWS AND MOVED THE CHECKPOINT CONTROL
000130*   RECORD ON, SO THE CORRECTED RESEND IS REFUSED AS A REPEAT.
000140*   DRIVEN BY THE BKOPRM CARD (IFTBPRM.CPY), THIS PROGRAM
000150*   REVERSES ONE RUN DATE AND CYCLE: THE AUDIT, REJECT AND ALERT
000160*   ROWS OF THAT RUN ARE DROPPED FROM COPIES THE JOB WRITES BACK
000170*   OVER THE LIVE FILES (THE IFTPURGE AUDNEW/REJNEW/ALTNEW
000180*   PATTERN), THE RUN'S CHECKPOINT RECORD AND ITS H, V AND S DAY
000190*   STATS ROWS ARE DELETED BY KEY, AND THE CONTROL RECORD IS
000200*   ROLLED BACK TO THE RUN BEFORE IT, SO IFTEDIT TAKES THE RESEND
000210*   AS THE NEXT CYCLE.  A REVERSAL REPORT PRINTS THE COUNTS.
000220*
000230*   ONLY THE LATEST RUN (THE ONE ON THE CONTROL RECORD) CAN BE
000240*   BACKED OUT.  THE BACKOUT IS REFUSED, WITH NOTHING CHANGED,
000250*   WHEN ANY ORIGINAL ALERT OF THE RUN HAS ALREADY BEEN
000260*   ACKNOWLEDGED BY THE TICKETING SHOP, OR WHEN THE RUN DATE
000270*   FALLS IN A MONTH IFTCHARG HAS ALREADY BILLED (ON ITS
000280*   BILLED-PERIOD CONTROL FILE) - THOSE NEED A MANUAL
000290*   CORRECTION DOWNSTREAM FIRST.  ACKNOWLEDGMENTS CARRY NO
000300*   CYCLE, SO AN ACK FOR THE SAME SEQUENCE NUMBER AND DAY FROM
000310*   ANOTHER CYCLE ALSO HOLDS THE BACKOUT (THE SAFE SIDE).
000320*   IFTESCAL RE-ISSUES STAMPED WITH THE RUN ARE KEPT - THEY
000330*   CHASE OLDER ALERTS THAT ARE STILL OUTSTANDING.  THE RUN'S
000340*   ROWS ON THE ANALYSTS' OUTLIER FILE ARE DROPPED THE SAME WAY
000350*   AS ITS AUDIT ROWS, SO THE RESEND DOES NOT DOUBLE THEM.
000360*   THE INCIDENT MASTER'S CONTROL RECORD IS STEPPED BACK TO THE
000370*   RUN BEFORE, SO IFTINCID TAKES THE RESEND; THE INCIDENT COUNTS
000380*   THE BAD RUN ADDED ARE NOT UNWOUND AND ARE LEFT TO THE
000390*   TICKETING SHOP.
000400*   THE CONTROL RECORD IS ROLLED BACK BEFORE ANYTHING IS DELETED:
000410*   IF THAT FAILS THE RUN ENDS RC 8 WITH NOTHING CHANGED.  A
000420*   FAILED INCIDENT CONTROL REWRITE AFTER IT IS RC 4 AND LEFT FOR
000430*   A HAND CORRECTION, SO THE BACKOUT IS NEVER LEFT HALF DONE.
000440*
000450*   MODIFICATION HISTORY.
000460*   DATE       INIT  DESCRIPTION
000470*   ---------  ----  ----------------------------------------
000480*   10/15/2026 DCM   ORIGINAL VERSION.
000490*   10/15/2026 DCM   THE IFTHEN OUTLIER FILE (IFTOUTL.CPY) IS NOW
000500*                    BACKED OUT WITH THE AUDIT, REJECT AND ALERT
000510*                    FILES (OUTLIN/OUTLNEW COPYBACK).
000520*   10/15/2026 DCM   THE INCIDENT MASTER CONTROL RECORD IS ROLLED
000530*                    BACK WITH THE CHECKPOINT WHEN IT NAMES THE
000540*                    RUN BEING BACKED OUT.
000550*   10/15/2026 DCM   THE BILLED CHECK READS THE IFTCHARG
000560*                    BILLED-PERIOD CONTROL FILE (IFTBILL.CPY) IN
000570*                    PLACE OF THE GL INTERFACE, WHICH ONLY EVER
000580*                    HELD THE LAST MONTH BILLED.
000590*   10/15/2026 DCM   CHECKPOINT CONTROL RECORD NOW ROLLED BACK
000600*                    BEFORE THE RUN'S CHECKPOINT AND STATS ROWS
000610*                    ARE DELETED, AND A FAILURE THERE STOPS THE
000620*                    RUN (RC 8) WITH NOTHING CHANGED.  A FAILED
000630*                    INCIDENT CONTROL REWRITE IS NOW RC 4 SO THE
000640*                    COPYBACKS STILL RUN.
000650*----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-370.
000690 OBJECT-COMPUTER. IBM-370.
000700 SPECIAL-NAMES.
000710     C01 IS TO-NEW-PAGE.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT BKOUT-PARM-FILE ASSIGN TO BKOPRM
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT ACK-FILE ASSIGN TO ACKIN
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT BILL-CTL-FILE ASSIGN TO BILLCTL
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS IFT-BILL-KEY
000820         FILE STATUS IS BKO-BILL-STATUS.
000830     SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
000840         ORGANIZATION IS SEQUENTIAL.
000850     SELECT AUDIT-NEW-FILE ASSIGN TO AUDNEW
000860         ORGANIZATION IS SEQUENTIAL.
000870     SELECT REJECT-IN-FILE ASSIGN TO REJIN
000880         ORGANIZATION IS SEQUENTIAL.
000890     SELECT REJECT-NEW-FILE ASSIGN TO REJNEW
000900         ORGANIZATION IS SEQUENTIAL.
000910     SELECT ALERT-IN-FILE ASSIGN TO ALTIN
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT ALERT-NEW-FILE ASSIGN TO ALTNEW
000940         ORGANIZATION IS SEQUENTIAL.
000950     SELECT OUTLIER-IN-FILE ASSIGN TO OUTLIN
000960         ORGANIZATION IS SEQUENTIAL.
000970     SELECT OUTLIER-NEW-FILE ASSIGN TO OUTLNEW
000980         ORGANIZATION IS SEQUENTIAL.
000990     SELECT CKPT-FILE ASSIGN TO CKPTFILE
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS IFT-CKPT-KEY
001030         FILE STATUS IS BKO-CKPT-STATUS.
001040     SELECT STAT-FILE ASSIGN TO STATFILE
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS IFT-DSTAT-KEY
001080         FILE STATUS IS BKO-STAT-STATUS.
001090     SELECT INC-MAST-FILE ASSIGN TO INCMAST
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS IFT-INCM-KEY
001130         FILE STATUS IS BKO-INC-STATUS.
001140     SELECT REPORT-FILE ASSIGN TO RPTFILE
001150         ORGANIZATION IS SEQUENTIAL.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  BKOUT-PARM-FILE
001200     RECORDING MODE IS F.
001210     COPY IFTBPRM.
001220
001230 FD  ACK-FILE
001240     RECORDING MODE IS F.
001250     COPY IFTACK.
001260
001270 FD  BILL-CTL-FILE
001280     RECORDING MODE IS F.
001290     COPY IFTBILL.
001300
001310 FD  AUDIT-IN-FILE
001320     RECORDING MODE IS F.
001330     COPY IFTAUD.
001340
001350 FD  AUDIT-NEW-FILE
001360     RECORDING MODE IS F.
001370 01  BKO-AUDIT-NEW-RECORD        PIC X(80).
001380
001390 FD  REJECT-IN-FILE
001400     RECORDING MODE IS F.
001410     COPY IFTREJ.
001420
001430 FD  REJECT-NEW-FILE
001440     RECORDING MODE IS F.
001450 01  BKO-REJECT-NEW-RECORD       PIC X(80).
001460
001470 FD  ALERT-IN-FILE
001480     RECORDING MODE IS F.
001490     COPY IFTALERT.
001500
001510 FD  ALERT-NEW-FILE
001520     RECORDING MODE IS F.
001530 01  BKO-ALERT-NEW-RECORD        PIC X(80).
001540
001550 FD  OUTLIER-IN-FILE
001560     RECORDING MODE IS F.
001570     COPY IFTOUTL.
001580
001590 FD  OUTLIER-NEW-FILE
001600     RECORDING MODE IS F.
001610 01  BKO-OUTLIER-NEW-RECORD      PIC X(80).
001620
001630 FD  CKPT-FILE
001640     RECORDING MODE IS F.
001650     COPY IFTCKPT.
001660
001670 FD  STAT-FILE
001680     RECORDING MODE IS F.
001690     COPY IFTDSTAT.
001700
001710 FD  INC-MAST-FILE
001720     RECORDING MODE IS F.
001730     COPY IFTINCM.
001740
001750 FD  REPORT-FILE
001760     RECORDING MODE IS F.
001770 01  RPT-PRINT-LINE              PIC X(132).
001780
001790 WORKING-STORAGE SECTION.
001800 01  BKO-SWITCHES.
001810     05  BKO-FATAL-SW                PIC X(01) VALUE 'N'.
001820         88  BKO-FATAL                   VALUE 'Y'.
001830     05  BKO-REFUSED-SW              PIC X(01) VALUE 'N'.
001840         88  BKO-REFUSED                 VALUE 'Y'.
001850     05  BKO-ACK-FOUND-SW            PIC X(01) VALUE 'N'.
001860         88  BKO-ACK-FOUND               VALUE 'Y'.
001870     05  BKO-PRIOR-FOUND-SW          PIC X(01) VALUE 'N'.
001880         88  BKO-PRIOR-FOUND             VALUE 'Y'.
001890     05  BKO-INC-ROLLED-SW           PIC X(01) VALUE 'N'.
001900         88  BKO-INC-ROLLED              VALUE 'Y'.
001910     05  BKO-BILL-UNREAD-SW          PIC X(01) VALUE 'N'.
001920         88  BKO-BILL-UNREAD             VALUE 'Y'.
001930
001940 01  BKO-RUN-DATE                PIC 9(08).
001950 01  BKO-CKPT-STATUS             PIC X(02) VALUE '00'.
001960 01  BKO-STAT-STATUS             PIC X(02) VALUE '00'.
001970 01  BKO-INC-STATUS              PIC X(02) VALUE '00'.
001980 01  BKO-BILL-STATUS             PIC X(02) VALUE '00'.
001990
002000*        THE RUN BEING REVERSED, AND THE RUN BEFORE IT THAT THE
002010*        CONTROL RECORD IS ROLLED BACK TO.  BOTH ARE LAID OUT AS
002020*        THE CHECKPOINT KEY (DATE + CYCLE) SO THEY COMPARE TO IT
002030*        DIRECTLY.
002040 01  BKO-TARGET-KEY.
002050     05  BKO-TARGET-DATE             PIC 9(08) VALUE ZERO.
002060     05  BKO-TARGET-CYCLE            PIC 9(02) VALUE 01.
002070 01  BKO-TARGET-MONTH REDEFINES BKO-TARGET-KEY.
002080     05  BKO-TARGET-YYYYMM           PIC X(06).
002090     05  FILLER                      PIC X(04).
002100 01  BKO-PRIOR-KEY.
002110     05  BKO-PRIOR-DATE              PIC 9(08) VALUE ZERO.
002120     05  BKO-PRIOR-CYCLE             PIC 9(02) VALUE ZERO.
002130 01  BKO-ROW-CYCLE               PIC 9(02) VALUE 01.
002140 01  BKO-BILLED-PERIOD           PIC X(06) VALUE SPACES.
002150
002160*        ACKNOWLEDGMENTS ARE LOADED UP FRONT SO THE ALERT FILE
002170*        CAN BE MATCHED IN ONE PASS (THE IFTRECON ACK TABLE).
002180 01  BKO-ACK-TABLE.
002190     05  BKO-ACK-ENTRY OCCURS 5000 TIMES.
002200         10  BKO-ACK-SEQ-NO          PIC 9(06).
002210         10  BKO-ACK-RUN-DATE        PIC 9(08).
002220
002230 77  BKO-ACK-COUNT               PIC 9(04) VALUE ZERO COMP.
002240 77  BKO-ACK-SUB                 PIC 9(04) VALUE ZERO COMP.
002250 77  BKO-ACKED-COUNT             PIC 9(06) VALUE ZERO COMP.
002260 77  BKO-READ-COUNT              PIC 9(07) VALUE ZERO COMP.
002270 77  BKO-DROP-COUNT              PIC 9(07) VALUE ZERO COMP.
002280 77  BKO-KEEP-COUNT              PIC 9(07) VALUE ZERO COMP.
002290 77  BKO-REISSUE-KEPT            PIC 9(07) VALUE ZERO COMP.
002300 77  BKO-CKPT-DELETED            PIC 9(07) VALUE ZERO COMP.
002310 77  BKO-STAT-H-DELETED          PIC 9(07) VALUE ZERO COMP.
002320 77  BKO-STAT-V-DELETED          PIC 9(07) VALUE ZERO COMP.
002330 77  BKO-STAT-S-DELETED          PIC 9(07) VALUE ZERO COMP.
002340 77  BKO-ROLL-INT                PIC 9(08) VALUE ZERO COMP.
002350
002360 01  BKO-REPORT-LINES.
002370     05  BKO-HDG-LINE-1.
002380         10  FILLER                  PIC X(40) VALUE SPACES.
002390         10  FILLER                  PIC X(29)
002400             VALUE 'IFTBKOUT CYCLE BACKOUT REPORT'.
002410     05  BKO-HDG-LINE-2.
002420         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002430         10  BKO-HDG-DATE            PIC 9(08).
002440         10  FILLER                  PIC X(05) VALUE SPACES.
002450         10  FILLER                  PIC X(14)
002460             VALUE 'BACKED OUT:   '.
002470         10  BKO-HDG-TARGET-DATE     PIC 9(08).
002480         10  FILLER                  PIC X(08)
002490             VALUE '  CYCLE '.
002500         10  BKO-HDG-TARGET-CYCLE    PIC 9(02).
002510     05  BKO-HDG-LINE-3.
002520         10  FILLER                  PIC X(10) VALUE 'FILE'.
002530         10  FILLER                  PIC X(04) VALUE SPACES.
002540         10  FILLER                  PIC X(11)
002550             VALUE '       READ'.
002560         10  FILLER                  PIC X(04) VALUE SPACES.
002570         10  FILLER                  PIC X(11)
002580             VALUE '    REMOVED'.
002590         10  FILLER                  PIC X(04) VALUE SPACES.
002600         10  FILLER                  PIC X(11)
002610             VALUE '       KEPT'.
002620     05  BKO-DET-LINE.
002630         10  BKO-DET-FILE            PIC X(10).
002640         10  FILLER                  PIC X(04) VALUE SPACES.
002650         10  BKO-DET-READ            PIC ZZ,ZZZ,ZZ9.
002660         10  FILLER                  PIC X(05) VALUE SPACES.
002670         10  BKO-DET-DROP            PIC ZZ,ZZZ,ZZ9.
002680         10  FILLER                  PIC X(05) VALUE SPACES.
002690         10  BKO-DET-KEEP            PIC ZZ,ZZZ,ZZ9.
002700     05  BKO-CNT-LINE.
002710         10  BKO-CNT-LABEL           PIC X(34).
002720         10  BKO-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
002730     05  BKO-CTL-LINE.
002740         10  FILLER                  PIC X(34)
002750             VALUE 'CONTROL RECORD ROLLED BACK TO'.
002760         10  BKO-CTL-DATE            PIC 9(08).
002770         10  FILLER                  PIC X(08)
002780             VALUE '  CYCLE '.
002790         10  BKO-CTL-CYCLE           PIC 9(02).
002800     05  BKO-MSG-LINE.
002810         10  BKO-MSG-TEXT            PIC X(80).
002820
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-INITIALIZE-EXIT.
002870     IF BKO-FATAL
002880         DISPLAY 'IBK0092E RETURN CODE 8 - NOTHING PROCESSED'
002890         MOVE 8 TO RETURN-CODE
002900         GOBACK
002910     END-IF.
002920     PERFORM 1500-CHECK-ALERTS
002930         THRU 1500-CHECK-ALERTS-EXIT.
002940     PERFORM 1700-CHECK-BILLED
002950         THRU 1700-CHECK-BILLED-EXIT.
002960     IF BKO-REFUSED
002970         PERFORM 7500-REPORT-REFUSAL
002980             THRU 7500-REPORT-REFUSAL-EXIT
002990         GOBACK
003000     END-IF.
003010     PERFORM 2000-COPY-AUDIT
003020         THRU 2000-COPY-AUDIT-EXIT.
003030     PERFORM 3000-COPY-REJECTS
003040         THRU 3000-COPY-REJECTS-EXIT.
003050     PERFORM 4000-COPY-ALERTS
003060         THRU 4000-COPY-ALERTS-EXIT.
003070     PERFORM 4500-COPY-OUTLIERS
003080         THRU 4500-COPY-OUTLIERS-EXIT.
003090     PERFORM 6000-ROLL-BACK-CKPT
003100         THRU 6000-ROLL-BACK-CKPT-EXIT.
003110     IF RETURN-CODE > ZERO
003120         PERFORM 7600-REPORT-FAILURE
003130             THRU 7600-REPORT-FAILURE-EXIT
003140         GOBACK
003150     END-IF.
003160     PERFORM 6100-DELETE-RUN-CKPT
003170         THRU 6100-DELETE-RUN-CKPT-EXIT.
003180     PERFORM 5000-DELETE-STATS
003190         THRU 5000-DELETE-STATS-EXIT.
003200     PERFORM 6500-ROLL-BACK-INCIDENTS
003210         THRU 6500-ROLL-BACK-INCIDENTS-EXIT.
003220     PERFORM 8000-FINALIZE
003230         THRU 8000-FINALIZE-EXIT.
003240     GOBACK.
003250
003260 1000-INITIALIZE.
003270     ACCEPT BKO-RUN-DATE FROM DATE YYYYMMDD.
003280     OPEN INPUT BKOUT-PARM-FILE.
003290     READ BKOUT-PARM-FILE
003300         AT END
003310             DISPLAY 'IBK0001E BKOPRM EMPTY - NO RUN TO BACK OUT'
003320             MOVE 'Y' TO BKO-FATAL-SW
003330     END-READ.
003340     CLOSE BKOUT-PARM-FILE.
003350     IF BKO-FATAL
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF.
003380     IF IFT-BPRM-RUN-DATE NOT NUMERIC
003390         DISPLAY 'IBK0002E BACKOUT RUN DATE NOT NUMERIC'
003400         MOVE 'Y' TO BKO-FATAL-SW
003410         GO TO 1000-INITIALIZE-EXIT
003420     END-IF.
003430     MOVE IFT-BPRM-RUN-DATE TO BKO-TARGET-DATE.
003440     IF IFT-BPRM-CYCLE-NO NUMERIC AND
003450        IFT-BPRM-CYCLE-NO > ZERO
003460         MOVE IFT-BPRM-CYCLE-NO TO BKO-TARGET-CYCLE
003470     ELSE
003480         MOVE 01 TO BKO-TARGET-CYCLE
003490     END-IF.
003500     DISPLAY 'IBK0003I BACKOUT RUN DATE      = ' BKO-TARGET-DATE.
003510     DISPLAY 'IBK0004I BACKOUT CYCLE         = ' BKO-TARGET-CYCLE.
003520     PERFORM 1100-READ-LAST-CKPT
003530         THRU 1100-READ-LAST-CKPT-EXIT.
003540     IF BKO-FATAL
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF.
003570     OPEN INPUT ACK-FILE.
003580     PERFORM 1200-LOAD-ACKS
003590         THRU 1200-LOAD-ACKS-EXIT.
003600     CLOSE ACK-FILE.
003610     IF BKO-FATAL
003620         CLOSE CKPT-FILE
003630         GO TO 1000-INITIALIZE-EXIT
003640     END-IF.
003650     DISPLAY 'IBK0005I ACKNOWLEDGMENTS LOADED = ' BKO-ACK-COUNT.
003660     OPEN OUTPUT REPORT-FILE.
003670     WRITE RPT-PRINT-LINE FROM BKO-HDG-LINE-1
003680         AFTER ADVANCING PAGE.
003690     MOVE BKO-RUN-DATE TO BKO-HDG-DATE.
003700     MOVE BKO-TARGET-DATE TO BKO-HDG-TARGET-DATE.
003710     MOVE BKO-TARGET-CYCLE TO BKO-HDG-TARGET-CYCLE.
003720     WRITE RPT-PRINT-LINE FROM BKO-HDG-LINE-2
003730         AFTER ADVANCING 2 LINES.
003740 1000-INITIALIZE-EXIT.
003750     EXIT.
003760
003770 1100-READ-LAST-CKPT.
003780*        THE CHECKPOINT IS OPENED FOR UPDATE HERE AND HELD OPEN
003790*        TO THE END, SO NOTHING CAN MOVE THE CONTROL RECORD ON
003800*        BETWEEN THIS CHECK AND THE ROLLBACK.  A RUN THAT IS NOT
003810*        THE LATEST CANNOT BE REVERSED - LATER RUNS WERE BUILT
003820*        ON ITS CHECKPOINT AND CYCLE NUMBER.
003830     OPEN I-O CKPT-FILE.
003840     IF BKO-CKPT-STATUS NOT = '00'
003850         DISPLAY 'IBK0006E CHECKPOINT OPEN STATUS '
003860             BKO-CKPT-STATUS ' - NOTHING TO BACK OUT'
003870         MOVE 'Y' TO BKO-FATAL-SW
003880         GO TO 1100-READ-LAST-CKPT-EXIT
003890     END-IF.
003900     MOVE ZEROS TO IFT-CKPT-KEY.
003910     READ CKPT-FILE
003920         INVALID KEY
003930             DISPLAY 'IBK0007E NO CHECKPOINT CONTROL RECORD -'
003940                 ' NOTHING TO BACK OUT'
003950             MOVE 'Y' TO BKO-FATAL-SW
003960             CLOSE CKPT-FILE
003970             GO TO 1100-READ-LAST-CKPT-EXIT
003980     END-READ.
003990     IF IFT-CKPT-LAST-CYCLE NUMERIC AND
004000        IFT-CKPT-LAST-CYCLE > ZERO
004010         MOVE IFT-CKPT-LAST-CYCLE TO BKO-ROW-CYCLE
004020     ELSE
004030         MOVE 01 TO BKO-ROW-CYCLE
004040     END-IF.
004050     IF IFT-CKPT-LAST-DATE NOT = BKO-TARGET-DATE OR
004060        BKO-ROW-CYCLE NOT = BKO-TARGET-CYCLE
004070         DISPLAY 'IBK0008E LATEST RUN IS ' IFT-CKPT-LAST-DATE
004080             ' CYCLE ' BKO-ROW-CYCLE
004090             ' - ONLY THE LATEST RUN CAN BE BACKED OUT'
004100         MOVE 'Y' TO BKO-FATAL-SW
004110         CLOSE CKPT-FILE
004120     END-IF.
004130 1100-READ-LAST-CKPT-EXIT.
004140     EXIT.
004150
004160 1200-LOAD-ACKS.
004170*        AN OVERFLOWING ACK TABLE WOULD MISS AN ACKNOWLEDGED
004180*        ALERT AND LET THE BACKOUT THROUGH - STOP INSTEAD.
004190     READ ACK-FILE
004200         AT END GO TO 1200-LOAD-ACKS-EXIT
004210     END-READ.
004220     IF IFT-ACK-RUN-DATE NOT = BKO-TARGET-DATE
004230         GO TO 1200-LOAD-ACKS
004240     END-IF.
004250     IF BKO-ACK-COUNT >= 5000
004260         DISPLAY 'IBK0094E MORE THAN 5000 ACKS - RUN STOPPED'
004270         MOVE 'Y' TO BKO-FATAL-SW
004280         GO TO 1200-LOAD-ACKS-EXIT
004290     END-IF.
004300     ADD 1 TO BKO-ACK-COUNT.
004310     MOVE IFT-ACK-SEQ-NO TO BKO-ACK-SEQ-NO (BKO-ACK-COUNT).
004320     MOVE IFT-ACK-RUN-DATE TO BKO-ACK-RUN-DATE (BKO-ACK-COUNT).
004330     GO TO 1200-LOAD-ACKS.
004340 1200-LOAD-ACKS-EXIT.
004350     EXIT.
004360
004370 1500-CHECK-ALERTS.
004380*        ONLY ORIGINAL ALERTS ARE MATCHED - AN IFTESCAL RE-ISSUE
004390*        (ESC FLAG Y) IS ANSWERED BY ITS ORIGINAL'S ACK.  EVERY
004400*        ACKNOWLEDGED ALERT IS LISTED, NOT JUST THE FIRST, SO THE
004410*        TICKETS CAN ALL BE CHASED BEFORE THE BACKOUT IS RETRIED.
004420     OPEN INPUT ALERT-IN-FILE.
004430 1500-CHECK-ALERTS-LOOP.
004440     READ ALERT-IN-FILE
004450         AT END GO TO 1500-CHECK-ALERTS-DONE
004460     END-READ.
004470     IF IFT-ALERT-REISSUED
004480         GO TO 1500-CHECK-ALERTS-LOOP
004490     END-IF.
004500     IF IFT-ALERT-RUN-DATE NOT = BKO-TARGET-DATE
004510         GO TO 1500-CHECK-ALERTS-LOOP
004520     END-IF.
004530     MOVE 01 TO BKO-ROW-CYCLE.
004540     IF IFT-ALERT-CYCLE-NO NUMERIC AND IFT-ALERT-CYCLE-NO > ZERO
004550         MOVE IFT-ALERT-CYCLE-NO TO BKO-ROW-CYCLE
004560     END-IF.
004570     IF BKO-ROW-CYCLE NOT = BKO-TARGET-CYCLE
004580         GO TO 1500-CHECK-ALERTS-LOOP
004590     END-IF.
004600     PERFORM 1550-FIND-ACK
004610         THRU 1550-FIND-ACK-EXIT.
004620     IF BKO-ACK-FOUND
004630         ADD 1 TO BKO-ACKED-COUNT
004640         DISPLAY 'IBK0020W ALERT SEQ ' IFT-ALERT-SEQ-NO
004650             ' SOURCE ' IFT-ALERT-SOURCE-CODE
004660             ' ALREADY ACKNOWLEDGED'
004670     END-IF.
004680     GO TO 1500-CHECK-ALERTS-LOOP.
004690 1500-CHECK-ALERTS-DONE.
004700     CLOSE ALERT-IN-FILE.
004710     IF BKO-ACKED-COUNT > ZERO
004720         MOVE 'Y' TO BKO-REFUSED-SW
004730     END-IF.
004740 1500-CHECK-ALERTS-EXIT.
004750     EXIT.
004760
004770 1550-FIND-ACK.
004780     MOVE 'N' TO BKO-ACK-FOUND-SW.
004790     MOVE ZERO TO BKO-ACK-SUB.
004800 1550-FIND-ACK-LOOP.
004810     ADD 1 TO BKO-ACK-SUB.
004820     IF BKO-ACK-SUB > BKO-ACK-COUNT
004830         GO TO 1550-FIND-ACK-EXIT
004840     END-IF.
004850     IF BKO-ACK-SEQ-NO (BKO-ACK-SUB) = IFT-ALERT-SEQ-NO AND
004860        BKO-ACK-RUN-DATE (BKO-ACK-SUB) = IFT-ALERT-RUN-DATE
004870         MOVE 'Y' TO BKO-ACK-FOUND-SW
004880         GO TO 1550-FIND-ACK-EXIT
004890     END-IF.
004900     GO TO 1550-FIND-ACK-LOOP.
004910 1550-FIND-ACK-EXIT.
004920     EXIT.
004930
004940 1700-CHECK-BILLED.
004950*        THE BILLED-PERIOD CONTROL FILE HOLDS EVERY MONTH IFTCHARG
004960*        HAS BILLED.  A RUN DATE IN A BILLED MONTH, OR BEFORE A
004970*        LATER MONTH BILLED, HAS ALREADY BEEN CHARGED BACK, AND
004980*        REMOVING ITS ROWS WOULD LEAVE THE STATEMENTS NOT AGREEING
004990*        WITH THE FILES THEY CAME FROM.  A CONTROL FILE THAT
005000*        CANNOT BE READ HOLDS THE BACKOUT (THE SAFE SIDE).
005010     OPEN INPUT BILL-CTL-FILE.
005020     IF BKO-BILL-STATUS NOT = '00'
005030         DISPLAY 'IBK0022W BILLED-PERIOD CONTROL FILE OPEN '
005040             'STATUS ' BKO-BILL-STATUS ' - BILLING NOT CHECKED'
005050         MOVE 'Y' TO BKO-BILL-UNREAD-SW
005060         MOVE 'Y' TO BKO-REFUSED-SW
005070         GO TO 1700-CHECK-BILLED-EXIT
005080     END-IF.
005090     MOVE BKO-TARGET-YYYYMM TO IFT-BILL-PERIOD.
005100     MOVE LOW-VALUES TO IFT-BILL-SOURCE-CODE.
005110     START BILL-CTL-FILE KEY NOT < IFT-BILL-KEY
005120         INVALID KEY GO TO 1700-CHECK-BILLED-DONE
005130     END-START.
005140     READ BILL-CTL-FILE NEXT
005150         AT END GO TO 1700-CHECK-BILLED-DONE
005160     END-READ.
005170     MOVE IFT-BILL-PERIOD TO BKO-BILLED-PERIOD.
005180 1700-CHECK-BILLED-DONE.
005190     CLOSE BILL-CTL-FILE.
005200     IF BKO-BILLED-PERIOD NOT = SPACES AND
005210        BKO-TARGET-YYYYMM NOT > BKO-BILLED-PERIOD
005220         DISPLAY 'IBK0021W RUN MONTH ' BKO-TARGET-YYYYMM
005230             ' ALREADY BILLED BY IFTCHARG (PERIOD '
005240             BKO-BILLED-PERIOD ')'
005250         MOVE 'Y' TO BKO-REFUSED-SW
005260     END-IF.
005270 1700-CHECK-BILLED-EXIT.
005280     EXIT.
005290
005300 2000-COPY-AUDIT.
005310     WRITE RPT-PRINT-LINE FROM BKO-HDG-LINE-3
005320         AFTER ADVANCING 2 LINES.
005330     MOVE ZERO TO BKO-READ-COUNT.
005340     MOVE ZERO TO BKO-DROP-COUNT.
005350     MOVE ZERO TO BKO-KEEP-COUNT.
005360     OPEN INPUT AUDIT-IN-FILE.
005370     OPEN OUTPUT AUDIT-NEW-FILE.
005380 2000-COPY-AUDIT-LOOP.
005390     READ AUDIT-IN-FILE
005400         AT END
005410             GO TO 2000-COPY-AUDIT-DONE
005420     END-READ.
005430     ADD 1 TO BKO-READ-COUNT.
005440     MOVE 01 TO BKO-ROW-CYCLE.
005450     IF IFT-AUDIT-CYCLE-NO NUMERIC AND IFT-AUDIT-CYCLE-NO > ZERO
005460         MOVE IFT-AUDIT-CYCLE-NO TO BKO-ROW-CYCLE
005470     END-IF.
005480     IF IFT-AUDIT-RUN-DATE = BKO-TARGET-DATE AND
005490        BKO-ROW-CYCLE = BKO-TARGET-CYCLE
005500         ADD 1 TO BKO-DROP-COUNT
005510     ELSE
005520         WRITE BKO-AUDIT-NEW-RECORD FROM IFT-AUDIT-RECORD
005530         ADD 1 TO BKO-KEEP-COUNT
005540     END-IF.
005550     GO TO 2000-COPY-AUDIT-LOOP.
005560 2000-COPY-AUDIT-DONE.
005570     CLOSE AUDIT-IN-FILE.
005580     CLOSE AUDIT-NEW-FILE.
005590     MOVE 'AUDIT' TO BKO-DET-FILE.
005600     PERFORM 7000-WRITE-DETAIL
005610         THRU 7000-WRITE-DETAIL-EXIT.
005620 2000-COPY-AUDIT-EXIT.
005630     EXIT.
005640
005650 3000-COPY-REJECTS.
005660     MOVE ZERO TO BKO-READ-COUNT.
005670     MOVE ZERO TO BKO-DROP-COUNT.
005680     MOVE ZERO TO BKO-KEEP-COUNT.
005690     OPEN INPUT REJECT-IN-FILE.
005700     OPEN OUTPUT REJECT-NEW-FILE.
005710 3000-COPY-REJECTS-LOOP.
005720     READ REJECT-IN-FILE
005730         AT END
005740             GO TO 3000-COPY-REJECTS-DONE
005750     END-READ.
005760     ADD 1 TO BKO-READ-COUNT.
005770     MOVE 01 TO BKO-ROW-CYCLE.
005780     IF IFT-REJECT-CYCLE-NO NUMERIC AND IFT-REJECT-CYCLE-NO > ZERO
005790         MOVE IFT-REJECT-CYCLE-NO TO BKO-ROW-CYCLE
005800     END-IF.
005810     IF IFT-REJECT-RUN-DATE = BKO-TARGET-DATE AND
005820        BKO-ROW-CYCLE = BKO-TARGET-CYCLE
005830         ADD 1 TO BKO-DROP-COUNT
005840     ELSE
005850         WRITE BKO-REJECT-NEW-RECORD FROM IFT-REJECT-RECORD
005860         ADD 1 TO BKO-KEEP-COUNT
005870     END-IF.
005880     GO TO 3000-COPY-REJECTS-LOOP.
005890 3000-COPY-REJECTS-DONE.
005900     CLOSE REJECT-IN-FILE.
005910     CLOSE REJECT-NEW-FILE.
005920     MOVE 'REJECTS' TO BKO-DET-FILE.
005930     PERFORM 7000-WRITE-DETAIL
005940         THRU 7000-WRITE-DETAIL-EXIT.
005950 3000-COPY-REJECTS-EXIT.
005960     EXIT.
005970
005980 4000-COPY-ALERTS.
005990     MOVE ZERO TO BKO-READ-COUNT.
006000     MOVE ZERO TO BKO-DROP-COUNT.
006010     MOVE ZERO TO BKO-KEEP-COUNT.
006020     OPEN INPUT ALERT-IN-FILE.
006030     OPEN OUTPUT ALERT-NEW-FILE.
006040 4000-COPY-ALERTS-LOOP.
006050     READ ALERT-IN-FILE
006060         AT END
006070             GO TO 4000-COPY-ALERTS-DONE
006080     END-READ.
006090     ADD 1 TO BKO-READ-COUNT.
006100     MOVE 01 TO BKO-ROW-CYCLE.
006110     IF IFT-ALERT-CYCLE-NO NUMERIC AND IFT-ALERT-CYCLE-NO > ZERO
006120         MOVE IFT-ALERT-CYCLE-NO TO BKO-ROW-CYCLE
006130     END-IF.
006140     IF IFT-ALERT-RUN-DATE = BKO-TARGET-DATE AND
006150        BKO-ROW-CYCLE = BKO-TARGET-CYCLE AND
006160        NOT IFT-ALERT-REISSUED
006170         ADD 1 TO BKO-DROP-COUNT
006180     ELSE
006190         IF IFT-ALERT-RUN-DATE = BKO-TARGET-DATE AND
006200            BKO-ROW-CYCLE = BKO-TARGET-CYCLE
006210             ADD 1 TO BKO-REISSUE-KEPT
006220         END-IF
006230         WRITE BKO-ALERT-NEW-RECORD FROM IFT-ALERT-RECORD
006240         ADD 1 TO BKO-KEEP-COUNT
006250     END-IF.
006260     GO TO 4000-COPY-ALERTS-LOOP.
006270 4000-COPY-ALERTS-DONE.
006280     CLOSE ALERT-IN-FILE.
006290     CLOSE ALERT-NEW-FILE.
006300     MOVE 'ALERTS' TO BKO-DET-FILE.
006310     PERFORM 7000-WRITE-DETAIL
006320         THRU 7000-WRITE-DETAIL-EXIT.
006330 4000-COPY-ALERTS-EXIT.
006340     EXIT.
006350
006360 4500-COPY-OUTLIERS.
006370     MOVE ZERO TO BKO-READ-COUNT.
006380     MOVE ZERO TO BKO-DROP-COUNT.
006390     MOVE ZERO TO BKO-KEEP-COUNT.
006400     OPEN INPUT OUTLIER-IN-FILE.
006410     OPEN OUTPUT OUTLIER-NEW-FILE.
006420 4500-COPY-OUTLIERS-LOOP.
006430     READ OUTLIER-IN-FILE
006440         AT END
006450             GO TO 4500-COPY-OUTLIERS-DONE
006460     END-READ.
006470     ADD 1 TO BKO-READ-COUNT.
006480     IF IFT-OUTL-RUN-DATE = BKO-TARGET-DATE AND
006490        IFT-OUTL-CYCLE-NO = BKO-TARGET-CYCLE
006500         ADD 1 TO BKO-DROP-COUNT
006510     ELSE
006520         WRITE BKO-OUTLIER-NEW-RECORD FROM IFT-OUTL-RECORD
006530         ADD 1 TO BKO-KEEP-COUNT
006540     END-IF.
006550     GO TO 4500-COPY-OUTLIERS-LOOP.
006560 4500-COPY-OUTLIERS-DONE.
006570     CLOSE OUTLIER-IN-FILE.
006580     CLOSE OUTLIER-NEW-FILE.
006590     MOVE 'OUTLIERS' TO BKO-DET-FILE.
006600     PERFORM 7000-WRITE-DETAIL
006610         THRU 7000-WRITE-DETAIL-EXIT.
006620 4500-COPY-OUTLIERS-EXIT.
006630     EXIT.
006640
006650 5000-DELETE-STATS.
006660*        THE RUN'S ROWS ARE CONTIGUOUS ON THE STATS MASTER (THE
006670*        KEY LEADS WITH DATE AND CYCLE), SO ONE KEYED BROWSE
006680*        FROM THE FIRST POSSIBLE KEY OF THE RUN FINDS THEM ALL.
006690*        A STATS MASTER THAT IS NOT THERE IS NOT AN ERROR - IT
006700*        HAS NOTHING OF THE RUN TO REMOVE.
006710     OPEN I-O STAT-FILE.
006720     IF BKO-STAT-STATUS NOT = '00'
006730         DISPLAY 'IBK0009W STATS MASTER OPEN STATUS '
006740             BKO-STAT-STATUS ' - NO STATS ROWS REMOVED'
006750         GO TO 5000-DELETE-STATS-EXIT
006760     END-IF.
006770     MOVE LOW-VALUES TO IFT-DSTAT-KEY.
006780     MOVE BKO-TARGET-DATE TO IFT-DSTAT-RUN-DATE.
006790     MOVE BKO-TARGET-CYCLE TO IFT-DSTAT-CYCLE-NO.
006800     START STAT-FILE KEY NOT < IFT-DSTAT-KEY
006810         INVALID KEY GO TO 5000-DELETE-STATS-DONE
006820     END-START.
006830 5000-DELETE-STATS-LOOP.
006840     READ STAT-FILE NEXT
006850         AT END GO TO 5000-DELETE-STATS-DONE
006860     END-READ.
006870     IF IFT-DSTAT-RUN-DATE NOT = BKO-TARGET-DATE OR
006880        IFT-DSTAT-CYCLE-NO NOT = BKO-TARGET-CYCLE
006890         GO TO 5000-DELETE-STATS-DONE
006900     END-IF.
006910     DELETE STAT-FILE RECORD
006920         INVALID KEY
006930             DISPLAY 'IBK0010W STATS ROW ' IFT-DSTAT-KEY
006940                 ' NOT DELETED - STATUS ' BKO-STAT-STATUS
006950             GO TO 5000-DELETE-STATS-LOOP
006960     END-DELETE.
006970     EVALUATE TRUE
006980         WHEN IFT-DSTAT-HEADER
006990             ADD 1 TO BKO-STAT-H-DELETED
007000         WHEN IFT-DSTAT-VALUES
007010             ADD 1 TO BKO-STAT-V-DELETED
007020         WHEN IFT-DSTAT-SOURCE
007030             ADD 1 TO BKO-STAT-S-DELETED
007040     END-EVALUATE.
007050     GO TO 5000-DELETE-STATS-LOOP.
007060 5000-DELETE-STATS-DONE.
007070     CLOSE STAT-FILE.
007080 5000-DELETE-STATS-EXIT.
007090     EXIT.
007100
007110 6000-ROLL-BACK-CKPT.
007120*        FIND THE LATEST RUN BEFORE THE ONE BEING REVERSED BY A
007130*        KEYED BROWSE OF THE CHECKPOINT (THE CONTROL RECORD, KEY
007140*        ZERO, SORTS FIRST AND IS SKIPPED), THEN POINT THE
007150*        CONTROL RECORD AT THE EARLIER RUN.  THIS IS THE FIRST
007160*        CHANGE THE BACKOUT COMMITS: IF THE CONTROL RECORD CANNOT
007170*        BE READ OR REWRITTEN NOTHING HAS BEEN DELETED YET, THE
007180*        RUN ENDS RC 8 AND THE JOB'S COPYBACK STEPS ARE BYPASSED,
007190*        SO THE BACKOUT CAN SIMPLY BE RESUBMITTED.
007200     MOVE ZEROS TO IFT-CKPT-KEY.
007210     START CKPT-FILE KEY > IFT-CKPT-KEY
007220         INVALID KEY GO TO 6000-ROLL-BACK-CONTROL
007230     END-START.
007240 6000-ROLL-BACK-SCAN.
007250     READ CKPT-FILE NEXT
007260         AT END GO TO 6000-ROLL-BACK-CONTROL
007270     END-READ.
007280     IF IFT-CKPT-KEY NOT < BKO-TARGET-KEY
007290         GO TO 6000-ROLL-BACK-CONTROL
007300     END-IF.
007310     MOVE IFT-CKPT-KEY TO BKO-PRIOR-KEY.
007320     MOVE 'Y' TO BKO-PRIOR-FOUND-SW.
007330     GO TO 6000-ROLL-BACK-SCAN.
007340 6000-ROLL-BACK-CONTROL.
007350*        WITH NO EARLIER RUN LEFT ON THE CHECKPOINT (PURGED, OR
007360*        THIS WAS THE FIRST RUN) A LATER CYCLE STEPS BACK ONE ON
007370*        THE SAME DAY, AND A CYCLE 01 STEPS BACK TO THE DAY
007380*        BEFORE - IFTEDIT THEN TAKES THE RESEND AS THE SAME
007390*        DATE AND CYCLE THAT WAS REVERSED.
007400     IF NOT BKO-PRIOR-FOUND
007410         IF BKO-TARGET-CYCLE > 01
007420             MOVE BKO-TARGET-DATE TO BKO-PRIOR-DATE
007430             COMPUTE BKO-PRIOR-CYCLE = BKO-TARGET-CYCLE - 1
007440         ELSE
007450             COMPUTE BKO-ROLL-INT =
007460                 FUNCTION INTEGER-OF-DATE(BKO-TARGET-DATE) - 1
007470             COMPUTE BKO-PRIOR-DATE =
007480                 FUNCTION DATE-OF-INTEGER(BKO-ROLL-INT)
007490             MOVE 01 TO BKO-PRIOR-CYCLE
007500         END-IF
007510     END-IF.
007520     MOVE ZEROS TO IFT-CKPT-KEY.
007530     READ CKPT-FILE
007540         INVALID KEY
007550             DISPLAY 'IBK0012E CONTROL RECORD LOST - STATUS '
007560                 BKO-CKPT-STATUS
007570             MOVE 8 TO RETURN-CODE
007580             GO TO 6000-ROLL-BACK-CKPT-EXIT
007590     END-READ.
007600     MOVE BKO-PRIOR-DATE TO IFT-CKPT-LAST-DATE.
007610     MOVE BKO-PRIOR-CYCLE TO IFT-CKPT-LAST-CYCLE.
007620     REWRITE IFT-CKPT-RECORD
007630         INVALID KEY
007640             DISPLAY 'IBK0013E CONTROL RECORD NOT REWRITTEN -'
007650                 ' STATUS ' BKO-CKPT-STATUS
007660             MOVE 8 TO RETURN-CODE
007670     END-REWRITE.
007680 6000-ROLL-BACK-CKPT-EXIT.
007690     EXIT.
007700
007710 6100-DELETE-RUN-CKPT.
007720*        ONLY REACHED ONCE THE CONTROL RECORD NO LONGER NAMES THE
007730*        REVERSED RUN.
007740     MOVE BKO-TARGET-KEY TO IFT-CKPT-KEY.
007750     DELETE CKPT-FILE RECORD
007760         INVALID KEY
007770             DISPLAY 'IBK0011W NO CHECKPOINT RECORD FOR '
007780                 BKO-TARGET-DATE ' CYCLE ' BKO-TARGET-CYCLE
007790         NOT INVALID KEY
007800             ADD 1 TO BKO-CKPT-DELETED
007810     END-DELETE.
007820 6100-DELETE-RUN-CKPT-EXIT.
007830     EXIT.
007840
007850 6500-ROLL-BACK-INCIDENTS.
007860*        IFTINCID TAKES NO RUN AT OR BEFORE THE ONE ON ITS CONTROL
007870*        RECORD, SO IF IT HAS APPLIED THE RUN BEING REVERSED THE
007880*        CONTROL RECORD GOES BACK WITH THE CHECKPOINT.  THE BAD
007890*        RUN'S INCIDENT UPDATES THEMSELVES STAY - THE TICKETING
007900*        SHOP HAS ALREADY HAD THEM.  NO INCIDENT MASTER (NOT YET
007910*        DEFINED) MEANS NOTHING TO ROLL BACK.
007920*        THE CHECKPOINT HAS ALREADY BEEN ROLLED BACK BY NOW, SO A
007930*        FAILED REWRITE ENDS RC 4 - THE COPYBACKS STILL RUN AND
007940*        THE BACKOUT COMPLETES, AND THE INCIDENT CONTROL RECORD
007950*        IS LEFT FOR A HAND CORRECTION.
007960     OPEN I-O INC-MAST-FILE.
007970     IF BKO-INC-STATUS NOT = '00'
007980         DISPLAY 'IBK0014W INCIDENT MASTER OPEN STATUS '
007990             BKO-INC-STATUS ' - NOT ROLLED BACK'
008000         GO TO 6500-ROLL-BACK-INCIDENTS-EXIT
008010     END-IF.
008020     MOVE SPACES TO IFT-INCM-KEY.
008030     READ INC-MAST-FILE
008040         INVALID KEY
008050             DISPLAY 'IBK0015W NO INCIDENT CONTROL RECORD'
008060             GO TO 6500-ROLL-BACK-INCIDENTS-CLOSE
008070     END-READ.
008080     IF IFT-INCM-LAST-RUN-DATE NOT = BKO-TARGET-DATE OR
008090        IFT-INCM-LAST-RUN-CYCLE NOT = BKO-TARGET-CYCLE
008100         GO TO 6500-ROLL-BACK-INCIDENTS-CLOSE
008110     END-IF.
008120     MOVE BKO-PRIOR-DATE TO IFT-INCM-LAST-RUN-DATE.
008130     MOVE BKO-PRIOR-CYCLE TO IFT-INCM-LAST-RUN-CYCLE.
008140     REWRITE IFT-INCM-RECORD
008150         INVALID KEY
008160             DISPLAY 'IBK0016W INCIDENT CONTROL RECORD NOT'
008170                 ' REWRITTEN - STATUS ' BKO-INC-STATUS
008180                 ' - CORRECT IT BY HAND'
008190             MOVE 4 TO RETURN-CODE
008200             GO TO 6500-ROLL-BACK-INCIDENTS-CLOSE
008210     END-REWRITE.
008220     MOVE 'Y' TO BKO-INC-ROLLED-SW.
008230 6500-ROLL-BACK-INCIDENTS-CLOSE.
008240     CLOSE INC-MAST-FILE.
008250 6500-ROLL-BACK-INCIDENTS-EXIT.
008260     EXIT.
008270
008280 7000-WRITE-DETAIL.
008290     MOVE BKO-READ-COUNT TO BKO-DET-READ.
008300     MOVE BKO-DROP-COUNT TO BKO-DET-DROP.
008310     MOVE BKO-KEEP-COUNT TO BKO-DET-KEEP.
008320     WRITE RPT-PRINT-LINE FROM BKO-DET-LINE
008330         AFTER ADVANCING 1 LINE.
008340     DISPLAY 'IBK0030I ' BKO-DET-FILE ' READ=' BKO-READ-COUNT
008350         ' REMOVED=' BKO-DROP-COUNT ' KEPT=' BKO-KEEP-COUNT.
008360 7000-WRITE-DETAIL-EXIT.
008370     EXIT.
008380
008390 7500-REPORT-REFUSAL.
008400*        NOTHING HAS BEEN OPENED FOR OUTPUT BUT THE REPORT, SO
008410*        THE JOB'S COPYBACK STEPS ARE BYPASSED ON THE RC 8.
008420     CLOSE CKPT-FILE.
008430     MOVE 'BACKOUT REFUSED - NOTHING CHANGED' TO BKO-MSG-TEXT.
008440     WRITE RPT-PRINT-LINE FROM BKO-MSG-LINE
008450         AFTER ADVANCING 2 LINES.
008460     IF BKO-ACKED-COUNT > ZERO
008470         MOVE 'ORIGINAL ALERTS ALREADY ACKNOWLEDGED'
008480             TO BKO-CNT-LABEL
008490         MOVE BKO-ACKED-COUNT TO BKO-CNT-VALUE
008500         WRITE RPT-PRINT-LINE FROM BKO-CNT-LINE
008510             AFTER ADVANCING 1 LINE
008520     END-IF.
008530     IF BKO-BILLED-PERIOD NOT = SPACES AND
008540        BKO-TARGET-YYYYMM NOT > BKO-BILLED-PERIOD
008550         MOVE SPACES TO BKO-MSG-TEXT
008560         STRING 'RUN MONTH ALREADY BILLED BY IFTCHARG - PERIOD '
008570             BKO-BILLED-PERIOD DELIMITED BY SIZE
008580             INTO BKO-MSG-TEXT
008590         WRITE RPT-PRINT-LINE FROM BKO-MSG-LINE
008600             AFTER ADVANCING 1 LINE
008610     END-IF.
008620     IF BKO-BILL-UNREAD
008630         MOVE 'BILLED-PERIOD CONTROL FILE COULD NOT BE READ'
008640             TO BKO-MSG-TEXT
008650         WRITE RPT-PRINT-LINE FROM BKO-MSG-LINE
008660             AFTER ADVANCING 1 LINE
008670     END-IF.
008680     CLOSE REPORT-FILE.
008690     DISPLAY 'IBK0096E BACKOUT REFUSED - RETURN CODE 8'.
008700     MOVE 8 TO RETURN-CODE.
008710 7500-REPORT-REFUSAL-EXIT.
008720     EXIT.
008730
008740 7600-REPORT-FAILURE.
008750*        THE CONTROL RECORD COULD NOT BE ROLLED BACK.  NOTHING ON
008760*        THE CHECKPOINT, STATS OR INCIDENT MASTERS HAS BEEN
008770*        CHANGED AND THE COPYBACK STEPS ARE BYPASSED ON THE RC 8.
008780     CLOSE CKPT-FILE.
008790     MOVE 'CONTROL RECORD NOT ROLLED BACK - NOTHING CHANGED'
008800         TO BKO-MSG-TEXT.
008810     WRITE RPT-PRINT-LINE FROM BKO-MSG-LINE
008820         AFTER ADVANCING 2 LINES.
008830     CLOSE REPORT-FILE.
008840     DISPLAY 'IBK0095E BACKOUT FAILED - RETURN CODE 8'.
008850 7600-REPORT-FAILURE-EXIT.
008860     EXIT.
008870
008880 8000-FINALIZE.
008890     CLOSE CKPT-FILE.
008900     MOVE 'CHECKPOINT RECORDS DELETED' TO BKO-CNT-LABEL.
008910     MOVE BKO-CKPT-DELETED TO BKO-CNT-VALUE.
008920     WRITE RPT-PRINT-LINE FROM BKO-CNT-LINE
008930         AFTER ADVANCING 2 LINES.
008940     MOVE 'DAY STATS H ROWS DELETED' TO BKO-CNT-LABEL.
008950     MOVE BKO-STAT-H-DELETED TO BKO-CNT-VALUE.
008960     WRITE RPT-PRINT-LINE FROM BKO-CNT-LINE
008970         AFTER ADVANCING 1 LINE.
008980     MOVE 'DAY STATS V ROWS DELETED' TO BKO-CNT-LABEL.
008990     MOVE BKO-STAT-V-DELETED TO BKO-CNT-VALUE.
009000     WRITE RPT-PRINT-LINE FROM BKO-CNT-LINE
009010         AFTER ADVANCING 1 LINE.
009020     MOVE 'DAY STATS S ROWS DELETED' TO BKO-CNT-LABEL.
009030     MOVE BKO-STAT-S-DELETED TO BKO-CNT-VALUE.
009040     WRITE RPT-PRINT-LINE FROM BKO-CNT-LINE
009050         AFTER ADVANCING 1 LINE.
009060     MOVE 'ESCALATION RE-ISSUES KEPT' TO BKO-CNT-LABEL.
009070     MOVE BKO-REISSUE-KEPT TO BKO-CNT-VALUE.
009080     WRITE RPT-PRINT-LINE FROM BKO-CNT-LINE
009090         AFTER ADVANCING 1 LINE.
009100     MOVE BKO-PRIOR-DATE TO BKO-CTL-DATE.
009110     MOVE BKO-PRIOR-CYCLE TO BKO-CTL-CYCLE.
009120     WRITE RPT-PRINT-LINE FROM BKO-CTL-LINE
009130         AFTER ADVANCING 2 LINES.
009140     IF BKO-INC-ROLLED
009150         MOVE 'INCIDENT CONTROL RECORD ROLLED BACK - INCIDENT'
009160             TO BKO-MSG-TEXT
009170         WRITE RPT-PRINT-LINE FROM BKO-MSG-LINE
009180             AFTER ADVANCING 1 LINE
009190         MOVE 'COUNTS FROM THE BACKED-OUT RUN ARE NOT REVERSED'
009200             TO BKO-MSG-TEXT
009210         WRITE RPT-PRINT-LINE FROM BKO-MSG-LINE
009220             AFTER ADVANCING 1 LINE
009230         DISPLAY 'IBK0034I INCIDENT CONTROL RECORD ROLLED BACK'
009240     END-IF.
009250     CLOSE REPORT-FILE.
009260     DISPLAY 'IBK0031I CHECKPOINT DELETED    = ' BKO-CKPT-DELETED.
009270     DISPLAY 'IBK0032I STATS ROWS DELETED    = '
009280         BKO-STAT-H-DELETED ' H  ' BKO-STAT-V-DELETED ' V  '
009290         BKO-STAT-S-DELETED ' S'.
009300     DISPLAY 'IBK0033I CONTROL RECORD NOW    = ' BKO-PRIOR-DATE
009310         ' CYCLE ' BKO-PRIOR-CYCLE.
009320     DISPLAY 'IBK0099I BACKOUT COMPLETE'.
009330 8000-FINALIZE-EXIT.
009340     EXIT.
