000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTINCID.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   INCIDENT CONSOLIDATION.  A FEEDER THAT GOES BAD KEEPS
000100*   BREACHING THE THRESHOLD RUN AFTER RUN, AND THE DETAIL ALERT
000110*   FILE RAISES A FRESH ROW FOR EVERY ONE OF THEM.  THIS PROGRAM
000120*   READS THE RUN'S SLICE OF ORIGINAL ALERTS (RUN DATE AND CYCLE
000130*   FROM THE CHECKPOINT CONTROL RECORD, ESCALATION RE-ISSUES
000140*   SKIPPED) AND KEEPS ONE INCIDENT PER SOURCE AND SEVERITY ON
000150*   THE KEYED INCIDENT MASTER (IFTINCM.CPY):
000160*     - THE FIRST BREACH OPENS THE INCIDENT;
000170*     - BREACHES IN THE SAME OR LATER CYCLES ADD TO ITS ALERT
000180*       COUNT, RAISE ITS PEAK X AND MOVE ITS LAST-SEEN TIME ON;
000190*     - IT CLOSES ON ITS OWN ONCE THE SOURCE HAS SENT THE INCPRM
000200*       NUMBER OF CYCLES IN A ROW WITH NO BREACH AT THAT
000210*       SEVERITY.  A CYCLE THE SOURCE SENT NOTHING IN (NO AUDIT
000220*       ROWS FOR IT IN THE RUN) NEITHER COUNTS AS CLEAN NOR
000230*       RESETS THE COUNT.
000240*   EVERY OPEN, UPDATE AND CLOSE IS WRITTEN TO THE INCIDENT
000250*   INTERFACE FILE (IFTINCE.CPY) FOR THE TICKETING SHOP, WHICH
000260*   RAISES ONE TICKET PER INCIDENT.  THE DETAIL ALERT ROWS ARE
000270*   NOT TOUCHED - BALANCING AND BILLING STILL RUN FROM THEM.
000280*   THE MASTER'S CONTROL RECORD NAMES THE LAST RUN APPLIED, SO
000290*   A RERUN OF THE STEP FOR THE SAME RUN CHANGES NOTHING (RC 4).
000300*
000310*   MODIFICATION HISTORY.
000320*   DATE       INIT  DESCRIPTION
000330*   ---------  ----  ----------------------------------------
000340*   10/15/2026 DCM   ORIGINAL VERSION.
000350*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
000360*                    AND END TIME, RECORDS IN AND OUT, RETURN
000370*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
000380*                    THE IFTBWIN BATCH-WINDOW REPORT.
000390*   10/15/2026 DCM   A RUN WITH NO BUSINESS DATE IS LOGGED AT
000400*                    CYCLE 00 AND NEVER REPLACES AN EXISTING RUN
000410*                    LOG ROW (WAS CYCLE 01, OVER THE REAL ROW).
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 SPECIAL-NAMES.
000480     C01 IS TO-NEW-PAGE.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT INC-PARM-FILE ASSIGN TO INCPRM
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CKPT-FILE ASSIGN TO CKPTIN
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS IFT-CKPT-KEY
000570         FILE STATUS IS INC-CKPT-STATUS.
000580     SELECT ALERT-IN-FILE ASSIGN TO ALERTIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT INC-MAST-FILE ASSIGN TO INCMAST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS IFT-INCM-KEY
000660         FILE STATUS IS INC-MAST-STATUS.
000670     SELECT INC-EVENT-FILE ASSIGN TO INCOUT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT REPORT-FILE ASSIGN TO RPTFILE
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS IFT-RLOG-KEY
000750         FILE STATUS IS INC-RLOG-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INC-PARM-FILE
000800     RECORDING MODE IS F.
000810     COPY IFTNPRM.
000820
000830 FD  CKPT-FILE
000840     RECORDING MODE IS F.
000850     COPY IFTCKPT.
000860
000870 FD  ALERT-IN-FILE
000880     RECORDING MODE IS F.
000890     COPY IFTALERT.
000900
000910 FD  AUDIT-IN-FILE
000920     RECORDING MODE IS F.
000930     COPY IFTAUD.
000940
000950 FD  INC-MAST-FILE
000960     RECORDING MODE IS F.
000970     COPY IFTINCM.
000980
000990 FD  INC-EVENT-FILE
001000     RECORDING MODE IS F.
001010     COPY IFTINCE.
001020
001030 FD  REPORT-FILE
001040     RECORDING MODE IS F.
001050 01  RPT-PRINT-LINE              PIC X(132).
001060
001070 FD  RUN-LOG-FILE
001080     RECORDING MODE IS F.
001090     COPY IFTRLOG.
001100
001110 WORKING-STORAGE SECTION.
001120 01  INC-SWITCHES.
001130     05  INC-FATAL-SW                PIC X(01) VALUE 'N'.
001140         88  INC-FATAL                   VALUE 'Y'.
001150     05  INC-APPLIED-SW              PIC X(01) VALUE 'N'.
001160         88  INC-ALREADY-APPLIED         VALUE 'Y'.
001170     05  INC-ALERT-EOF-SW            PIC X(01) VALUE 'N'.
001180         88  INC-ALERT-EOF               VALUE 'Y'.
001190     05  INC-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
001200         88  INC-AUDIT-EOF               VALUE 'Y'.
001210     05  INC-REPORTED-SW             PIC X(01) VALUE 'N'.
001220         88  INC-SOURCE-REPORTED         VALUE 'Y'.
001230     05  INC-CHANGED-SW              PIC X(01) VALUE 'N'.
001240         88  INC-CHANGED                 VALUE 'Y'.
001250
001260 01  INC-RUN-DATE                PIC 9(08).
001270 01  INC-CKPT-STATUS             PIC X(02) VALUE '00'.
001280 01  INC-MAST-STATUS             PIC X(02) VALUE '00'.
001290 01  INC-ROW-CYCLE               PIC 9(02) VALUE 01.
001300 01  INC-EVENT-CODE              PIC X(01) VALUE SPACE.
001310
001320*        THE RUN BEING APPLIED AND THE LAST RUN ON THE INCIDENT
001330*        CONTROL RECORD, BOTH LAID OUT AS DATE + CYCLE SO THEY
001340*        COMPARE DIRECTLY (THE IFTBKOUT TARGET/PRIOR KEYS).
001350 01  INC-RUN-KEY.
001360     05  INC-STAMP-DATE              PIC 9(08) VALUE ZERO.
001370     05  INC-STAMP-CYCLE             PIC 9(02) VALUE 01.
001380 01  INC-LAST-KEY.
001390     05  INC-LAST-DATE               PIC 9(08) VALUE ZERO.
001400     05  INC-LAST-CYCLE              PIC 9(02) VALUE ZERO.
001410
001420*        THE RUN'S BREACHES, ONE ENTRY PER SOURCE AND SEVERITY.
001430*        THE USED SWITCH MARKS AN ENTRY THAT MATCHED AN INCIDENT
001440*        ALREADY ON THE MASTER; THE REST OPEN NEW INCIDENTS.
001450 01  INC-BREACH-TABLE.
001460     05  INC-BR-ENTRY OCCURS 200 TIMES.
001470         10  INC-BR-SOURCE           PIC X(03).
001480         10  INC-BR-SEVERITY         PIC X(08).
001490         10  INC-BR-COUNT            PIC 9(07) COMP.
001500         10  INC-BR-PEAK-X           PIC 9(04).
001510         10  INC-BR-LAST-TIME        PIC 9(08).
001520         10  INC-BR-USED-SW          PIC X(01).
001530             88  INC-BR-USED             VALUE 'Y'.
001540
001550*        THE SOURCES THAT SENT DATA IN THE RUN (AUDIT ROWS) - AN
001560*        OPEN INCIDENT IS ONLY CLEAN FOR A CYCLE ITS SOURCE SENT.
001570 01  INC-SOURCE-TABLE.
001580     05  INC-SRC-ENTRY OCCURS 100 TIMES.
001590         10  INC-SRC-CODE            PIC X(03).
001600
001610 77  INC-CLEAN-LIMIT             PIC 9(02) VALUE 03.
001620 77  INC-BR-COUNT-USED           PIC 9(04) VALUE ZERO COMP.
001630 77  INC-SRC-COUNT               PIC 9(04) VALUE ZERO COMP.
001640 77  INC-SUB                     PIC 9(04) VALUE ZERO COMP.
001650 77  INC-HIT                     PIC 9(04) VALUE ZERO COMP.
001660 77  INC-ALERTS-READ             PIC 9(07) VALUE ZERO COMP.
001670 77  INC-ALERTS-RUN              PIC 9(07) VALUE ZERO COMP.
001680 77  INC-AUDIT-RUN               PIC 9(07) VALUE ZERO COMP.
001690 77  INC-OPENED                  PIC 9(07) VALUE ZERO COMP.
001700 77  INC-REOPENED                PIC 9(07) VALUE ZERO COMP.
001710 77  INC-UPDATED                 PIC 9(07) VALUE ZERO COMP.
001720 77  INC-CLOSED                  PIC 9(07) VALUE ZERO COMP.
001730 77  INC-STILL-OPEN              PIC 9(07) VALUE ZERO COMP.
001740 77  INC-EVENTS                  PIC 9(07) VALUE ZERO COMP.
001750
001760 01  INC-REPORT-LINES.
001770     05  INC-HDG-LINE-1.
001780         10  FILLER                  PIC X(40) VALUE SPACES.
001790         10  FILLER                  PIC X(36)
001800             VALUE 'IFTINCID INCIDENT CONSOLIDATION RUN'.
001810     05  INC-HDG-LINE-2.
001820         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001830         10  INC-HDG-DATE            PIC 9(08).
001840         10  FILLER                  PIC X(05) VALUE SPACES.
001850         10  FILLER                  PIC X(14)
001860             VALUE 'APPLYING RUN: '.
001870         10  INC-HDG-STAMP-DATE      PIC 9(08).
001880         10  FILLER                  PIC X(08)
001890             VALUE '  CYCLE '.
001900         10  INC-HDG-STAMP-CYCLE     PIC 9(02).
001910         10  FILLER                  PIC X(05) VALUE SPACES.
001920         10  FILLER                  PIC X(15)
001930             VALUE 'CLEAN CYCLES:  '.
001940         10  INC-HDG-CLEAN           PIC Z9.
001950     05  INC-HDG-LINE-3.
001960         10  FILLER                  PIC X(08) VALUE 'EVENT'.
001970         10  FILLER                  PIC X(08) VALUE 'SOURCE'.
001980         10  FILLER                  PIC X(10) VALUE 'SEVERITY'.
001990         10  FILLER                  PIC X(14) VALUE 'OPENED'.
002000         10  FILLER                  PIC X(09) VALUE '   ALERTS'.
002010         10  FILLER                  PIC X(05) VALUE SPACES.
002020         10  FILLER                  PIC X(06) VALUE 'PEAK X'.
002030         10  FILLER                  PIC X(03) VALUE SPACES.
002040         10  FILLER                  PIC X(24)
002050             VALUE 'LAST SEEN'.
002060         10  FILLER                  PIC X(05) VALUE 'CLEAN'.
002070     05  INC-DET-LINE.
002080         10  INC-DET-EVENT           PIC X(06).
002090         10  FILLER                  PIC X(02) VALUE SPACES.
002100         10  INC-DET-SOURCE          PIC X(03).
002110         10  FILLER                  PIC X(05) VALUE SPACES.
002120         10  INC-DET-SEVERITY        PIC X(08).
002130         10  FILLER                  PIC X(02) VALUE SPACES.
002140         10  INC-DET-OPEN-DATE       PIC 9(08).
002150         10  FILLER                  PIC X(01) VALUE '/'.
002160         10  INC-DET-OPEN-CYCLE      PIC 9(02).
002170         10  FILLER                  PIC X(03) VALUE SPACES.
002180         10  INC-DET-COUNT           PIC Z,ZZZ,ZZ9.
002190         10  FILLER                  PIC X(06) VALUE SPACES.
002200         10  INC-DET-PEAK            PIC ZZZ9.
002210         10  FILLER                  PIC X(04) VALUE SPACES.
002220         10  INC-DET-LAST-DATE       PIC 9(08).
002230         10  FILLER                  PIC X(01) VALUE '/'.
002240         10  INC-DET-LAST-CYCLE      PIC 9(02).
002250         10  FILLER                  PIC X(01) VALUE SPACE.
002260         10  INC-DET-LAST-TIME       PIC 9(08).
002270         10  FILLER                  PIC X(04) VALUE SPACES.
002280         10  INC-DET-CLEAN           PIC Z9.
002290     05  INC-CNT-LINE.
002300         10  INC-CNT-LABEL           PIC X(34).
002310         10  INC-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
002320     05  INC-MSG-LINE.
002330         10  INC-MSG-TEXT            PIC X(80).
002340
002350*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
002360 01  INC-RLOG-STATUS             PIC X(02) VALUE '00'.
002370 01  INC-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
002380 01  INC-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
002390
002400 PROCEDURE DIVISION.
002410 0000-MAINLINE.
002420     ACCEPT INC-RLOG-START-DATE FROM DATE YYYYMMDD.
002430     ACCEPT INC-RLOG-START-TIME FROM TIME.
002440     PERFORM 1000-INITIALIZE
002450         THRU 1000-INITIALIZE-EXIT.
002460     IF INC-FATAL
002470         DISPLAY 'IIC0092E RETURN CODE 8 - NOTHING PROCESSED'
002480         MOVE 8 TO RETURN-CODE
002490         PERFORM 9000-WRITE-RUN-LOG
002500             THRU 9000-WRITE-RUN-LOG-EXIT
002510         GOBACK
002520     END-IF.
002530     IF INC-ALREADY-APPLIED
002540         PERFORM 7500-REPORT-APPLIED
002550             THRU 7500-REPORT-APPLIED-EXIT
002560         PERFORM 9000-WRITE-RUN-LOG
002570             THRU 9000-WRITE-RUN-LOG-EXIT
002580         GOBACK
002590     END-IF.
002600     PERFORM 2000-LOAD-BREACHES
002610         THRU 2000-LOAD-BREACHES-EXIT.
002620     PERFORM 2500-LOAD-SOURCES
002630         THRU 2500-LOAD-SOURCES-EXIT.
002640     PERFORM 3000-UPDATE-INCIDENTS
002650         THRU 3000-UPDATE-INCIDENTS-EXIT.
002660     PERFORM 4000-OPEN-NEW-INCIDENTS
002670         THRU 4000-OPEN-NEW-INCIDENTS-EXIT.
002680     PERFORM 5000-MARK-RUN-APPLIED
002690         THRU 5000-MARK-RUN-APPLIED-EXIT.
002700     PERFORM 8000-FINALIZE
002710         THRU 8000-FINALIZE-EXIT.
002720     PERFORM 9000-WRITE-RUN-LOG
002730         THRU 9000-WRITE-RUN-LOG-EXIT.
002740     GOBACK.
002750
002760 1000-INITIALIZE.
002770     ACCEPT INC-RUN-DATE FROM DATE YYYYMMDD.
002780     OPEN INPUT INC-PARM-FILE.
002790     READ INC-PARM-FILE
002800         AT END
002810             DISPLAY 'IIC0001W INCPRM EMPTY - USING DEFAULTS'
002820     END-READ.
002830     IF IFT-NPRM-CLEAN-CYCLES NUMERIC AND
002840        IFT-NPRM-CLEAN-CYCLES > ZERO
002850         MOVE IFT-NPRM-CLEAN-CYCLES TO INC-CLEAN-LIMIT
002860     END-IF.
002870     CLOSE INC-PARM-FILE.
002880     DISPLAY 'IIC0002I CLEAN CYCLES TO CLOSE  = ' INC-CLEAN-LIMIT.
002890     PERFORM 1050-READ-LAST-CKPT
002900         THRU 1050-READ-LAST-CKPT-EXIT.
002910     IF INC-FATAL
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940     DISPLAY 'IIC0003I RUN DATE APPLIED       = ' INC-STAMP-DATE.
002950     DISPLAY 'IIC0004I CYCLE APPLIED          = ' INC-STAMP-CYCLE.
002960     PERFORM 1100-READ-INC-CONTROL
002970         THRU 1100-READ-INC-CONTROL-EXIT.
002980     IF INC-FATAL
002990         GO TO 1000-INITIALIZE-EXIT
003000     END-IF.
003010     OPEN OUTPUT REPORT-FILE.
003020     WRITE RPT-PRINT-LINE FROM INC-HDG-LINE-1
003030         AFTER ADVANCING PAGE.
003040     MOVE INC-RUN-DATE TO INC-HDG-DATE.
003050     MOVE INC-STAMP-DATE TO INC-HDG-STAMP-DATE.
003060     MOVE INC-STAMP-CYCLE TO INC-HDG-STAMP-CYCLE.
003070     MOVE INC-CLEAN-LIMIT TO INC-HDG-CLEAN.
003080     WRITE RPT-PRINT-LINE FROM INC-HDG-LINE-2
003090         AFTER ADVANCING 2 LINES.
003100     IF INC-ALREADY-APPLIED
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130     WRITE RPT-PRINT-LINE FROM INC-HDG-LINE-3
003140         AFTER ADVANCING 2 LINES.
003150     OPEN EXTEND INC-EVENT-FILE.
003160 1000-INITIALIZE-EXIT.
003170     EXIT.
003180
003190 1050-READ-LAST-CKPT.
003200*        THE ALERTS CARRY IFTHEN'S RUN DATE AND CYCLE - TAKE THEM
003210*        FROM THE CHECKPOINT CONTROL RECORD AS IFTASPLT DOES.
003220*        WITH NO CONTROL RECORD THERE IS NO RUN TO APPLY, AND
003230*        GUESSING ONE WOULD AGE EVERY OPEN INCIDENT FOR NOTHING.
003240     OPEN INPUT CKPT-FILE.
003250     IF INC-CKPT-STATUS NOT = '00'
003260         DISPLAY 'IIC0094E CHECKPOINT OPEN STATUS '
003270             INC-CKPT-STATUS
003280         MOVE 'Y' TO INC-FATAL-SW
003290         GO TO 1050-READ-LAST-CKPT-EXIT
003300     END-IF.
003310     MOVE ZEROS TO IFT-CKPT-KEY.
003320     READ CKPT-FILE
003330         INVALID KEY
003340             DISPLAY 'IIC0095E NO CHECKPOINT CONTROL RECORD'
003350             MOVE 'Y' TO INC-FATAL-SW
003360             CLOSE CKPT-FILE
003370             GO TO 1050-READ-LAST-CKPT-EXIT
003380     END-READ.
003390     MOVE IFT-CKPT-LAST-DATE TO INC-STAMP-DATE.
003400     IF IFT-CKPT-LAST-CYCLE NUMERIC AND
003410        IFT-CKPT-LAST-CYCLE > ZERO
003420         MOVE IFT-CKPT-LAST-CYCLE TO INC-STAMP-CYCLE
003430     ELSE
003440         MOVE 01 TO INC-STAMP-CYCLE
003450     END-IF.
003460     CLOSE CKPT-FILE.
003470 1050-READ-LAST-CKPT-EXIT.
003480     EXIT.
003490
003500 1100-READ-INC-CONTROL.
003510*        THE INCIDENT MASTER IS OPENED FOR UPDATE HERE AND HELD
003520*        OPEN TO THE END.  A RUN AT OR BEFORE THE ONE ON ITS
003530*        CONTROL RECORD HAS ALREADY BEEN APPLIED - A RERUN OF THE
003540*        STEP MUST NOT COUNT ITS ALERTS A SECOND TIME.
003550     OPEN I-O INC-MAST-FILE.
003560     IF INC-MAST-STATUS NOT = '00'
003570         DISPLAY 'IIC0096E INCIDENT MASTER OPEN STATUS '
003580             INC-MAST-STATUS
003590         MOVE 'Y' TO INC-FATAL-SW
003600         GO TO 1100-READ-INC-CONTROL-EXIT
003610     END-IF.
003620     MOVE SPACES TO IFT-INCM-KEY.
003630     READ INC-MAST-FILE
003640         INVALID KEY
003650             DISPLAY 'IIC0097E NO INCIDENT CONTROL RECORD'
003660             MOVE 'Y' TO INC-FATAL-SW
003670             CLOSE INC-MAST-FILE
003680             GO TO 1100-READ-INC-CONTROL-EXIT
003690     END-READ.
003700     IF IFT-INCM-LAST-RUN-DATE NUMERIC
003710         MOVE IFT-INCM-LAST-RUN-DATE TO INC-LAST-DATE
003720     END-IF.
003730     IF IFT-INCM-LAST-RUN-CYCLE NUMERIC
003740         MOVE IFT-INCM-LAST-RUN-CYCLE TO INC-LAST-CYCLE
003750     END-IF.
003760     DISPLAY 'IIC0005I LAST RUN APPLIED       = ' INC-LAST-DATE
003770         ' CYCLE ' INC-LAST-CYCLE.
003780     IF INC-RUN-KEY NOT > INC-LAST-KEY
003790         MOVE 'Y' TO INC-APPLIED-SW
003800     END-IF.
003810 1100-READ-INC-CONTROL-EXIT.
003820     EXIT.
003830
003840 2000-LOAD-BREACHES.
003850*        ONE PASS OF THE RUN'S SLICE OF THE ALERT FILE, TOTALLED
003860*        BY SOURCE AND SEVERITY.  RE-ISSUES ARE IFTESCAL CHASING
003870*        AN OLDER ALERT, NOT A NEW BREACH.
003880     OPEN INPUT ALERT-IN-FILE.
003890 2000-LOAD-BREACHES-LOOP.
003900     READ ALERT-IN-FILE
003910         AT END GO TO 2000-LOAD-BREACHES-DONE
003920     END-READ.
003930     ADD 1 TO INC-ALERTS-READ.
003940     IF IFT-ALERT-RUN-DATE NOT = INC-STAMP-DATE OR
003950        IFT-ALERT-REISSUED
003960         GO TO 2000-LOAD-BREACHES-LOOP
003970     END-IF.
003980     MOVE 01 TO INC-ROW-CYCLE.
003990     IF IFT-ALERT-CYCLE-NO NUMERIC AND IFT-ALERT-CYCLE-NO > ZERO
004000         MOVE IFT-ALERT-CYCLE-NO TO INC-ROW-CYCLE
004010     END-IF.
004020     IF INC-ROW-CYCLE NOT = INC-STAMP-CYCLE
004030         GO TO 2000-LOAD-BREACHES-LOOP
004040     END-IF.
004050     ADD 1 TO INC-ALERTS-RUN.
004060     MOVE ZERO TO INC-SUB.
004070 2000-LOAD-BREACHES-FIND.
004080     ADD 1 TO INC-SUB.
004090     IF INC-SUB > INC-BR-COUNT-USED
004100         GO TO 2000-LOAD-BREACHES-NEW
004110     END-IF.
004120     IF INC-BR-SOURCE (INC-SUB) = IFT-ALERT-SOURCE-CODE AND
004130        INC-BR-SEVERITY (INC-SUB) = IFT-ALERT-SEVERITY
004140         GO TO 2000-LOAD-BREACHES-ADD
004150     END-IF.
004160     GO TO 2000-LOAD-BREACHES-FIND.
004170 2000-LOAD-BREACHES-NEW.
004180     IF INC-BR-COUNT-USED >= 200
004190         DISPLAY 'IIC0091W MORE THAN 200 SOURCE/SEVERITY PAIRS - '
004200             IFT-ALERT-SOURCE-CODE ' ' IFT-ALERT-SEVERITY
004210             ' IGNORED'
004220         MOVE 4 TO RETURN-CODE
004230         GO TO 2000-LOAD-BREACHES-LOOP
004240     END-IF.
004250     ADD 1 TO INC-BR-COUNT-USED.
004260     MOVE INC-BR-COUNT-USED TO INC-SUB.
004270     MOVE IFT-ALERT-SOURCE-CODE TO INC-BR-SOURCE (INC-SUB).
004280     MOVE IFT-ALERT-SEVERITY TO INC-BR-SEVERITY (INC-SUB).
004290     MOVE ZERO TO INC-BR-COUNT (INC-SUB).
004300     MOVE ZERO TO INC-BR-PEAK-X (INC-SUB).
004310     MOVE ZERO TO INC-BR-LAST-TIME (INC-SUB).
004320     MOVE 'N' TO INC-BR-USED-SW (INC-SUB).
004330 2000-LOAD-BREACHES-ADD.
004340     ADD 1 TO INC-BR-COUNT (INC-SUB).
004350     IF IFT-ALERT-X-VALUE > INC-BR-PEAK-X (INC-SUB)
004360         MOVE IFT-ALERT-X-VALUE TO INC-BR-PEAK-X (INC-SUB)
004370     END-IF.
004380     IF IFT-ALERT-RUN-TIME > INC-BR-LAST-TIME (INC-SUB)
004390         MOVE IFT-ALERT-RUN-TIME TO INC-BR-LAST-TIME (INC-SUB)
004400     END-IF.
004410     GO TO 2000-LOAD-BREACHES-LOOP.
004420 2000-LOAD-BREACHES-DONE.
004430     CLOSE ALERT-IN-FILE.
004440     DISPLAY 'IIC0006I ALERTS IN RUN          = ' INC-ALERTS-RUN.
004450 2000-LOAD-BREACHES-EXIT.
004460     EXIT.
004470
004480 2500-LOAD-SOURCES.
004490*        EVERY SOURCE WITH AN AUDIT ROW IN THE RUN SENT DATA THIS
004500*        CYCLE.  THE AUDIT FILE IS READ RATHER THAN THE DAY STATS
004510*        S ROWS, WHICH STOP AT TWENTY SOURCES A RUN.
004520     OPEN INPUT AUDIT-IN-FILE.
004530 2500-LOAD-SOURCES-LOOP.
004540     READ AUDIT-IN-FILE
004550         AT END GO TO 2500-LOAD-SOURCES-DONE
004560     END-READ.
004570     IF IFT-AUDIT-RUN-DATE NOT = INC-STAMP-DATE
004580         GO TO 2500-LOAD-SOURCES-LOOP
004590     END-IF.
004600     MOVE 01 TO INC-ROW-CYCLE.
004610     IF IFT-AUDIT-CYCLE-NO NUMERIC AND IFT-AUDIT-CYCLE-NO > ZERO
004620         MOVE IFT-AUDIT-CYCLE-NO TO INC-ROW-CYCLE
004630     END-IF.
004640     IF INC-ROW-CYCLE NOT = INC-STAMP-CYCLE
004650         GO TO 2500-LOAD-SOURCES-LOOP
004660     END-IF.
004670     ADD 1 TO INC-AUDIT-RUN.
004680     MOVE ZERO TO INC-SUB.
004690 2500-LOAD-SOURCES-FIND.
004700     ADD 1 TO INC-SUB.
004710     IF INC-SUB > INC-SRC-COUNT
004720         GO TO 2500-LOAD-SOURCES-NEW
004730     END-IF.
004740     IF INC-SRC-CODE (INC-SUB) = IFT-AUDIT-SOURCE-CODE
004750         GO TO 2500-LOAD-SOURCES-LOOP
004760     END-IF.
004770     GO TO 2500-LOAD-SOURCES-FIND.
004780 2500-LOAD-SOURCES-NEW.
004790     IF INC-SRC-COUNT >= 100
004800         DISPLAY 'IIC0090W MORE THAN 100 SOURCES IN RUN - '
004810             IFT-AUDIT-SOURCE-CODE ' NOT AGED'
004820         MOVE 4 TO RETURN-CODE
004830         GO TO 2500-LOAD-SOURCES-LOOP
004840     END-IF.
004850     ADD 1 TO INC-SRC-COUNT.
004860     MOVE IFT-AUDIT-SOURCE-CODE TO INC-SRC-CODE (INC-SRC-COUNT).
004870     GO TO 2500-LOAD-SOURCES-LOOP.
004880 2500-LOAD-SOURCES-DONE.
004890     CLOSE AUDIT-IN-FILE.
004900     DISPLAY 'IIC0007I SOURCES IN RUN         = ' INC-SRC-COUNT.
004910 2500-LOAD-SOURCES-EXIT.
004920     EXIT.
004930
004940 3000-UPDATE-INCIDENTS.
004950*        ONE KEYED BROWSE OF THE MASTER FROM PAST THE CONTROL
004960*        RECORD (ALL-SPACE KEY, SORTS FIRST).  EACH INCIDENT IS
004970*        MATCHED TO THE RUN'S BREACHES AND REWRITTEN IN PLACE
004980*        WHEN IT CHANGED.
004990     MOVE SPACES TO IFT-INCM-KEY.
005000     START INC-MAST-FILE KEY > IFT-INCM-KEY
005010         INVALID KEY GO TO 3000-UPDATE-INCIDENTS-EXIT
005020     END-START.
005030 3000-UPDATE-INCIDENTS-LOOP.
005040     READ INC-MAST-FILE NEXT
005050         AT END GO TO 3000-UPDATE-INCIDENTS-EXIT
005060     END-READ.
005070     MOVE 'N' TO INC-CHANGED-SW.
005080     PERFORM 3100-FIND-BREACH
005090         THRU 3100-FIND-BREACH-EXIT.
005100     IF INC-HIT > ZERO
005110         PERFORM 3200-APPLY-BREACH
005120             THRU 3200-APPLY-BREACH-EXIT
005130     ELSE
005140         PERFORM 3300-AGE-INCIDENT
005150             THRU 3300-AGE-INCIDENT-EXIT
005160     END-IF.
005170     IF NOT INC-CHANGED
005180         GO TO 3000-UPDATE-INCIDENTS-NEXT
005190     END-IF.
005200     REWRITE IFT-INCM-RECORD
005210         INVALID KEY
005220             DISPLAY 'IIC0010E INCIDENT ' IFT-INCM-KEY
005230                 ' NOT REWRITTEN - STATUS ' INC-MAST-STATUS
005240             MOVE 8 TO RETURN-CODE
005250             GO TO 3000-UPDATE-INCIDENTS-NEXT
005260     END-REWRITE.
005270     PERFORM 7000-WRITE-EVENT
005280         THRU 7000-WRITE-EVENT-EXIT.
005290 3000-UPDATE-INCIDENTS-NEXT.
005300     IF IFT-INCM-OPEN
005310         ADD 1 TO INC-STILL-OPEN
005320     END-IF.
005330     GO TO 3000-UPDATE-INCIDENTS-LOOP.
005340 3000-UPDATE-INCIDENTS-EXIT.
005350     EXIT.
005360
005370 3100-FIND-BREACH.
005380     MOVE ZERO TO INC-HIT.
005390     MOVE ZERO TO INC-SUB.
005400 3100-FIND-BREACH-LOOP.
005410     ADD 1 TO INC-SUB.
005420     IF INC-SUB > INC-BR-COUNT-USED
005430         GO TO 3100-FIND-BREACH-EXIT
005440     END-IF.
005450     IF INC-BR-SOURCE (INC-SUB) = IFT-INCM-SOURCE-CODE AND
005460        INC-BR-SEVERITY (INC-SUB) = IFT-INCM-SEVERITY
005470         MOVE INC-SUB TO INC-HIT
005480         MOVE 'Y' TO INC-BR-USED-SW (INC-SUB)
005490         GO TO 3100-FIND-BREACH-EXIT
005500     END-IF.
005510     GO TO 3100-FIND-BREACH-LOOP.
005520 3100-FIND-BREACH-EXIT.
005530     EXIT.
005540
005550 3200-APPLY-BREACH.
005560*        A BREACH ON AN OPEN INCIDENT UPDATES IT; ON A CLOSED ONE
005570*        IT OPENS A FRESH INCIDENT IN THE SAME SLOT.
005580     MOVE 'Y' TO INC-CHANGED-SW.
005590     IF IFT-INCM-CLOSED
005600         PERFORM 3400-START-INCIDENT
005610             THRU 3400-START-INCIDENT-EXIT
005620         ADD 1 TO INC-REOPENED
005630         GO TO 3200-APPLY-BREACH-EXIT
005640     END-IF.
005650     ADD INC-BR-COUNT (INC-HIT) TO IFT-INCM-ALERT-COUNT.
005660     IF INC-BR-PEAK-X (INC-HIT) > IFT-INCM-PEAK-X
005670         MOVE INC-BR-PEAK-X (INC-HIT) TO IFT-INCM-PEAK-X
005680     END-IF.
005690     MOVE INC-STAMP-DATE TO IFT-INCM-LAST-DATE.
005700     MOVE INC-BR-LAST-TIME (INC-HIT) TO IFT-INCM-LAST-TIME.
005710     MOVE INC-STAMP-CYCLE TO IFT-INCM-LAST-CYCLE.
005720     MOVE ZERO TO IFT-INCM-CLEAN-CYCLES.
005730     MOVE 'U' TO INC-EVENT-CODE.
005740     ADD 1 TO INC-UPDATED.
005750 3200-APPLY-BREACH-EXIT.
005760     EXIT.
005770
005780 3300-AGE-INCIDENT.
005790*        NO BREACH THIS RUN.  AN OPEN INCIDENT WHOSE SOURCE SENT
005800*        DATA HAD A CLEAN CYCLE; ENOUGH OF THEM CLOSE IT.
005810     IF NOT IFT-INCM-OPEN
005820         GO TO 3300-AGE-INCIDENT-EXIT
005830     END-IF.
005840     PERFORM 3500-CHECK-REPORTED
005850         THRU 3500-CHECK-REPORTED-EXIT.
005860     IF NOT INC-SOURCE-REPORTED
005870         GO TO 3300-AGE-INCIDENT-EXIT
005880     END-IF.
005890     MOVE 'Y' TO INC-CHANGED-SW.
005900     IF IFT-INCM-CLEAN-CYCLES < 99
005910         ADD 1 TO IFT-INCM-CLEAN-CYCLES
005920     END-IF.
005930     IF IFT-INCM-CLEAN-CYCLES < INC-CLEAN-LIMIT
005940         MOVE SPACE TO INC-EVENT-CODE
005950         GO TO 3300-AGE-INCIDENT-EXIT
005960     END-IF.
005970     MOVE 'C' TO IFT-INCM-STATUS.
005980     MOVE INC-STAMP-DATE TO IFT-INCM-CLOSE-DATE.
005990     MOVE INC-STAMP-CYCLE TO IFT-INCM-CLOSE-CYCLE.
006000     MOVE 'C' TO INC-EVENT-CODE.
006010     ADD 1 TO INC-CLOSED.
006020 3300-AGE-INCIDENT-EXIT.
006030     EXIT.
006040
006050 3400-START-INCIDENT.
006060*        LOAD A FRESH INCIDENT FROM BREACH ENTRY INC-HIT INTO THE
006070*        MASTER RECORD AREA (KEY ALREADY SET).
006080     MOVE 'O' TO IFT-INCM-STATUS.
006090     MOVE INC-STAMP-DATE TO IFT-INCM-OPEN-DATE.
006100     MOVE INC-STAMP-CYCLE TO IFT-INCM-OPEN-CYCLE.
006110     MOVE INC-BR-COUNT (INC-HIT) TO IFT-INCM-ALERT-COUNT.
006120     MOVE INC-BR-PEAK-X (INC-HIT) TO IFT-INCM-PEAK-X.
006130     MOVE INC-STAMP-DATE TO IFT-INCM-LAST-DATE.
006140     MOVE INC-BR-LAST-TIME (INC-HIT) TO IFT-INCM-LAST-TIME.
006150     MOVE INC-STAMP-CYCLE TO IFT-INCM-LAST-CYCLE.
006160     MOVE ZERO TO IFT-INCM-CLEAN-CYCLES.
006170     MOVE ZERO TO IFT-INCM-CLOSE-DATE.
006180     MOVE ZERO TO IFT-INCM-CLOSE-CYCLE.
006190     MOVE 'O' TO INC-EVENT-CODE.
006200 3400-START-INCIDENT-EXIT.
006210     EXIT.
006220
006230 3500-CHECK-REPORTED.
006240     MOVE 'N' TO INC-REPORTED-SW.
006250     MOVE ZERO TO INC-SUB.
006260 3500-CHECK-REPORTED-LOOP.
006270     ADD 1 TO INC-SUB.
006280     IF INC-SUB > INC-SRC-COUNT
006290         GO TO 3500-CHECK-REPORTED-EXIT
006300     END-IF.
006310     IF INC-SRC-CODE (INC-SUB) = IFT-INCM-SOURCE-CODE
006320         MOVE 'Y' TO INC-REPORTED-SW
006330         GO TO 3500-CHECK-REPORTED-EXIT
006340     END-IF.
006350     GO TO 3500-CHECK-REPORTED-LOOP.
006360 3500-CHECK-REPORTED-EXIT.
006370     EXIT.
006380
006390 4000-OPEN-NEW-INCIDENTS.
006400*        A BREACH THAT MATCHED NOTHING ON THE MASTER IS THE FIRST
006410*        FROM ITS SOURCE AT THAT SEVERITY - IT OPENS AN INCIDENT.
006420     MOVE ZERO TO INC-HIT.
006430 4000-OPEN-NEW-INCIDENTS-LOOP.
006440     ADD 1 TO INC-HIT.
006450     IF INC-HIT > INC-BR-COUNT-USED
006460         GO TO 4000-OPEN-NEW-INCIDENTS-EXIT
006470     END-IF.
006480     IF INC-BR-USED (INC-HIT)
006490         GO TO 4000-OPEN-NEW-INCIDENTS-LOOP
006500     END-IF.
006510     MOVE SPACES TO IFT-INCM-RECORD.
006520     MOVE INC-BR-SOURCE (INC-HIT) TO IFT-INCM-SOURCE-CODE.
006530     MOVE INC-BR-SEVERITY (INC-HIT) TO IFT-INCM-SEVERITY.
006540     PERFORM 3400-START-INCIDENT
006550         THRU 3400-START-INCIDENT-EXIT.
006560     WRITE IFT-INCM-RECORD
006570         INVALID KEY
006580             DISPLAY 'IIC0011E INCIDENT ' IFT-INCM-KEY
006590                 ' NOT WRITTEN - STATUS ' INC-MAST-STATUS
006600             MOVE 8 TO RETURN-CODE
006610             GO TO 4000-OPEN-NEW-INCIDENTS-LOOP
006620     END-WRITE.
006630     ADD 1 TO INC-OPENED.
006640     ADD 1 TO INC-STILL-OPEN.
006650     PERFORM 7000-WRITE-EVENT
006660         THRU 7000-WRITE-EVENT-EXIT.
006670     GO TO 4000-OPEN-NEW-INCIDENTS-LOOP.
006680 4000-OPEN-NEW-INCIDENTS-EXIT.
006690     EXIT.
006700
006710 5000-MARK-RUN-APPLIED.
006720     MOVE SPACES TO IFT-INCM-KEY.
006730     READ INC-MAST-FILE
006740         INVALID KEY
006750             DISPLAY 'IIC0012E INCIDENT CONTROL RECORD LOST -'
006760                 ' STATUS ' INC-MAST-STATUS
006770             MOVE 8 TO RETURN-CODE
006780             GO TO 5000-MARK-RUN-APPLIED-EXIT
006790     END-READ.
006800     MOVE INC-STAMP-DATE TO IFT-INCM-LAST-RUN-DATE.
006810     MOVE INC-STAMP-CYCLE TO IFT-INCM-LAST-RUN-CYCLE.
006820     REWRITE IFT-INCM-RECORD
006830         INVALID KEY
006840             DISPLAY 'IIC0013E INCIDENT CONTROL RECORD NOT'
006850                 ' REWRITTEN - STATUS ' INC-MAST-STATUS
006860             MOVE 8 TO RETURN-CODE
006870     END-REWRITE.
006880 5000-MARK-RUN-APPLIED-EXIT.
006890     EXIT.
006900
006910 7000-WRITE-EVENT.
006920*        AN AGED INCIDENT THAT IS STILL SHORT OF THE CLEAN LIMIT
006930*        IS REWRITTEN BUT IS NOT NEWS FOR THE TICKETING SHOP.
006940     IF INC-EVENT-CODE = SPACE
006950         GO TO 7000-WRITE-EVENT-EXIT
006960     END-IF.
006970     MOVE SPACES TO IFT-INCE-RECORD.
006980     MOVE INC-EVENT-CODE TO IFT-INCE-EVENT.
006990     MOVE IFT-INCM-SOURCE-CODE TO IFT-INCE-SOURCE-CODE.
007000     MOVE IFT-INCM-SEVERITY TO IFT-INCE-SEVERITY.
007010     MOVE IFT-INCM-OPEN-DATE TO IFT-INCE-OPEN-DATE.
007020     MOVE IFT-INCM-OPEN-CYCLE TO IFT-INCE-OPEN-CYCLE.
007030     MOVE IFT-INCM-ALERT-COUNT TO IFT-INCE-ALERT-COUNT.
007040     MOVE IFT-INCM-PEAK-X TO IFT-INCE-PEAK-X.
007050     MOVE IFT-INCM-LAST-DATE TO IFT-INCE-LAST-DATE.
007060     MOVE IFT-INCM-LAST-TIME TO IFT-INCE-LAST-TIME.
007070     MOVE IFT-INCM-LAST-CYCLE TO IFT-INCE-LAST-CYCLE.
007080     MOVE IFT-INCM-CLEAN-CYCLES TO IFT-INCE-CLEAN-CYCLES.
007090     MOVE INC-STAMP-DATE TO IFT-INCE-EVENT-DATE.
007100     MOVE INC-STAMP-CYCLE TO IFT-INCE-EVENT-CYCLE.
007110     WRITE IFT-INCE-RECORD.
007120     ADD 1 TO INC-EVENTS.
007130     EVALUATE TRUE
007140         WHEN IFT-INCE-OPENED
007150             MOVE 'OPEN' TO INC-DET-EVENT
007160         WHEN IFT-INCE-UPDATED
007170             MOVE 'UPDATE' TO INC-DET-EVENT
007180         WHEN IFT-INCE-CLOSED
007190             MOVE 'CLOSE' TO INC-DET-EVENT
007200     END-EVALUATE.
007210     MOVE IFT-INCM-SOURCE-CODE TO INC-DET-SOURCE.
007220     MOVE IFT-INCM-SEVERITY TO INC-DET-SEVERITY.
007230     MOVE IFT-INCM-OPEN-DATE TO INC-DET-OPEN-DATE.
007240     MOVE IFT-INCM-OPEN-CYCLE TO INC-DET-OPEN-CYCLE.
007250     MOVE IFT-INCM-ALERT-COUNT TO INC-DET-COUNT.
007260     MOVE IFT-INCM-PEAK-X TO INC-DET-PEAK.
007270     MOVE IFT-INCM-LAST-DATE TO INC-DET-LAST-DATE.
007280     MOVE IFT-INCM-LAST-CYCLE TO INC-DET-LAST-CYCLE.
007290     MOVE IFT-INCM-LAST-TIME TO INC-DET-LAST-TIME.
007300     MOVE IFT-INCM-CLEAN-CYCLES TO INC-DET-CLEAN.
007310     WRITE RPT-PRINT-LINE FROM INC-DET-LINE
007320         AFTER ADVANCING 1 LINE.
007330 7000-WRITE-EVENT-EXIT.
007340     EXIT.
007350
007360 7500-REPORT-APPLIED.
007370*        NOTHING HAS BEEN OPENED FOR OUTPUT BUT THE REPORT.
007380     CLOSE INC-MAST-FILE.
007390     MOVE 'RUN ALREADY ON INCIDENT MASTER - NOTHING CHANGED'
007400         TO INC-MSG-TEXT.
007410     WRITE RPT-PRINT-LINE FROM INC-MSG-LINE
007420         AFTER ADVANCING 2 LINES.
007430     CLOSE REPORT-FILE.
007440     DISPLAY 'IIC0098W RUN ALREADY APPLIED - RETURN CODE 4'.
007450     MOVE 4 TO RETURN-CODE.
007460 7500-REPORT-APPLIED-EXIT.
007470     EXIT.
007480
007490 8000-FINALIZE.
007500     CLOSE INC-MAST-FILE.
007510     CLOSE INC-EVENT-FILE.
007520     IF INC-EVENTS = ZERO
007530         MOVE 'NO INCIDENTS OPENED, UPDATED OR CLOSED'
007540             TO INC-MSG-TEXT
007550         WRITE RPT-PRINT-LINE FROM INC-MSG-LINE
007560             AFTER ADVANCING 1 LINE
007570     END-IF.
007580     MOVE 'ALERTS IN RUN' TO INC-CNT-LABEL.
007590     MOVE INC-ALERTS-RUN TO INC-CNT-VALUE.
007600     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007610         AFTER ADVANCING 2 LINES.
007620     MOVE 'SOURCES REPORTING IN RUN' TO INC-CNT-LABEL.
007630     MOVE INC-SRC-COUNT TO INC-CNT-VALUE.
007640     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007650         AFTER ADVANCING 1 LINE.
007660     MOVE 'INCIDENTS OPENED (FIRST BREACH)' TO INC-CNT-LABEL.
007670     MOVE INC-OPENED TO INC-CNT-VALUE.
007680     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007690         AFTER ADVANCING 1 LINE.
007700     MOVE 'INCIDENTS REOPENED AFTER CLOSE' TO INC-CNT-LABEL.
007710     MOVE INC-REOPENED TO INC-CNT-VALUE.
007720     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007730         AFTER ADVANCING 1 LINE.
007740     MOVE 'INCIDENTS UPDATED' TO INC-CNT-LABEL.
007750     MOVE INC-UPDATED TO INC-CNT-VALUE.
007760     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007770         AFTER ADVANCING 1 LINE.
007780     MOVE 'INCIDENTS CLOSED' TO INC-CNT-LABEL.
007790     MOVE INC-CLOSED TO INC-CNT-VALUE.
007800     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007810         AFTER ADVANCING 1 LINE.
007820     MOVE 'INCIDENTS STILL OPEN' TO INC-CNT-LABEL.
007830     MOVE INC-STILL-OPEN TO INC-CNT-VALUE.
007840     WRITE RPT-PRINT-LINE FROM INC-CNT-LINE
007850         AFTER ADVANCING 1 LINE.
007860     CLOSE REPORT-FILE.
007870     DISPLAY 'IIC0099I ALERTS READ            = ' INC-ALERTS-READ.
007880     DISPLAY 'IIC0099I INCIDENTS OPENED       = ' INC-OPENED.
007890     DISPLAY 'IIC0099I INCIDENTS REOPENED     = ' INC-REOPENED.
007900     DISPLAY 'IIC0099I INCIDENTS UPDATED      = ' INC-UPDATED.
007910     DISPLAY 'IIC0099I INCIDENTS CLOSED       = ' INC-CLOSED.
007920     DISPLAY 'IIC0099I INCIDENTS STILL OPEN   = ' INC-STILL-OPEN.
007930 8000-FINALIZE-EXIT.
007940     EXIT.
007950
007960 9000-WRITE-RUN-LOG.
007970*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
007980*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
007990*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A RUN
008000*        THAT NEVER LEARNED ITS BUSINESS DATE IS LOGGED UNDER THE
008010*        DAY IT RAN AT CYCLE 00 AND NEVER REPLACES A ROW ALREADY
008020*        THERE, SO IT CANNOT OVERWRITE A REAL CYCLE'S ROW.  A LOG
008030*        THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER CHANGES
008040*        THE STEP'S RETURN CODE.
008050     OPEN I-O RUN-LOG-FILE.
008060     IF INC-RLOG-STATUS NOT = '00'
008070         DISPLAY 'IIC0080W RUN LOG OPEN STATUS ' INC-RLOG-STATUS
008080             ' - STEP NOT LOGGED'
008090         GO TO 9000-WRITE-RUN-LOG-EXIT
008100     END-IF.
008110     MOVE SPACES TO IFT-RLOG-RECORD.
008120     IF INC-STAMP-DATE = ZERO
008130         MOVE INC-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
008140         MOVE ZERO TO IFT-RLOG-CYCLE-NO
008150     ELSE
008160         MOVE INC-STAMP-DATE TO IFT-RLOG-RUN-DATE
008170         MOVE INC-STAMP-CYCLE TO IFT-RLOG-CYCLE-NO
008180     END-IF.
008190     MOVE 'IFTINCID' TO IFT-RLOG-PROGRAM.
008200     MOVE INC-RLOG-START-DATE TO IFT-RLOG-START-DATE.
008210     MOVE INC-RLOG-START-TIME TO IFT-RLOG-START-TIME.
008220     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
008230     ACCEPT IFT-RLOG-END-TIME FROM TIME.
008240     MOVE INC-ALERTS-READ TO IFT-RLOG-IN-COUNT.
008250     MOVE INC-EVENTS TO IFT-RLOG-OUT-COUNT.
008260     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
008270     WRITE IFT-RLOG-RECORD
008280         INVALID KEY
008290             IF IFT-RLOG-CYCLE-NO = ZERO
008300                 DISPLAY 'IIC0081W RUN LOG ROW NOT WRITTEN - '
008310                     'STATUS ' INC-RLOG-STATUS
008320             ELSE
008330                 REWRITE IFT-RLOG-RECORD
008340                     INVALID KEY
008350                         DISPLAY 'IIC0081W RUN LOG ROW NOT '
008360                             'WRITTEN - STATUS ' INC-RLOG-STATUS
008370                 END-REWRITE
008380             END-IF
008390     END-WRITE.
008400     CLOSE RUN-LOG-FILE.
008410 9000-WRITE-RUN-LOG-EXIT.
008420     EXIT.
