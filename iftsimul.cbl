000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTSIMUL.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   THRESHOLD WHAT-IF SIMULATION.  BEFORE AN IFTMAINT T, L OR C
000100*   TRANSACTION IS KEYED, THIS RUN REPLAYS THE AUDIT ROWS OF A
000110*   DATE RANGE (ARCHIVE AND LIVE FILES) THROUGH THE IFTHEN
000120*   BANDING AND ALERT RULES UNDER THE PROPOSED THRESHOLD, LOW
000130*   CUTOFF AND CRITICAL CUTOFF FROM THE SIMPRM CARD
000140*   (IFTSPRM.CPY), AND COMPARES EACH ROW TO WHAT ACTUALLY
000150*   HAPPENED.  THE REPORT SHOWS, PER SOURCE AND PER RUN DATE,
000160*   HOW MANY RECORDS WOULD HAVE CHANGED BAND, THE ALERTS AND
000170*   CRITICALS THAT WOULD HAVE BEEN ADDED OR DROPPED, AND THE
000180*   CHARGEBACK IMPACT OF THE ALERT CHANGES AT THE CURRENT
000190*   RATEPRM WARNING AND CRITICAL RATES.  NOTHING IS UPDATED.
000200*
000210*   THE AS-RUN BAND IS THE RESULT ON THE AUDIT ROW.  THE AS-RUN
000220*   SEVERITY OF A HIGH ROW IS CRITICAL WHEN AN ORIGINAL
000230*   CRITICAL ALERT FOR THE SAME SEQUENCE, DATE AND CYCLE IS ON
000240*   THE ALERT FILES, OTHERWISE WARNING.  A SHOP-WIDE PROPOSAL
000250*   DOES NOT MOVE A SOURCE THAT HAD ITS OWN OVERRIDE IN EFFECT
000260*   ON THE ROW'S DATE (PER THE CURRENT PARM CARD) - THOSE ROWS
000270*   ARE COUNTED AS LEFT ON OVERRIDE AND NOT REPLAYED.
000280*
000290*   MODIFICATION HISTORY.
000300*   DATE       INIT  DESCRIPTION
000310*   ---------  ----  ----------------------------------------
000320*   10/15/2026 DCM   ORIGINAL VERSION.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 SPECIAL-NAMES.
000390     C01 IS TO-NEW-PAGE.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SIM-PARM-FILE ASSIGN TO SIMPRM
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT PARM-FILE ASSIGN TO PARMFILE
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT RATE-PARM-FILE ASSIGN TO RATEPRM
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT SOURCE-MASTER-FILE ASSIGN TO SRCMAST
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT ALERT-ARC-FILE ASSIGN TO ALTARC
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT ALERT-LIVE-FILE ASSIGN TO ALERTIN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT AUDIT-ARC-FILE ASSIGN TO AUDARC
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT AUDIT-LIVE-FILE ASSIGN TO AUDITIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT REPORT-FILE ASSIGN TO RPTFILE
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SIM-PARM-FILE
000640     RECORDING MODE IS F.
000650     COPY IFTSPRM.
000660
000670 FD  PARM-FILE
000680     RECORDING MODE IS F.
000690     COPY IFTPARM.
000700
000710 FD  RATE-PARM-FILE
000720     RECORDING MODE IS F.
000730     COPY IFTRPRM.
000740
000750 FD  SOURCE-MASTER-FILE
000760     RECORDING MODE IS F.
000770     COPY IFTSRCM.
000780
000790 FD  ALERT-ARC-FILE
000800     RECORDING MODE IS F.
000810 01  SIM-ALERT-ARC-RECORD        PIC X(80).
000820
000830 FD  ALERT-LIVE-FILE
000840     RECORDING MODE IS F.
000850     COPY IFTALERT.
000860
000870 FD  AUDIT-ARC-FILE
000880     RECORDING MODE IS F.
000890 01  SIM-AUDIT-ARC-RECORD        PIC X(80).
000900
000910 FD  AUDIT-LIVE-FILE
000920     RECORDING MODE IS F.
000930     COPY IFTAUD.
000940
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  RPT-PRINT-LINE              PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000 01  SIM-SWITCHES.
001010     05  SIM-FATAL-SW                PIC X(01) VALUE 'N'.
001020         88  SIM-FATAL                   VALUE 'Y'.
001030     05  SIM-SHOP-WIDE-SW            PIC X(01) VALUE 'Y'.
001040         88  SIM-SHOP-WIDE               VALUE 'Y'.
001050     05  SIM-CRIT-FOUND-SW           PIC X(01) VALUE 'N'.
001060         88  SIM-CRIT-FOUND              VALUE 'Y'.
001070     05  SIM-ON-OVERRIDE-SW          PIC X(01) VALUE 'N'.
001080         88  SIM-ON-OVERRIDE             VALUE 'Y'.
001090
001100 01  SIM-RUN-DATE                PIC 9(08).
001110 01  SIM-FROM-DATE               PIC 9(08) VALUE ZERO.
001120 01  SIM-TO-DATE                 PIC 9(08) VALUE ZERO.
001130 01  SIM-SOURCE-FILTER           PIC X(03) VALUE SPACES.
001140 01  SIM-ROW-CYCLE               PIC 9(02) VALUE 01.
001150 01  SIM-PARM-EFF-WORK           PIC 9(08) VALUE ZERO.
001160
001170*        THE PROPOSED VALUES, AND THE AS-RUN AND PROPOSED
001180*        OUTCOME OF THE ROW BEING REPLAYED.
001190 01  SIM-PROPOSED.
001200     05  SIM-NEW-THRESHOLD           PIC 9(04) VALUE ZERO.
001210     05  SIM-NEW-LOW                 PIC 9(04) VALUE ZERO.
001220     05  SIM-NEW-CRIT                PIC 9(04) VALUE 9999.
001230 01  SIM-ROW-WORK.
001240     05  SIM-ROW-X                   PIC 9(04) VALUE ZERO.
001250     05  SIM-OLD-BAND                PIC X(08) VALUE SPACES.
001260     05  SIM-NEW-BAND                PIC X(08) VALUE SPACES.
001270     05  SIM-OLD-SEVERITY            PIC X(08) VALUE SPACES.
001280     05  SIM-NEW-SEVERITY            PIC X(08) VALUE SPACES.
001290
001300 01  SIM-RATES.
001310     05  SIM-WARNING-RATE            PIC 9(03)V99 VALUE ZERO.
001320     05  SIM-CRITICAL-RATE           PIC 9(03)V99 VALUE ZERO.
001330
001340*        SOURCES WITH A PER-SOURCE OVERRIDE ON THE PARM CARD AND
001350*        THE EARLIEST DATE ONE TOOK EFFECT (ZERO - NO DATE - IS
001360*        IN EFFECT FROM DAY ONE, AS IFTHEN READS IT).
001370 01  SIM-OVR-TABLE.
001380     05  SIM-OVR-ENTRY OCCURS 50 TIMES.
001390         10  SIM-OVR-SOURCE          PIC X(03).
001400         10  SIM-OVR-EFF             PIC 9(08).
001410
001420 77  SIM-OVR-COUNT               PIC 9(02) VALUE ZERO COMP.
001430 77  SIM-OVR-SUB                 PIC 9(02) VALUE ZERO COMP.
001440
001450*        ORIGINAL CRITICAL ALERTS OF THE DATE RANGE - A HIGH ROW
001460*        FOUND HERE WENT OUT AS CRITICAL, ANY OTHER AS WARNING.
001470 01  SIM-CRIT-TABLE.
001480     05  SIM-CRIT-ENTRY OCCURS 5000 TIMES.
001490         10  SIM-CRIT-SEQ-NO         PIC 9(06).
001500         10  SIM-CRIT-RUN-DATE       PIC 9(08).
001510         10  SIM-CRIT-CYCLE          PIC 9(02).
001520
001530 77  SIM-CRIT-COUNT              PIC 9(04) VALUE ZERO COMP.
001540 77  SIM-CRIT-SUB                PIC 9(04) VALUE ZERO COMP.
001550
001560*        ONE ENTRY PER SOURCE AND RUN DATE REPLAYED, IN THE
001570*        ORDER THE DATES FIRST APPEAR ON THE FILES (ARCHIVE,
001580*        THEN LIVE - OLDEST FIRST).
001590 01  SIM-DAY-TABLE.
001600     05  SIM-DAY-ENTRY OCCURS 2000 TIMES.
001610         10  SIM-DAY-SOURCE          PIC X(03).
001620         10  SIM-DAY-DATE            PIC 9(08).
001630         10  SIM-DAY-RECORDS         PIC 9(07).
001640         10  SIM-DAY-BAND-CHG        PIC 9(07).
001650         10  SIM-DAY-ALT-ADD         PIC 9(07).
001660         10  SIM-DAY-ALT-DROP        PIC 9(07).
001670         10  SIM-DAY-CRT-ADD         PIC 9(07).
001680         10  SIM-DAY-CRT-DROP        PIC 9(07).
001690         10  SIM-DAY-OLD-WARN        PIC 9(07).
001700         10  SIM-DAY-OLD-CRIT        PIC 9(07).
001710         10  SIM-DAY-NEW-WARN        PIC 9(07).
001720         10  SIM-DAY-NEW-CRIT        PIC 9(07).
001730
001740 77  SIM-DAY-COUNT               PIC 9(04) VALUE ZERO COMP.
001750 77  SIM-DAY-SUB                 PIC 9(04) VALUE ZERO COMP.
001760 77  SIM-DAY-HIT                 PIC 9(04) VALUE ZERO COMP.
001770
001780*        SOURCES IN THE ORDER THEY FIRST APPEAR, FOR THE REPORT.
001790 01  SIM-SRC-TABLE.
001800     05  SIM-SRC-ENTRY OCCURS 50 TIMES.
001810         10  SIM-SRC-CODE            PIC X(03).
001820
001830 77  SIM-SRC-COUNT               PIC 9(02) VALUE ZERO COMP.
001840 77  SIM-SRC-SUB                 PIC 9(02) VALUE ZERO COMP.
001850
001860*        FEEDER DEPARTMENT NAMES FROM THE SOURCE MASTER.
001870 01  SIM-DEPT-TABLE.
001880     05  SIM-DEPT-ENTRY OCCURS 50 TIMES.
001890         10  SIM-DEPT-CODE           PIC X(03).
001900         10  SIM-DEPT-NAME           PIC X(30).
001910
001920 77  SIM-DEPT-COUNT              PIC 9(02) VALUE ZERO COMP.
001930 77  SIM-DEPT-SUB                PIC 9(02) VALUE ZERO COMP.
001940 01  SIM-DEPT-NAME-W             PIC X(30).
001950
001960 77  SIM-ROWS-READ               PIC 9(07) VALUE ZERO COMP.
001970 77  SIM-ROWS-REPLAYED           PIC 9(07) VALUE ZERO COMP.
001980 77  SIM-ROWS-ON-OVERRIDE        PIC 9(07) VALUE ZERO COMP.
001990
002000*        A REPORT LINE'S COUNTS - ONE DAY, A SOURCE SUBTOTAL OR
002010*        THE GRAND TOTAL - ARE BUILT HERE BEFORE PRINTING.
002020 01  SIM-LINE-COUNTS.
002030     05  SIM-LIN-RECORDS             PIC 9(07) VALUE ZERO.
002040     05  SIM-LIN-BAND-CHG            PIC 9(07) VALUE ZERO.
002050     05  SIM-LIN-ALT-ADD             PIC 9(07) VALUE ZERO.
002060     05  SIM-LIN-ALT-DROP            PIC 9(07) VALUE ZERO.
002070     05  SIM-LIN-CRT-ADD             PIC 9(07) VALUE ZERO.
002080     05  SIM-LIN-CRT-DROP            PIC 9(07) VALUE ZERO.
002090     05  SIM-LIN-OLD-WARN            PIC 9(07) VALUE ZERO.
002100     05  SIM-LIN-OLD-CRIT            PIC 9(07) VALUE ZERO.
002110     05  SIM-LIN-NEW-WARN            PIC 9(07) VALUE ZERO.
002120     05  SIM-LIN-NEW-CRIT            PIC 9(07) VALUE ZERO.
002130 01  SIM-SRC-COUNTS.
002140     05  SIM-STO-RECORDS             PIC 9(07) VALUE ZERO.
002150     05  SIM-STO-BAND-CHG            PIC 9(07) VALUE ZERO.
002160     05  SIM-STO-ALT-ADD             PIC 9(07) VALUE ZERO.
002170     05  SIM-STO-ALT-DROP            PIC 9(07) VALUE ZERO.
002180     05  SIM-STO-CRT-ADD             PIC 9(07) VALUE ZERO.
002190     05  SIM-STO-CRT-DROP            PIC 9(07) VALUE ZERO.
002200     05  SIM-STO-OLD-WARN            PIC 9(07) VALUE ZERO.
002210     05  SIM-STO-OLD-CRIT            PIC 9(07) VALUE ZERO.
002220     05  SIM-STO-NEW-WARN            PIC 9(07) VALUE ZERO.
002230     05  SIM-STO-NEW-CRIT            PIC 9(07) VALUE ZERO.
002240 01  SIM-GRAND-COUNTS.
002250     05  SIM-GTO-RECORDS             PIC 9(07) VALUE ZERO.
002260     05  SIM-GTO-BAND-CHG            PIC 9(07) VALUE ZERO.
002270     05  SIM-GTO-ALT-ADD             PIC 9(07) VALUE ZERO.
002280     05  SIM-GTO-ALT-DROP            PIC 9(07) VALUE ZERO.
002290     05  SIM-GTO-CRT-ADD             PIC 9(07) VALUE ZERO.
002300     05  SIM-GTO-CRT-DROP            PIC 9(07) VALUE ZERO.
002310     05  SIM-GTO-OLD-WARN            PIC 9(07) VALUE ZERO.
002320     05  SIM-GTO-OLD-CRIT            PIC 9(07) VALUE ZERO.
002330     05  SIM-GTO-NEW-WARN            PIC 9(07) VALUE ZERO.
002340     05  SIM-GTO-NEW-CRIT            PIC 9(07) VALUE ZERO.
002350
002360 01  SIM-MONEY-WORK.
002370     05  SIM-LINE-AMT                PIC S9(09)V99 VALUE ZERO.
002380
002390 01  SIM-REPORT-LINES.
002400     05  SIM-HDG-LINE-1.
002410         10  FILLER                  PIC X(35) VALUE SPACES.
002420         10  FILLER                  PIC X(37)
002430             VALUE 'IFTSIMUL THRESHOLD WHAT-IF SIMULATION'.
002440     05  SIM-HDG-LINE-2.
002450         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002460         10  SIM-HDG-DATE            PIC 9(08).
002470         10  FILLER                  PIC X(05) VALUE SPACES.
002480         10  FILLER                  PIC X(16)
002490             VALUE 'DATES REPLAYED: '.
002500         10  SIM-HDG-FROM            PIC 9(08).
002510         10  FILLER                  PIC X(04) VALUE ' TO '.
002520         10  SIM-HDG-TO              PIC 9(08).
002530         10  FILLER                  PIC X(05) VALUE SPACES.
002540         10  FILLER                  PIC X(18)
002550             VALUE 'PROPOSED FOR:     '.
002560         10  SIM-HDG-SCOPE           PIC X(20).
002570     05  SIM-HDG-LINE-3.
002580         10  FILLER                  PIC X(20)
002590             VALUE 'PROPOSED THRESHOLD: '.
002600         10  SIM-HDG-THRESHOLD       PIC ZZZ9.
002610         10  FILLER                  PIC X(17)
002620             VALUE '     LOW CUTOFF: '.
002630         10  SIM-HDG-LOW             PIC ZZZ9.
002640         10  FILLER                  PIC X(22)
002650             VALUE '     CRITICAL CUTOFF: '.
002660         10  SIM-HDG-CRIT            PIC ZZZ9.
002670     05  SIM-HDG-LINE-4.
002680         10  FILLER                  PIC X(27)
002690             VALUE 'RATES/CENTS PER WARNING:   '.
002700         10  SIM-HDG-WARN-RATE       PIC ZZ9.99.
002710         10  FILLER                  PIC X(20)
002720             VALUE '     PER CRITICAL:  '.
002730         10  SIM-HDG-CRIT-RATE       PIC ZZ9.99.
002740     05  SIM-SRC-LINE.
002750         10  FILLER                  PIC X(08)
002760             VALUE 'SOURCE: '.
002770         10  SIM-SRC-LINE-CODE       PIC X(03).
002780         10  FILLER                  PIC X(02) VALUE SPACES.
002790         10  SIM-SRC-LINE-NAME       PIC X(30).
002800     05  SIM-COL-LINE.
002810         10  FILLER                  PIC X(10)
002820             VALUE 'RUN DATE  '.
002830         10  FILLER                  PIC X(10)
002840             VALUE '   RECORDS'.
002850         10  FILLER                  PIC X(10)
002860             VALUE '  BAND CHG'.
002870         10  FILLER                  PIC X(10)
002880             VALUE '  ALERTS +'.
002890         10  FILLER                  PIC X(10)
002900             VALUE '  ALERTS -'.
002910         10  FILLER                  PIC X(10)
002920             VALUE '    CRIT +'.
002930         10  FILLER                  PIC X(10)
002940             VALUE '    CRIT -'.
002950         10  FILLER                  PIC X(18)
002960             VALUE '     CHARGE IMPACT'.
002970     05  SIM-DET-LINE.
002980         10  SIM-DET-LABEL           PIC X(10).
002990         10  FILLER                  PIC X(01) VALUE SPACES.
003000         10  SIM-DET-RECORDS         PIC Z,ZZZ,ZZ9.
003010         10  FILLER                  PIC X(01) VALUE SPACES.
003020         10  SIM-DET-BAND-CHG        PIC Z,ZZZ,ZZ9.
003030         10  FILLER                  PIC X(01) VALUE SPACES.
003040         10  SIM-DET-ALT-ADD         PIC Z,ZZZ,ZZ9.
003050         10  FILLER                  PIC X(01) VALUE SPACES.
003060         10  SIM-DET-ALT-DROP        PIC Z,ZZZ,ZZ9.
003070         10  FILLER                  PIC X(01) VALUE SPACES.
003080         10  SIM-DET-CRT-ADD         PIC Z,ZZZ,ZZ9.
003090         10  FILLER                  PIC X(01) VALUE SPACES.
003100         10  SIM-DET-CRT-DROP        PIC Z,ZZZ,ZZ9.
003110         10  FILLER                  PIC X(04) VALUE SPACES.
003120         10  SIM-DET-AMT             PIC -ZZ,ZZZ,ZZ9.99.
003130     05  SIM-CNT-LINE.
003140         10  SIM-CNT-LABEL           PIC X(40).
003150         10  SIM-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.
003160     05  SIM-MSG-LINE.
003170         10  SIM-MSG-TEXT            PIC X(80).
003180
003190 PROCEDURE DIVISION.
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE
003220         THRU 1000-INITIALIZE-EXIT.
003230     IF SIM-FATAL
003240         DISPLAY 'ISI0092E RETURN CODE 8 - NOTHING PROCESSED'
003250         MOVE 8 TO RETURN-CODE
003260         GOBACK
003270     END-IF.
003280     PERFORM 1500-LOAD-CRITICALS
003290         THRU 1500-LOAD-CRITICALS-EXIT.
003300     IF SIM-FATAL
003310         DISPLAY 'ISI0092E RETURN CODE 8 - NOTHING PROCESSED'
003320         MOVE 8 TO RETURN-CODE
003330         GOBACK
003340     END-IF.
003350     PERFORM 2000-REPLAY-AUDIT
003360         THRU 2000-REPLAY-AUDIT-EXIT.
003370     IF SIM-FATAL
003380         DISPLAY 'ISI0092E RETURN CODE 8 - NOTHING PROCESSED'
003390         MOVE 8 TO RETURN-CODE
003400         GOBACK
003410     END-IF.
003420     OPEN OUTPUT REPORT-FILE.
003430     PERFORM 5000-WRITE-SOURCE-PAGES
003440         THRU 5000-WRITE-SOURCE-PAGES-EXIT.
003450     PERFORM 8000-FINALIZE
003460         THRU 8000-FINALIZE-EXIT.
003470     GOBACK.
003480
003490 1000-INITIALIZE.
003500     ACCEPT SIM-RUN-DATE FROM DATE YYYYMMDD.
003510     OPEN INPUT SIM-PARM-FILE.
003520     READ SIM-PARM-FILE
003530         AT END
003540             DISPLAY 'ISI0001E SIMPRM EMPTY - NOTHING TO SIMULATE'
003550             MOVE 'Y' TO SIM-FATAL-SW
003560     END-READ.
003570     CLOSE SIM-PARM-FILE.
003580     IF SIM-FATAL
003590         GO TO 1000-INITIALIZE-EXIT
003600     END-IF.
003610     IF IFT-SPRM-FROM-DATE NOT NUMERIC OR
003620        IFT-SPRM-TO-DATE NOT NUMERIC
003630         DISPLAY 'ISI0002E DATE RANGE NOT NUMERIC'
003640         MOVE 'Y' TO SIM-FATAL-SW
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF.
003670     MOVE IFT-SPRM-FROM-DATE TO SIM-FROM-DATE.
003680     MOVE IFT-SPRM-TO-DATE TO SIM-TO-DATE.
003690     IF SIM-FROM-DATE > SIM-TO-DATE
003700         DISPLAY 'ISI0003E FROM DATE AFTER TO DATE'
003710         MOVE 'Y' TO SIM-FATAL-SW
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740     IF IFT-SPRM-THRESHOLD NOT NUMERIC OR
003750        IFT-SPRM-LOW-CUTOFF NOT NUMERIC
003760         DISPLAY 'ISI0004E PROPOSED THRESHOLD OR LOW CUTOFF'
003770             ' NOT NUMERIC'
003780         MOVE 'Y' TO SIM-FATAL-SW
003790         GO TO 1000-INITIALIZE-EXIT
003800     END-IF.
003810     MOVE IFT-SPRM-THRESHOLD TO SIM-NEW-THRESHOLD.
003820     MOVE IFT-SPRM-LOW-CUTOFF TO SIM-NEW-LOW.
003830     IF IFT-SPRM-CRIT-CUTOFF NUMERIC
003840         MOVE IFT-SPRM-CRIT-CUTOFF TO SIM-NEW-CRIT
003850     ELSE
003860         IF IFT-SPRM-CRIT-CUTOFF = SPACES
003870             MOVE 9999 TO SIM-NEW-CRIT
003880         ELSE
003890             DISPLAY 'ISI0005E PROPOSED CRIT CUTOFF NOT NUMERIC'
003900             MOVE 'Y' TO SIM-FATAL-SW
003910             GO TO 1000-INITIALIZE-EXIT
003920         END-IF
003930     END-IF.
003940*        THE SAME ORDERING IFTMAINT HOLDS THE PARM CARD TO - A
003950*        PROPOSAL IT WOULD REFUSE IS NOT WORTH SIMULATING.
003960     IF SIM-NEW-LOW NOT < SIM-NEW-THRESHOLD OR
003970        SIM-NEW-THRESHOLD NOT < SIM-NEW-CRIT
003980         DISPLAY 'ISI0006E PROPOSAL MUST BE LOW CUTOFF BELOW'
003990             ' THRESHOLD BELOW CRIT CUTOFF'
004000         MOVE 'Y' TO SIM-FATAL-SW
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF.
004030     MOVE IFT-SPRM-SOURCE-CODE TO SIM-SOURCE-FILTER.
004040     IF SIM-SOURCE-FILTER NOT = SPACES
004050         MOVE 'N' TO SIM-SHOP-WIDE-SW
004060     END-IF.
004070     DISPLAY 'ISI0007I FROM ' SIM-FROM-DATE ' TO ' SIM-TO-DATE
004080         ' SOURCE ' SIM-SOURCE-FILTER.
004090     DISPLAY 'ISI0008I PROPOSED THRESHOLD ' SIM-NEW-THRESHOLD
004100         ' LOW ' SIM-NEW-LOW ' CRIT ' SIM-NEW-CRIT.
004110     OPEN INPUT RATE-PARM-FILE.
004120     READ RATE-PARM-FILE
004130         AT END
004140             DISPLAY 'ISI0009W RATEPRM EMPTY - CHARGE IMPACT AT'
004150                 ' ZERO RATES'
004160             MOVE ZEROS TO IFT-RPRM-RECORD
004170     END-READ.
004180     CLOSE RATE-PARM-FILE.
004190     IF IFT-RPRM-WARNING-RATE NUMERIC
004200         MOVE IFT-RPRM-WARNING-RATE TO SIM-WARNING-RATE
004210     END-IF.
004220     IF IFT-RPRM-CRITICAL-RATE NUMERIC
004230         MOVE IFT-RPRM-CRITICAL-RATE TO SIM-CRITICAL-RATE
004240     END-IF.
004250     IF SIM-SHOP-WIDE
004260         OPEN INPUT PARM-FILE
004270         PERFORM 1100-LOAD-OVERRIDES
004280             THRU 1100-LOAD-OVERRIDES-EXIT
004290         CLOSE PARM-FILE
004300         DISPLAY 'ISI0010I SOURCE OVERRIDES LOADED = '
004310             SIM-OVR-COUNT
004320     END-IF.
004330     OPEN INPUT SOURCE-MASTER-FILE.
004340     PERFORM 1300-LOAD-DEPT-NAMES
004350         THRU 1300-LOAD-DEPT-NAMES-EXIT.
004360     CLOSE SOURCE-MASTER-FILE.
004370 1000-INITIALIZE-EXIT.
004380     EXIT.
004390
004400 1100-LOAD-OVERRIDES.
004410*        ONLY WHETHER A SOURCE HAD AN OVERRIDE ON A GIVEN DATE
004420*        MATTERS HERE, SO THE EARLIEST EFFECTIVE DATE OF ANY OF
004430*        ITS RECORDS IS KEPT - IFTHEN USES AN OVERRIDE ONCE ONE
004440*        IS EFFECTIVE ON OR BEFORE THE RUN DATE.
004450     READ PARM-FILE
004460         AT END GO TO 1100-LOAD-OVERRIDES-EXIT
004470     END-READ.
004480     IF IFT-PARM-THRESHOLD NOT NUMERIC OR
004490        IFT-PARM-SOURCE-CODE = SPACES
004500         GO TO 1100-LOAD-OVERRIDES
004510     END-IF.
004520     MOVE ZERO TO SIM-PARM-EFF-WORK.
004530     IF IFT-PARM-EFF-DATE NUMERIC
004540         MOVE IFT-PARM-EFF-DATE TO SIM-PARM-EFF-WORK
004550     END-IF.
004560     MOVE ZERO TO SIM-OVR-SUB.
004570 1100-LOAD-OVERRIDES-FIND.
004580     ADD 1 TO SIM-OVR-SUB.
004590     IF SIM-OVR-SUB > SIM-OVR-COUNT
004600         GO TO 1100-LOAD-OVERRIDES-NEW
004610     END-IF.
004620     IF SIM-OVR-SOURCE (SIM-OVR-SUB) = IFT-PARM-SOURCE-CODE
004630         IF SIM-PARM-EFF-WORK < SIM-OVR-EFF (SIM-OVR-SUB)
004640             MOVE SIM-PARM-EFF-WORK TO SIM-OVR-EFF (SIM-OVR-SUB)
004650         END-IF
004660         GO TO 1100-LOAD-OVERRIDES
004670     END-IF.
004680     GO TO 1100-LOAD-OVERRIDES-FIND.
004690 1100-LOAD-OVERRIDES-NEW.
004700     IF SIM-OVR-COUNT >= 50
004710         DISPLAY 'ISI0096W MORE THAN 50 SOURCE OVERRIDES -'
004720             ' EXCESS IGNORED'
004730         GO TO 1100-LOAD-OVERRIDES-EXIT
004740     END-IF.
004750     ADD 1 TO SIM-OVR-COUNT.
004760     MOVE IFT-PARM-SOURCE-CODE TO SIM-OVR-SOURCE (SIM-OVR-COUNT).
004770     MOVE SIM-PARM-EFF-WORK TO SIM-OVR-EFF (SIM-OVR-COUNT).
004780     GO TO 1100-LOAD-OVERRIDES.
004790 1100-LOAD-OVERRIDES-EXIT.
004800     EXIT.
004810
004820 1300-LOAD-DEPT-NAMES.
004830     READ SOURCE-MASTER-FILE
004840         AT END GO TO 1300-LOAD-DEPT-NAMES-EXIT
004850     END-READ.
004860     IF SIM-DEPT-COUNT >= 50
004870         DISPLAY 'ISI0097W MORE THAN 50 SOURCE MASTER RECORDS -'
004880             ' EXCESS IGNORED'
004890         GO TO 1300-LOAD-DEPT-NAMES-EXIT
004900     END-IF.
004910     ADD 1 TO SIM-DEPT-COUNT.
004920     MOVE IFT-SRCM-SOURCE-CODE TO SIM-DEPT-CODE (SIM-DEPT-COUNT).
004930     MOVE IFT-SRCM-DEPT-NAME TO SIM-DEPT-NAME (SIM-DEPT-COUNT).
004940     GO TO 1300-LOAD-DEPT-NAMES.
004950 1300-LOAD-DEPT-NAMES-EXIT.
004960     EXIT.
004970
004980 1500-LOAD-CRITICALS.
004990     OPEN INPUT ALERT-ARC-FILE.
005000 1500-LOAD-ARC-LOOP.
005010     READ ALERT-ARC-FILE
005020         AT END GO TO 1500-LOAD-ARC-DONE
005030     END-READ.
005040     MOVE SIM-ALERT-ARC-RECORD TO IFT-ALERT-RECORD.
005050     PERFORM 1600-POST-CRITICAL
005060         THRU 1600-POST-CRITICAL-EXIT.
005070     IF SIM-FATAL
005080         GO TO 1500-LOAD-ARC-DONE
005090     END-IF.
005100     GO TO 1500-LOAD-ARC-LOOP.
005110 1500-LOAD-ARC-DONE.
005120     CLOSE ALERT-ARC-FILE.
005130     IF SIM-FATAL
005140         GO TO 1500-LOAD-CRITICALS-EXIT
005150     END-IF.
005160     OPEN INPUT ALERT-LIVE-FILE.
005170 1500-LOAD-LIVE-LOOP.
005180     READ ALERT-LIVE-FILE
005190         AT END GO TO 1500-LOAD-LIVE-DONE
005200     END-READ.
005210     PERFORM 1600-POST-CRITICAL
005220         THRU 1600-POST-CRITICAL-EXIT.
005230     IF SIM-FATAL
005240         GO TO 1500-LOAD-LIVE-DONE
005250     END-IF.
005260     GO TO 1500-LOAD-LIVE-LOOP.
005270 1500-LOAD-LIVE-DONE.
005280     CLOSE ALERT-LIVE-FILE.
005290     DISPLAY 'ISI0011I CRITICAL ALERTS LOADED = ' SIM-CRIT-COUNT.
005300 1500-LOAD-CRITICALS-EXIT.
005310     EXIT.
005320
005330 1600-POST-CRITICAL.
005340*        RE-ISSUES (ESC FLAG Y) ARE IFTESCAL'S, NOT THE BANDING'S,
005350*        AND ARE LEFT OUT.  AN OVERFLOWING TABLE WOULD SHOW
005360*        CRITICALS AS WARNINGS - STOP INSTEAD.
005370     IF IFT-ALERT-REISSUED OR
005380        IFT-ALERT-SEVERITY NOT = 'CRITICAL'
005390         GO TO 1600-POST-CRITICAL-EXIT
005400     END-IF.
005410     IF IFT-ALERT-RUN-DATE NOT NUMERIC
005420         GO TO 1600-POST-CRITICAL-EXIT
005430     END-IF.
005440     IF IFT-ALERT-RUN-DATE < SIM-FROM-DATE OR
005450        IFT-ALERT-RUN-DATE > SIM-TO-DATE
005460         GO TO 1600-POST-CRITICAL-EXIT
005470     END-IF.
005480     IF NOT SIM-SHOP-WIDE AND
005490        IFT-ALERT-SOURCE-CODE NOT = SIM-SOURCE-FILTER
005500         GO TO 1600-POST-CRITICAL-EXIT
005510     END-IF.
005520     IF SIM-CRIT-COUNT >= 5000
005530         DISPLAY 'ISI0094E MORE THAN 5000 CRITICAL ALERTS IN'
005540             ' RANGE - NARROW THE DATES'
005550         MOVE 'Y' TO SIM-FATAL-SW
005560         GO TO 1600-POST-CRITICAL-EXIT
005570     END-IF.
005580     ADD 1 TO SIM-CRIT-COUNT.
005590     MOVE IFT-ALERT-SEQ-NO TO SIM-CRIT-SEQ-NO (SIM-CRIT-COUNT).
005600     MOVE IFT-ALERT-RUN-DATE
005610         TO SIM-CRIT-RUN-DATE (SIM-CRIT-COUNT).
005620     MOVE 01 TO SIM-CRIT-CYCLE (SIM-CRIT-COUNT).
005630     IF IFT-ALERT-CYCLE-NO NUMERIC AND IFT-ALERT-CYCLE-NO > ZERO
005640         MOVE IFT-ALERT-CYCLE-NO
005650             TO SIM-CRIT-CYCLE (SIM-CRIT-COUNT)
005660     END-IF.
005670 1600-POST-CRITICAL-EXIT.
005680     EXIT.
005690
005700 2000-REPLAY-AUDIT.
005710     OPEN INPUT AUDIT-ARC-FILE.
005720 2000-REPLAY-ARC-LOOP.
005730     READ AUDIT-ARC-FILE
005740         AT END GO TO 2000-REPLAY-ARC-DONE
005750     END-READ.
005760     MOVE SIM-AUDIT-ARC-RECORD TO IFT-AUDIT-RECORD.
005770     PERFORM 2100-REPLAY-ONE-ROW
005780         THRU 2100-REPLAY-ONE-ROW-EXIT.
005790     IF SIM-FATAL
005800         GO TO 2000-REPLAY-ARC-DONE
005810     END-IF.
005820     GO TO 2000-REPLAY-ARC-LOOP.
005830 2000-REPLAY-ARC-DONE.
005840     CLOSE AUDIT-ARC-FILE.
005850     IF SIM-FATAL
005860         GO TO 2000-REPLAY-AUDIT-EXIT
005870     END-IF.
005880     OPEN INPUT AUDIT-LIVE-FILE.
005890 2000-REPLAY-LIVE-LOOP.
005900     READ AUDIT-LIVE-FILE
005910         AT END GO TO 2000-REPLAY-LIVE-DONE
005920     END-READ.
005930     PERFORM 2100-REPLAY-ONE-ROW
005940         THRU 2100-REPLAY-ONE-ROW-EXIT.
005950     IF SIM-FATAL
005960         GO TO 2000-REPLAY-LIVE-DONE
005970     END-IF.
005980     GO TO 2000-REPLAY-LIVE-LOOP.
005990 2000-REPLAY-LIVE-DONE.
006000     CLOSE AUDIT-LIVE-FILE.
006010     DISPLAY 'ISI0012I AUDIT ROWS IN RANGE     = ' SIM-ROWS-READ.
006020     DISPLAY 'ISI0013I AUDIT ROWS REPLAYED     = '
006030         SIM-ROWS-REPLAYED.
006040     DISPLAY 'ISI0014I ROWS LEFT ON OVERRIDE   = '
006050         SIM-ROWS-ON-OVERRIDE.
006060 2000-REPLAY-AUDIT-EXIT.
006070     EXIT.
006080
006090 2100-REPLAY-ONE-ROW.
006100     IF IFT-AUDIT-RUN-DATE NOT NUMERIC OR
006110        IFT-AUDIT-X-VALUE NOT NUMERIC
006120         GO TO 2100-REPLAY-ONE-ROW-EXIT
006130     END-IF.
006140     IF IFT-AUDIT-RUN-DATE < SIM-FROM-DATE OR
006150        IFT-AUDIT-RUN-DATE > SIM-TO-DATE
006160         GO TO 2100-REPLAY-ONE-ROW-EXIT
006170     END-IF.
006180     IF NOT SIM-SHOP-WIDE AND
006190        IFT-AUDIT-SOURCE-CODE NOT = SIM-SOURCE-FILTER
006200         GO TO 2100-REPLAY-ONE-ROW-EXIT
006210     END-IF.
006220     IF IFT-AUDIT-RESULT NOT = 'LOW' AND
006230        IFT-AUDIT-RESULT NOT = 'MEDIUM' AND
006240        IFT-AUDIT-RESULT NOT = 'HIGH'
006250         GO TO 2100-REPLAY-ONE-ROW-EXIT
006260     END-IF.
006270     ADD 1 TO SIM-ROWS-READ.
006280     IF SIM-SHOP-WIDE
006290         PERFORM 2150-CHECK-OVERRIDE
006300             THRU 2150-CHECK-OVERRIDE-EXIT
006310         IF SIM-ON-OVERRIDE
006320             ADD 1 TO SIM-ROWS-ON-OVERRIDE
006330             GO TO 2100-REPLAY-ONE-ROW-EXIT
006340         END-IF
006350     END-IF.
006360     PERFORM 2200-FIND-DAY-ENTRY
006370         THRU 2200-FIND-DAY-ENTRY-EXIT.
006380     IF SIM-FATAL
006390         GO TO 2100-REPLAY-ONE-ROW-EXIT
006400     END-IF.
006410     ADD 1 TO SIM-ROWS-REPLAYED.
006420     ADD 1 TO SIM-DAY-RECORDS (SIM-DAY-HIT).
006430     MOVE IFT-AUDIT-X-VALUE TO SIM-ROW-X.
006440*        AS RUN.
006450     MOVE IFT-AUDIT-RESULT TO SIM-OLD-BAND.
006460     MOVE SPACES TO SIM-OLD-SEVERITY.
006470     IF SIM-OLD-BAND = 'HIGH'
006480         PERFORM 2300-FIND-CRITICAL
006490             THRU 2300-FIND-CRITICAL-EXIT
006500         IF SIM-CRIT-FOUND
006510             MOVE 'CRITICAL' TO SIM-OLD-SEVERITY
006520             ADD 1 TO SIM-DAY-OLD-CRIT (SIM-DAY-HIT)
006530         ELSE
006540             MOVE 'WARNING' TO SIM-OLD-SEVERITY
006550             ADD 1 TO SIM-DAY-OLD-WARN (SIM-DAY-HIT)
006560         END-IF
006570     END-IF.
006580*        AS PROPOSED - THE IFTHEN 2300-CLASSIFY-X BANDING AND
006590*        2600-WRITE-ALERT SEVERITY RULES.
006600     IF SIM-ROW-X <= SIM-NEW-LOW
006610         MOVE 'LOW' TO SIM-NEW-BAND
006620     ELSE
006630         IF SIM-ROW-X > SIM-NEW-THRESHOLD
006640             MOVE 'HIGH' TO SIM-NEW-BAND
006650         ELSE
006660             MOVE 'MEDIUM' TO SIM-NEW-BAND
006670         END-IF
006680     END-IF.
006690     MOVE SPACES TO SIM-NEW-SEVERITY.
006700     IF SIM-NEW-BAND = 'HIGH'
006710         IF SIM-ROW-X > SIM-NEW-CRIT
006720             MOVE 'CRITICAL' TO SIM-NEW-SEVERITY
006730             ADD 1 TO SIM-DAY-NEW-CRIT (SIM-DAY-HIT)
006740         ELSE
006750             MOVE 'WARNING' TO SIM-NEW-SEVERITY
006760             ADD 1 TO SIM-DAY-NEW-WARN (SIM-DAY-HIT)
006770         END-IF
006780     END-IF.
006790     IF SIM-NEW-BAND NOT = SIM-OLD-BAND
006800         ADD 1 TO SIM-DAY-BAND-CHG (SIM-DAY-HIT)
006810     END-IF.
006820     IF SIM-OLD-SEVERITY = SPACES AND
006830        SIM-NEW-SEVERITY NOT = SPACES
006840         ADD 1 TO SIM-DAY-ALT-ADD (SIM-DAY-HIT)
006850     END-IF.
006860     IF SIM-OLD-SEVERITY NOT = SPACES AND
006870        SIM-NEW-SEVERITY = SPACES
006880         ADD 1 TO SIM-DAY-ALT-DROP (SIM-DAY-HIT)
006890     END-IF.
006900     IF SIM-NEW-SEVERITY = 'CRITICAL' AND
006910        SIM-OLD-SEVERITY NOT = 'CRITICAL'
006920         ADD 1 TO SIM-DAY-CRT-ADD (SIM-DAY-HIT)
006930     END-IF.
006940     IF SIM-OLD-SEVERITY = 'CRITICAL' AND
006950        SIM-NEW-SEVERITY NOT = 'CRITICAL'
006960         ADD 1 TO SIM-DAY-CRT-DROP (SIM-DAY-HIT)
006970     END-IF.
006980 2100-REPLAY-ONE-ROW-EXIT.
006990     EXIT.
007000
007010 2150-CHECK-OVERRIDE.
007020     MOVE 'N' TO SIM-ON-OVERRIDE-SW.
007030     MOVE ZERO TO SIM-OVR-SUB.
007040 2150-CHECK-OVERRIDE-LOOP.
007050     ADD 1 TO SIM-OVR-SUB.
007060     IF SIM-OVR-SUB > SIM-OVR-COUNT
007070         GO TO 2150-CHECK-OVERRIDE-EXIT
007080     END-IF.
007090     IF SIM-OVR-SOURCE (SIM-OVR-SUB) = IFT-AUDIT-SOURCE-CODE
007100         IF SIM-OVR-EFF (SIM-OVR-SUB) NOT > IFT-AUDIT-RUN-DATE
007110             MOVE 'Y' TO SIM-ON-OVERRIDE-SW
007120         END-IF
007130         GO TO 2150-CHECK-OVERRIDE-EXIT
007140     END-IF.
007150     GO TO 2150-CHECK-OVERRIDE-LOOP.
007160 2150-CHECK-OVERRIDE-EXIT.
007170     EXIT.
007180
007190 2200-FIND-DAY-ENTRY.
007200*        THE ROWS OF ONE RUN COME TOGETHER ON THE FILES, SO THE
007210*        LAST ENTRY HIT IS TRIED BEFORE THE TABLE IS SEARCHED.
007220     IF SIM-DAY-HIT > ZERO
007230         IF SIM-DAY-SOURCE (SIM-DAY-HIT) = IFT-AUDIT-SOURCE-CODE
007240            AND SIM-DAY-DATE (SIM-DAY-HIT) = IFT-AUDIT-RUN-DATE
007250             GO TO 2200-FIND-DAY-ENTRY-EXIT
007260         END-IF
007270     END-IF.
007280     MOVE ZERO TO SIM-DAY-SUB.
007290 2200-FIND-DAY-ENTRY-LOOP.
007300     ADD 1 TO SIM-DAY-SUB.
007310     IF SIM-DAY-SUB > SIM-DAY-COUNT
007320         GO TO 2200-FIND-DAY-ENTRY-NEW
007330     END-IF.
007340     IF SIM-DAY-SOURCE (SIM-DAY-SUB) = IFT-AUDIT-SOURCE-CODE AND
007350        SIM-DAY-DATE (SIM-DAY-SUB) = IFT-AUDIT-RUN-DATE
007360         MOVE SIM-DAY-SUB TO SIM-DAY-HIT
007370         GO TO 2200-FIND-DAY-ENTRY-EXIT
007380     END-IF.
007390     GO TO 2200-FIND-DAY-ENTRY-LOOP.
007400 2200-FIND-DAY-ENTRY-NEW.
007410     IF SIM-DAY-COUNT >= 2000
007420         DISPLAY 'ISI0093E MORE THAN 2000 SOURCE DAYS IN RANGE -'
007430             ' NARROW THE DATES'
007440         MOVE 'Y' TO SIM-FATAL-SW
007450         GO TO 2200-FIND-DAY-ENTRY-EXIT
007460     END-IF.
007470     PERFORM 2250-POST-SOURCE
007480         THRU 2250-POST-SOURCE-EXIT.
007490     IF SIM-FATAL
007500         GO TO 2200-FIND-DAY-ENTRY-EXIT
007510     END-IF.
007520     ADD 1 TO SIM-DAY-COUNT.
007530     MOVE SIM-DAY-COUNT TO SIM-DAY-HIT.
007540     MOVE IFT-AUDIT-SOURCE-CODE TO SIM-DAY-SOURCE (SIM-DAY-HIT).
007550     MOVE IFT-AUDIT-RUN-DATE TO SIM-DAY-DATE (SIM-DAY-HIT).
007560     MOVE ZERO TO SIM-DAY-RECORDS (SIM-DAY-HIT).
007570     MOVE ZERO TO SIM-DAY-BAND-CHG (SIM-DAY-HIT).
007580     MOVE ZERO TO SIM-DAY-ALT-ADD (SIM-DAY-HIT).
007590     MOVE ZERO TO SIM-DAY-ALT-DROP (SIM-DAY-HIT).
007600     MOVE ZERO TO SIM-DAY-CRT-ADD (SIM-DAY-HIT).
007610     MOVE ZERO TO SIM-DAY-CRT-DROP (SIM-DAY-HIT).
007620     MOVE ZERO TO SIM-DAY-OLD-WARN (SIM-DAY-HIT).
007630     MOVE ZERO TO SIM-DAY-OLD-CRIT (SIM-DAY-HIT).
007640     MOVE ZERO TO SIM-DAY-NEW-WARN (SIM-DAY-HIT).
007650     MOVE ZERO TO SIM-DAY-NEW-CRIT (SIM-DAY-HIT).
007660 2200-FIND-DAY-ENTRY-EXIT.
007670     EXIT.
007680
007690 2250-POST-SOURCE.
007700     MOVE ZERO TO SIM-SRC-SUB.
007710 2250-POST-SOURCE-LOOP.
007720     ADD 1 TO SIM-SRC-SUB.
007730     IF SIM-SRC-SUB > SIM-SRC-COUNT
007740         GO TO 2250-POST-SOURCE-NEW
007750     END-IF.
007760     IF SIM-SRC-CODE (SIM-SRC-SUB) = IFT-AUDIT-SOURCE-CODE
007770         GO TO 2250-POST-SOURCE-EXIT
007780     END-IF.
007790     GO TO 2250-POST-SOURCE-LOOP.
007800 2250-POST-SOURCE-NEW.
007810     IF SIM-SRC-COUNT >= 50
007820         DISPLAY 'ISI0095E MORE THAN 50 SOURCES IN RANGE -'
007830             ' NARROW THE DATES'
007840         MOVE 'Y' TO SIM-FATAL-SW
007850         GO TO 2250-POST-SOURCE-EXIT
007860     END-IF.
007870     ADD 1 TO SIM-SRC-COUNT.
007880     MOVE IFT-AUDIT-SOURCE-CODE TO SIM-SRC-CODE (SIM-SRC-COUNT).
007890 2250-POST-SOURCE-EXIT.
007900     EXIT.
007910
007920 2300-FIND-CRITICAL.
007930     MOVE 'N' TO SIM-CRIT-FOUND-SW.
007940     MOVE 01 TO SIM-ROW-CYCLE.
007950     IF IFT-AUDIT-CYCLE-NO NUMERIC AND IFT-AUDIT-CYCLE-NO > ZERO
007960         MOVE IFT-AUDIT-CYCLE-NO TO SIM-ROW-CYCLE
007970     END-IF.
007980     MOVE ZERO TO SIM-CRIT-SUB.
007990 2300-FIND-CRITICAL-LOOP.
008000     ADD 1 TO SIM-CRIT-SUB.
008010     IF SIM-CRIT-SUB > SIM-CRIT-COUNT
008020         GO TO 2300-FIND-CRITICAL-EXIT
008030     END-IF.
008040     IF SIM-CRIT-SEQ-NO (SIM-CRIT-SUB) = IFT-AUDIT-SEQ-NO AND
008050        SIM-CRIT-RUN-DATE (SIM-CRIT-SUB) = IFT-AUDIT-RUN-DATE AND
008060        SIM-CRIT-CYCLE (SIM-CRIT-SUB) = SIM-ROW-CYCLE
008070         MOVE 'Y' TO SIM-CRIT-FOUND-SW
008080         GO TO 2300-FIND-CRITICAL-EXIT
008090     END-IF.
008100     GO TO 2300-FIND-CRITICAL-LOOP.
008110 2300-FIND-CRITICAL-EXIT.
008120     EXIT.
008130
008140 5000-WRITE-SOURCE-PAGES.
008150*        ONE PAGE PER SOURCE - A LINE PER RUN DATE AND A SOURCE
008160*        TOTAL - SO EACH FEEDER'S PAGE CAN GO WITH THE CHANGE.
008170     MOVE ZERO TO SIM-SRC-SUB.
008180 5000-WRITE-SOURCE-PAGES-LOOP.
008190     ADD 1 TO SIM-SRC-SUB.
008200     IF SIM-SRC-SUB > SIM-SRC-COUNT
008210         GO TO 5000-WRITE-SOURCE-PAGES-EXIT
008220     END-IF.
008230     PERFORM 5100-WRITE-HEADINGS
008240         THRU 5100-WRITE-HEADINGS-EXIT.
008250     MOVE SIM-SRC-CODE (SIM-SRC-SUB) TO SIM-SRC-LINE-CODE.
008260     PERFORM 5400-FIND-DEPT-NAME
008270         THRU 5400-FIND-DEPT-NAME-EXIT.
008280     MOVE SIM-DEPT-NAME-W TO SIM-SRC-LINE-NAME.
008290     WRITE RPT-PRINT-LINE FROM SIM-SRC-LINE
008300         AFTER ADVANCING 2 LINES.
008310     WRITE RPT-PRINT-LINE FROM SIM-COL-LINE
008320         AFTER ADVANCING 2 LINES.
008330     MOVE ZEROS TO SIM-SRC-COUNTS.
008340     MOVE ZERO TO SIM-DAY-SUB.
008350 5000-WRITE-DAY-LOOP.
008360     ADD 1 TO SIM-DAY-SUB.
008370     IF SIM-DAY-SUB > SIM-DAY-COUNT
008380         GO TO 5000-WRITE-DAY-DONE
008390     END-IF.
008400     IF SIM-DAY-SOURCE (SIM-DAY-SUB) NOT =
008410        SIM-SRC-CODE (SIM-SRC-SUB)
008420         GO TO 5000-WRITE-DAY-LOOP
008430     END-IF.
008440     MOVE SIM-DAY-RECORDS (SIM-DAY-SUB) TO SIM-LIN-RECORDS.
008450     MOVE SIM-DAY-BAND-CHG (SIM-DAY-SUB) TO SIM-LIN-BAND-CHG.
008460     MOVE SIM-DAY-ALT-ADD (SIM-DAY-SUB) TO SIM-LIN-ALT-ADD.
008470     MOVE SIM-DAY-ALT-DROP (SIM-DAY-SUB) TO SIM-LIN-ALT-DROP.
008480     MOVE SIM-DAY-CRT-ADD (SIM-DAY-SUB) TO SIM-LIN-CRT-ADD.
008490     MOVE SIM-DAY-CRT-DROP (SIM-DAY-SUB) TO SIM-LIN-CRT-DROP.
008500     MOVE SIM-DAY-OLD-WARN (SIM-DAY-SUB) TO SIM-LIN-OLD-WARN.
008510     MOVE SIM-DAY-OLD-CRIT (SIM-DAY-SUB) TO SIM-LIN-OLD-CRIT.
008520     MOVE SIM-DAY-NEW-WARN (SIM-DAY-SUB) TO SIM-LIN-NEW-WARN.
008530     MOVE SIM-DAY-NEW-CRIT (SIM-DAY-SUB) TO SIM-LIN-NEW-CRIT.
008540     MOVE SIM-DAY-DATE (SIM-DAY-SUB) TO SIM-DET-LABEL.
008550     PERFORM 5200-WRITE-DET-LINE
008560         THRU 5200-WRITE-DET-LINE-EXIT.
008570     ADD SIM-LIN-RECORDS TO SIM-STO-RECORDS.
008580     ADD SIM-LIN-BAND-CHG TO SIM-STO-BAND-CHG.
008590     ADD SIM-LIN-ALT-ADD TO SIM-STO-ALT-ADD.
008600     ADD SIM-LIN-ALT-DROP TO SIM-STO-ALT-DROP.
008610     ADD SIM-LIN-CRT-ADD TO SIM-STO-CRT-ADD.
008620     ADD SIM-LIN-CRT-DROP TO SIM-STO-CRT-DROP.
008630     ADD SIM-LIN-OLD-WARN TO SIM-STO-OLD-WARN.
008640     ADD SIM-LIN-OLD-CRIT TO SIM-STO-OLD-CRIT.
008650     ADD SIM-LIN-NEW-WARN TO SIM-STO-NEW-WARN.
008660     ADD SIM-LIN-NEW-CRIT TO SIM-STO-NEW-CRIT.
008670     GO TO 5000-WRITE-DAY-LOOP.
008680 5000-WRITE-DAY-DONE.
008690     MOVE SIM-SRC-COUNTS TO SIM-LINE-COUNTS.
008700     MOVE 'TOTAL' TO SIM-DET-LABEL.
008710     PERFORM 5200-WRITE-DET-LINE
008720         THRU 5200-WRITE-DET-LINE-EXIT.
008730     ADD SIM-STO-RECORDS TO SIM-GTO-RECORDS.
008740     ADD SIM-STO-BAND-CHG TO SIM-GTO-BAND-CHG.
008750     ADD SIM-STO-ALT-ADD TO SIM-GTO-ALT-ADD.
008760     ADD SIM-STO-ALT-DROP TO SIM-GTO-ALT-DROP.
008770     ADD SIM-STO-CRT-ADD TO SIM-GTO-CRT-ADD.
008780     ADD SIM-STO-CRT-DROP TO SIM-GTO-CRT-DROP.
008790     ADD SIM-STO-OLD-WARN TO SIM-GTO-OLD-WARN.
008800     ADD SIM-STO-OLD-CRIT TO SIM-GTO-OLD-CRIT.
008810     ADD SIM-STO-NEW-WARN TO SIM-GTO-NEW-WARN.
008820     ADD SIM-STO-NEW-CRIT TO SIM-GTO-NEW-CRIT.
008830     GO TO 5000-WRITE-SOURCE-PAGES-LOOP.
008840 5000-WRITE-SOURCE-PAGES-EXIT.
008850     EXIT.
008860
008870 5100-WRITE-HEADINGS.
008880     WRITE RPT-PRINT-LINE FROM SIM-HDG-LINE-1
008890         AFTER ADVANCING PAGE.
008900     MOVE SIM-RUN-DATE TO SIM-HDG-DATE.
008910     MOVE SIM-FROM-DATE TO SIM-HDG-FROM.
008920     MOVE SIM-TO-DATE TO SIM-HDG-TO.
008930     IF SIM-SHOP-WIDE
008940         MOVE 'ALL SOURCES' TO SIM-HDG-SCOPE
008950     ELSE
008960         MOVE SPACES TO SIM-HDG-SCOPE
008970         STRING 'SOURCE ' SIM-SOURCE-FILTER DELIMITED BY SIZE
008980             INTO SIM-HDG-SCOPE
008990     END-IF.
009000     WRITE RPT-PRINT-LINE FROM SIM-HDG-LINE-2
009010         AFTER ADVANCING 2 LINES.
009020     MOVE SIM-NEW-THRESHOLD TO SIM-HDG-THRESHOLD.
009030     MOVE SIM-NEW-LOW TO SIM-HDG-LOW.
009040     MOVE SIM-NEW-CRIT TO SIM-HDG-CRIT.
009050     WRITE RPT-PRINT-LINE FROM SIM-HDG-LINE-3
009060         AFTER ADVANCING 1 LINE.
009070     MOVE SIM-WARNING-RATE TO SIM-HDG-WARN-RATE.
009080     MOVE SIM-CRITICAL-RATE TO SIM-HDG-CRIT-RATE.
009090     WRITE RPT-PRINT-LINE FROM SIM-HDG-LINE-4
009100         AFTER ADVANCING 1 LINE.
009110 5100-WRITE-HEADINGS-EXIT.
009120     EXIT.
009130
009140 5200-WRITE-DET-LINE.
009150*        THE CHARGE IMPACT IS WHAT IFTCHARG WOULD BILL FOR THE
009160*        PROPOSED WARNINGS AND CRITICALS LESS WHAT IT BILLS FOR
009170*        THE ACTUAL ONES - NEGATIVE IS A SAVING TO THE FEEDER.
009180*        EVALUATIONS AND REJECTS ARE NOT CHANGED BY A THRESHOLD.
009190     COMPUTE SIM-LINE-AMT ROUNDED =
009200         ((SIM-LIN-NEW-WARN - SIM-LIN-OLD-WARN)
009210             * SIM-WARNING-RATE
009220        + (SIM-LIN-NEW-CRIT - SIM-LIN-OLD-CRIT)
009230             * SIM-CRITICAL-RATE) / 100.
009240     MOVE SIM-LIN-RECORDS TO SIM-DET-RECORDS.
009250     MOVE SIM-LIN-BAND-CHG TO SIM-DET-BAND-CHG.
009260     MOVE SIM-LIN-ALT-ADD TO SIM-DET-ALT-ADD.
009270     MOVE SIM-LIN-ALT-DROP TO SIM-DET-ALT-DROP.
009280     MOVE SIM-LIN-CRT-ADD TO SIM-DET-CRT-ADD.
009290     MOVE SIM-LIN-CRT-DROP TO SIM-DET-CRT-DROP.
009300     MOVE SIM-LINE-AMT TO SIM-DET-AMT.
009310     WRITE RPT-PRINT-LINE FROM SIM-DET-LINE
009320         AFTER ADVANCING 1 LINE.
009330 5200-WRITE-DET-LINE-EXIT.
009340     EXIT.
009350
009360 5400-FIND-DEPT-NAME.
009370     MOVE '*NOT ON SOURCE MASTER*' TO SIM-DEPT-NAME-W.
009380     MOVE ZERO TO SIM-DEPT-SUB.
009390 5400-FIND-DEPT-LOOP.
009400     ADD 1 TO SIM-DEPT-SUB.
009410     IF SIM-DEPT-SUB > SIM-DEPT-COUNT
009420         GO TO 5400-FIND-DEPT-NAME-EXIT
009430     END-IF.
009440     IF SIM-DEPT-CODE (SIM-DEPT-SUB) = SIM-SRC-CODE (SIM-SRC-SUB)
009450         MOVE SIM-DEPT-NAME (SIM-DEPT-SUB) TO SIM-DEPT-NAME-W
009460         GO TO 5400-FIND-DEPT-NAME-EXIT
009470     END-IF.
009480     GO TO 5400-FIND-DEPT-LOOP.
009490 5400-FIND-DEPT-NAME-EXIT.
009500     EXIT.
009510
009520 8000-FINALIZE.
009530*        THE SUMMARY PAGE CARRIES THE GRAND TOTAL AND THE ROW
009540*        COUNTS, SO A RUN THAT FOUND NOTHING STILL PRINTS WHAT
009550*        IT LOOKED AT.
009560     PERFORM 5100-WRITE-HEADINGS
009570         THRU 5100-WRITE-HEADINGS-EXIT.
009580     MOVE 'ALL SOURCES REPLAYED' TO SIM-MSG-TEXT.
009590     WRITE RPT-PRINT-LINE FROM SIM-MSG-LINE
009600         AFTER ADVANCING 2 LINES.
009610     WRITE RPT-PRINT-LINE FROM SIM-COL-LINE
009620         AFTER ADVANCING 2 LINES.
009630     MOVE SIM-GRAND-COUNTS TO SIM-LINE-COUNTS.
009640     MOVE 'TOTAL' TO SIM-DET-LABEL.
009650     PERFORM 5200-WRITE-DET-LINE
009660         THRU 5200-WRITE-DET-LINE-EXIT.
009670     MOVE 'AUDIT ROWS IN RANGE' TO SIM-CNT-LABEL.
009680     MOVE SIM-ROWS-READ TO SIM-CNT-VALUE.
009690     WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009700         AFTER ADVANCING 3 LINES.
009710     MOVE 'AUDIT ROWS REPLAYED' TO SIM-CNT-LABEL.
009720     MOVE SIM-ROWS-REPLAYED TO SIM-CNT-VALUE.
009730     WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009740         AFTER ADVANCING 1 LINE.
009750     IF SIM-SHOP-WIDE
009760         MOVE 'ROWS LEFT ON A SOURCE OVERRIDE' TO SIM-CNT-LABEL
009770         MOVE SIM-ROWS-ON-OVERRIDE TO SIM-CNT-VALUE
009780         WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009790             AFTER ADVANCING 1 LINE
009800     END-IF.
009810     MOVE 'WARNING ALERTS - AS RUN' TO SIM-CNT-LABEL.
009820     MOVE SIM-GTO-OLD-WARN TO SIM-CNT-VALUE.
009830     WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009840         AFTER ADVANCING 2 LINES.
009850     MOVE 'WARNING ALERTS - AS PROPOSED' TO SIM-CNT-LABEL.
009860     MOVE SIM-GTO-NEW-WARN TO SIM-CNT-VALUE.
009870     WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009880         AFTER ADVANCING 1 LINE.
009890     MOVE 'CRITICAL ALERTS - AS RUN' TO SIM-CNT-LABEL.
009900     MOVE SIM-GTO-OLD-CRIT TO SIM-CNT-VALUE.
009910     WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009920         AFTER ADVANCING 1 LINE.
009930     MOVE 'CRITICAL ALERTS - AS PROPOSED' TO SIM-CNT-LABEL.
009940     MOVE SIM-GTO-NEW-CRIT TO SIM-CNT-VALUE.
009950     WRITE RPT-PRINT-LINE FROM SIM-CNT-LINE
009960         AFTER ADVANCING 1 LINE.
009970     MOVE 'SIMULATION ONLY - NO FILE OR PARAMETER WAS CHANGED'
009980         TO SIM-MSG-TEXT.
009990     WRITE RPT-PRINT-LINE FROM SIM-MSG-LINE
010000         AFTER ADVANCING 3 LINES.
010010     CLOSE REPORT-FILE.
010020     DISPLAY 'ISI0099I SIMULATION COMPLETE - SOURCE DAYS = '
010030         SIM-DAY-COUNT.
010040     MOVE ZERO TO RETURN-CODE.
010050 8000-FINALIZE-EXIT.
010060     EXIT.
