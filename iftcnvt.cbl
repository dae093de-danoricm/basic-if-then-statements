000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTCNVT.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   FEEDER CONVERSION AND MERGE, RUN AS THE FIRST STEP OF THE
000100*   NIGHTLY JOB AHEAD OF IFTEDIT.  THE UPSTREAM DAILY EXTRACT
000110*   (DAILYIN) ARRIVES IN THE FIXED IFTINP LAYOUT WITH ITS TRL999
000120*   TRAILER; FEEDERS THAT CAN ONLY SEND A DELIMITED EXTRACT LAND
000130*   ON FEEDIN1-FEEDIN4, EACH DESCRIBED BY A FORMAT DEFINITION
000140*   CARD (IFTFDEF.CPY): DELIMITER, WHICH FIELDS HOLD THE X VALUE
000150*   AND SOURCE CODE, WHETHER THERE IS A HEADER ROW, AND HOW THE
000160*   FEEDER'S OWN TRAILER ROW CARRIES ITS COUNT AND TOTAL.
000170*
000180*   EVERY FILE IS FIRST BALANCED AGAINST ITS OWN TRAILER.  A
000190*   DELIMITED FEEDER THAT FAILS IS REJECTED ON THE REPORT AND
000200*   LEFT OUT OF THE MERGE (RC 4) - THE OTHER FEEDERS STILL RUN.
000210*   A DAILY EXTRACT THAT FAILS ITS TRL999 CHECK (OR A NIGHT WITH
000220*   NOTHING TO MERGE AT ALL) IS FATAL (RC 16): THE MERGED FILE IS
000230*   LEFT EMPTY SO IFTEDIT REFUSES THE RUN AT THE FRONT DOOR, AS
000240*   IT ALWAYS HAS FOR A BAD EXTRACT.
000250*
000260*   THE GOOD FILES ARE THEN MERGED - DAILY EXTRACT FIRST, THEN
000270*   THE FEEDERS IN DEFINITION ORDER - INTO THE SINGLE INPUT FILE
000280*   IFTEDIT READS, WITH THE SEQUENCE NUMBERS ASSIGNED 1 UP, AND A
000290*   NEW TRL999 TRAILER IS BUILT OVER THE WHOLE FILE.  ITS BUSINESS
000300*   DATE AND CYCLE ARE THE DAILY EXTRACT'S OWN, SO IFTEDIT STILL
000310*   REFUSES A RESENT EXTRACT; ON A CYCLE WITH NO DAILY EXTRACT
000320*   THEY ARE THE CPRMCARD DATE (DEFAULT TODAY) AND THE CYCLE
000330*   IFTEDIT WILL EXPECT AFTER THE CHECKPOINT CONTROL RECORD.
000340*
000350*   MODIFICATION HISTORY.
000360*   DATE       INIT  DESCRIPTION
000370*   ---------  ----  ----------------------------------------
000380*   10/15/2026 DCM   ORIGINAL VERSION.
000390*   10/15/2026 DCM   A REFUSED RUN (RC 16) IS LOGGED UNDER THE
000400*                    DAY IT RAN AT CYCLE 00 AND NEVER REPLACES AN
000410*                    EXISTING RUN LOG ROW, SO A RESEND CANNOT
000420*                    OVERWRITE THE ROW OF THE NIGHT THAT RAN.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 SPECIAL-NAMES.
000490     C01 IS TO-NEW-PAGE.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CARD-FILE ASSIGN TO CPRMCARD
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT FDEF-FILE ASSIGN TO FEEDDEF
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT CKPT-FILE ASSIGN TO CKPTIN
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS IFT-CKPT-KEY
000600         FILE STATUS IS CNV-CKPT-STATUS.
000610     SELECT DAILY-FILE ASSIGN TO DAILYIN
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT FEED-FILE-1 ASSIGN TO FEEDIN1
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS CNV-FEED-STATUS.
000660     SELECT FEED-FILE-2 ASSIGN TO FEEDIN2
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS CNV-FEED-STATUS.
000690     SELECT FEED-FILE-3 ASSIGN TO FEEDIN3
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS CNV-FEED-STATUS.
000720     SELECT FEED-FILE-4 ASSIGN TO FEEDIN4
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS CNV-FEED-STATUS.
000750     SELECT MERGED-FILE ASSIGN TO MERGEOUT
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT REPORT-FILE ASSIGN TO RPTFILE
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS IFT-RLOG-KEY
000830         FILE STATUS IS CNV-RLOG-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CARD-FILE
000880     RECORDING MODE IS F.
000890     COPY IFTCPRM.
000900
000910 FD  FDEF-FILE
000920     RECORDING MODE IS F.
000930     COPY IFTFDEF.
000940
000950 FD  CKPT-FILE
000960     RECORDING MODE IS F.
000970     COPY IFTCKPT.
000980
000990 FD  DAILY-FILE
001000     RECORDING MODE IS F.
001010     COPY IFTINP.
001020
001030 FD  FEED-FILE-1
001040     RECORDING MODE IS F.
001050 01  CNV-FEED-1-RECORD           PIC X(200).
001060
001070 FD  FEED-FILE-2
001080     RECORDING MODE IS F.
001090 01  CNV-FEED-2-RECORD           PIC X(200).
001100
001110 FD  FEED-FILE-3
001120     RECORDING MODE IS F.
001130 01  CNV-FEED-3-RECORD           PIC X(200).
001140
001150 FD  FEED-FILE-4
001160     RECORDING MODE IS F.
001170 01  CNV-FEED-4-RECORD           PIC X(200).
001180
001190 FD  MERGED-FILE
001200     RECORDING MODE IS F.
001210 01  CNV-MERGED-RECORD           PIC X(80).
001220
001230 FD  REPORT-FILE
001240     RECORDING MODE IS F.
001250 01  RPT-PRINT-LINE              PIC X(132).
001260
001270 FD  RUN-LOG-FILE
001280     RECORDING MODE IS F.
001290     COPY IFTRLOG.
001300
001310 WORKING-STORAGE SECTION.
001320 01  CNV-SWITCHES.
001330     05  CNV-FATAL-SW                PIC X(01) VALUE 'N'.
001340         88  CNV-FATAL                   VALUE 'Y'.
001350     05  CNV-FDEF-EOF-SW             PIC X(01) VALUE 'N'.
001360         88  CNV-FDEF-EOF                VALUE 'Y'.
001370     05  CNV-DAILY-EOF-SW            PIC X(01) VALUE 'N'.
001380         88  CNV-DAILY-EOF               VALUE 'Y'.
001390     05  CNV-DAILY-TRLR-SW           PIC X(01) VALUE 'N'.
001400         88  CNV-DAILY-TRLR-SEEN         VALUE 'Y'.
001410     05  CNV-FEED-EOF-SW             PIC X(01) VALUE 'N'.
001420         88  CNV-FEED-EOF                VALUE 'Y'.
001430     05  CNV-FEED-TRLR-SW            PIC X(01) VALUE 'N'.
001440         88  CNV-FEED-TRLR-SEEN          VALUE 'Y'.
001450     05  CNV-CKPT-FOUND-SW           PIC X(01) VALUE 'N'.
001460         88  CNV-CKPT-FOUND              VALUE 'Y'.
001470     05  CNV-NUM-VALID-SW            PIC X(01) VALUE 'N'.
001480         88  CNV-NUM-VALID               VALUE 'Y'.
001490     05  CNV-NUM-END-SW              PIC X(01) VALUE 'N'.
001500         88  CNV-NUM-END                 VALUE 'Y'.
001510     05  CNV-DEF-VALID-SW            PIC X(01) VALUE 'Y'.
001520         88  CNV-DEF-VALID               VALUE 'Y'.
001530
001540     COPY IFTTRLR.
001550
001560*        FORMAT DEFINITIONS, ONE PER FEED DD, WITH THE OUTCOME OF
001570*        THE BALANCING PASS FOR THE MERGE PASS TO ACT ON.
001580 01  CNV-DEF-TABLE.
001590     05  CNV-DEF-ENTRY OCCURS 4 TIMES.
001600         10  CNV-DEF-SOURCE          PIC X(03).
001610         10  CNV-DEF-FEED-NO         PIC 9(01).
001620         10  CNV-DEF-DELIM           PIC X(01).
001630         10  CNV-DEF-X-FIELD         PIC 9(02).
001640         10  CNV-DEF-SRC-FIELD       PIC 9(02).
001650         10  CNV-DEF-HEADER          PIC X(01).
001660         10  CNV-DEF-TAG             PIC X(10).
001670         10  CNV-DEF-CNT-FIELD       PIC 9(02).
001680         10  CNV-DEF-TOT-FIELD       PIC 9(02).
001690         10  CNV-DEF-BASIS           PIC X(01).
001700         10  CNV-DEF-STATUS          PIC X(01).
001710             88  CNV-DEF-ACCEPTED        VALUE 'A'.
001720             88  CNV-DEF-REJECTED        VALUE 'R'.
001730             88  CNV-DEF-NO-FILE         VALUE 'N'.
001740
001750 77  CNV-DEF-COUNT               PIC 9(02) VALUE ZERO COMP.
001760 77  CNV-DSUB                    PIC 9(02) VALUE ZERO COMP.
001770 77  CNV-CUR                     PIC 9(02) VALUE ZERO COMP.
001780 77  CNV-DAILY-READ              PIC 9(07) VALUE ZERO COMP.
001790 77  CNV-DAILY-DATA              PIC 9(07) VALUE ZERO COMP.
001800 77  CNV-DAILY-HASH              PIC 9(10) VALUE ZERO COMP.
001810 77  CNV-DAILY-PRIOR-SEQ         PIC 9(06) VALUE ZERO COMP.
001820 77  CNV-FEED-ROWS               PIC 9(07) VALUE ZERO COMP.
001830 77  CNV-FEED-DATA               PIC 9(07) VALUE ZERO COMP.
001840 77  CNV-FEED-TOTAL              PIC 9(10) VALUE ZERO COMP.
001850 77  CNV-FEED-COUNTED            PIC 9(07) VALUE ZERO COMP.
001860 77  CNV-FEED-BAD-X              PIC 9(07) VALUE ZERO COMP.
001870 77  CNV-ROW-NO                  PIC 9(07) VALUE ZERO COMP.
001880 77  CNV-ROWS-READ               PIC 9(07) VALUE ZERO COMP.
001890 77  CNV-MERGED-COUNT            PIC 9(06) VALUE ZERO COMP.
001900 77  CNV-MERGED-HASH             PIC 9(10) VALUE ZERO COMP.
001910 77  CNV-ACCEPTED                PIC 9(02) VALUE ZERO COMP.
001920 77  CNV-REJECTED                PIC 9(02) VALUE ZERO COMP.
001930 77  CNV-LINE-LEN                PIC 9(03) VALUE ZERO COMP.
001940 77  CNV-PTR                     PIC 9(03) VALUE ZERO COMP.
001950 77  CNV-FIELD-COUNT             PIC 9(02) VALUE ZERO COMP.
001960 77  CNV-FNO                     PIC 9(02) VALUE ZERO COMP.
001970 77  CNV-FPOS                    PIC 9(02) VALUE ZERO COMP.
001980 77  CNV-DIGITS                  PIC 9(02) VALUE ZERO COMP.
001990
002000 01  CNV-RUN-DATE                PIC 9(08) VALUE ZERO.
002010 01  CNV-BUS-DATE                PIC 9(08) VALUE ZERO.
002020 01  CNV-CYCLE                   PIC 9(02) VALUE ZERO.
002030 01  CNV-NEXT-CYCLE              PIC 9(03) VALUE ZERO.
002040 01  CNV-LAST-DATE               PIC 9(08) VALUE ZERO.
002050 01  CNV-LAST-CYCLE              PIC 9(02) VALUE ZERO.
002060 01  CNV-CKPT-STATUS             PIC X(02) VALUE '00'.
002070 01  CNV-FEED-STATUS             PIC X(02) VALUE '00'.
002080 01  CNV-REASON                  PIC X(40) VALUE SPACES.
002090 01  CNV-X-EDIT                  PIC 9(04) VALUE ZERO.
002100 01  CNV-DIGIT                   PIC 9(01) VALUE ZERO.
002110 01  CNV-FNUM                    PIC 9(10) VALUE ZERO.
002120 01  CNV-TRLR-COUNT              PIC 9(10) VALUE ZERO.
002130 01  CNV-TRLR-TOTAL              PIC 9(10) VALUE ZERO.
002140 01  CNV-ED-ROW                  PIC Z(06)9.
002150 01  CNV-ED-COUNT                PIC Z(09)9.
002160
002170*        ONE ROW OF A DELIMITED FEEDER FILE AND ITS FIELDS.
002180 01  CNV-LINE                    PIC X(200).
002190 01  CNV-FIELD-TABLE.
002200     05  CNV-FIELD OCCURS 20 TIMES   PIC X(40).
002210 01  CNV-FWORK                   PIC X(40).
002220 01  CNV-FTEXT                   PIC X(40).
002230
002240*        OUTPUT IMAGE FOR THE MERGED FILE - MUST MIRROR IFTINP.CPY
002250*        FIELD FOR FIELD.
002260 01  CNV-OUT-RECORD.
002270     05  CNV-OUT-SEQ-NO              PIC 9(06).
002280     05  CNV-OUT-X-VALUE             PIC X(04).
002290     05  CNV-OUT-SOURCE-CODE         PIC X(03).
002300     05  FILLER                      PIC X(67).
002310
002320 01  CNV-REPORT-LINES.
002330     05  CNV-HDG-LINE-1.
002340         10  FILLER                  PIC X(40) VALUE SPACES.
002350         10  FILLER                  PIC X(36)
002360             VALUE 'IFTCNVT FEEDER CONVERSION AND MERGE'.
002370     05  CNV-HDG-LINE-2.
002380         10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002390         10  CNV-HDG-DATE            PIC 9(08).
002400     05  CNV-SECT-LINE.
002410         10  CNV-SECT-TEXT           PIC X(60).
002420     05  CNV-COL-LINE.
002430         10  FILLER                  PIC X(05) VALUE 'SRC'.
002440         10  FILLER                  PIC X(09) VALUE 'FILE'.
002450         10  FILLER                  PIC X(10) VALUE '   ROWS'.
002460         10  FILLER                  PIC X(10) VALUE '   DATA'.
002470         10  FILLER                  PIC X(13) VALUE '   X TOTAL'.
002480         10  FILLER                  PIC X(13) VALUE 'TRLR COUNT'.
002490         10  FILLER                  PIC X(13) VALUE 'TRLR TOTAL'.
002500         10  FILLER                  PIC X(06) VALUE 'RESULT'.
002510     05  CNV-DET-LINE.
002520         10  CNV-DET-SOURCE          PIC X(03).
002530         10  FILLER                  PIC X(02) VALUE SPACES.
002540         10  CNV-DET-FILE            PIC X(07).
002550         10  FILLER                  PIC X(02) VALUE SPACES.
002560         10  CNV-DET-ROWS            PIC ZZZ,ZZ9.
002570         10  FILLER                  PIC X(03) VALUE SPACES.
002580         10  CNV-DET-DATA            PIC ZZZ,ZZ9.
002590         10  FILLER                  PIC X(03) VALUE SPACES.
002600         10  CNV-DET-TOTAL           PIC Z(09)9.
002610         10  FILLER                  PIC X(03) VALUE SPACES.
002620         10  CNV-DET-TRLR-COUNT      PIC Z(09)9.
002630         10  FILLER                  PIC X(03) VALUE SPACES.
002640         10  CNV-DET-TRLR-TOTAL      PIC Z(09)9.
002650         10  FILLER                  PIC X(03) VALUE SPACES.
002660         10  CNV-DET-RESULT          PIC X(50).
002670     05  CNV-CNT-LINE.
002680         10  CNV-CNT-LABEL           PIC X(34).
002690         10  CNV-CNT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.
002700     05  CNV-MSG-LINE.
002710         10  CNV-MSG-TEXT            PIC X(100).
002720
002730*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
002740 01  CNV-RLOG-STATUS             PIC X(02) VALUE '00'.
002750 01  CNV-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
002760 01  CNV-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
002770
002780 PROCEDURE DIVISION.
002790 0000-MAINLINE.
002800     ACCEPT CNV-RLOG-START-DATE FROM DATE YYYYMMDD.
002810     ACCEPT CNV-RLOG-START-TIME FROM TIME.
002820     PERFORM 1000-INITIALIZE
002830         THRU 1000-INITIALIZE-EXIT.
002840     PERFORM 2000-CHECK-DAILY-INPUT
002850         THRU 2000-CHECK-DAILY-INPUT-EXIT.
002860     PERFORM 3000-CHECK-FEEDERS
002870         THRU 3000-CHECK-FEEDERS-EXIT.
002880     IF NOT CNV-FATAL
002890         PERFORM 4000-SET-DATE-AND-CYCLE
002900             THRU 4000-SET-DATE-AND-CYCLE-EXIT
002910     END-IF.
002920     PERFORM 5000-BUILD-MERGED-INPUT
002930         THRU 5000-BUILD-MERGED-INPUT-EXIT.
002940     PERFORM 8000-FINALIZE
002950         THRU 8000-FINALIZE-EXIT.
002960     PERFORM 9000-WRITE-RUN-LOG
002970         THRU 9000-WRITE-RUN-LOG-EXIT.
002980     GOBACK.
002990
003000 1000-INITIALIZE.
003010*        REPORT HEADINGS, THE CARD, THE LAST RUN OFF THE
003020*        CHECKPOINT CONTROL RECORD AND THE FEEDER FORMAT
003030*        DEFINITIONS.
003040     ACCEPT CNV-RUN-DATE FROM DATE YYYYMMDD.
003050     OPEN OUTPUT REPORT-FILE.
003060     WRITE RPT-PRINT-LINE FROM CNV-HDG-LINE-1
003070         AFTER ADVANCING PAGE.
003080     MOVE CNV-RUN-DATE TO CNV-HDG-DATE.
003090     WRITE RPT-PRINT-LINE FROM CNV-HDG-LINE-2
003100         AFTER ADVANCING 2 LINES.
003110     PERFORM 1100-READ-CARD
003120         THRU 1100-READ-CARD-EXIT.
003130     PERFORM 1200-READ-LAST-CKPT
003140         THRU 1200-READ-LAST-CKPT-EXIT.
003150     MOVE 'FEEDER FORMAT DEFINITIONS' TO CNV-SECT-TEXT.
003160     WRITE RPT-PRINT-LINE FROM CNV-SECT-LINE
003170         AFTER ADVANCING 2 LINES.
003180     OPEN INPUT FDEF-FILE.
003190     PERFORM 1300-LOAD-DEFINITIONS
003200         THRU 1300-LOAD-DEFINITIONS-EXIT
003210         UNTIL CNV-FDEF-EOF.
003220     CLOSE FDEF-FILE.
003230     MOVE SPACES TO CNV-MSG-TEXT.
003240     MOVE CNV-DEF-COUNT TO CNV-ED-COUNT.
003250     STRING 'DEFINITIONS LOADED: ' DELIMITED BY SIZE
003260            CNV-ED-COUNT DELIMITED BY SIZE
003270         INTO CNV-MSG-TEXT
003280     END-STRING.
003290     WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
003300         AFTER ADVANCING 1 LINE.
003310     DISPLAY 'ICV0002I FEEDER DEFINITIONS LOADED = '
003320         CNV-DEF-COUNT.
003330 1000-INITIALIZE-EXIT.
003340     EXIT.
003350
003360 1100-READ-CARD.
003370*        THE CARD IS OPTIONAL - WITHOUT IT THE BUSINESS DATE OF A
003380*        CYCLE WITH NO DAILY EXTRACT IS TODAY.
003390     MOVE CNV-RUN-DATE TO CNV-BUS-DATE.
003400     OPEN INPUT CARD-FILE.
003410     READ CARD-FILE
003420         AT END GO TO 1100-READ-CARD-CLOSE
003430     END-READ.
003440     IF IFT-CPRM-BUS-DATE NUMERIC AND
003450        IFT-CPRM-BUS-DATE NOT = ZEROS
003460         MOVE IFT-CPRM-BUS-DATE TO CNV-BUS-DATE
003470     END-IF.
003480 1100-READ-CARD-CLOSE.
003490     CLOSE CARD-FILE.
003500 1100-READ-CARD-EXIT.
003510     EXIT.
003520
003530 1200-READ-LAST-CKPT.
003540*        SAME RULE AS IFTEDIT: NO CHECKPOINT OR NO CONTROL RECORD
003550*        MEANS A FIRST-EVER RUN.
003560     OPEN INPUT CKPT-FILE.
003570     IF CNV-CKPT-STATUS NOT = '00'
003580         DISPLAY 'ICV0004W CHECKPOINT OPEN STATUS '
003590             CNV-CKPT-STATUS ' - FIRST RUN ASSUMED'
003600         GO TO 1200-READ-LAST-CKPT-EXIT
003610     END-IF.
003620     MOVE ZEROS TO IFT-CKPT-KEY.
003630     READ CKPT-FILE
003640         INVALID KEY
003650             CLOSE CKPT-FILE
003660             GO TO 1200-READ-LAST-CKPT-EXIT
003670     END-READ.
003680     MOVE 'Y' TO CNV-CKPT-FOUND-SW.
003690     MOVE IFT-CKPT-LAST-DATE TO CNV-LAST-DATE.
003700     IF IFT-CKPT-LAST-CYCLE NUMERIC AND
003710        IFT-CKPT-LAST-CYCLE > ZERO
003720         MOVE IFT-CKPT-LAST-CYCLE TO CNV-LAST-CYCLE
003730     ELSE
003740         MOVE 01 TO CNV-LAST-CYCLE
003750     END-IF.
003760     CLOSE CKPT-FILE.
003770 1200-READ-LAST-CKPT-EXIT.
003780     EXIT.
003790
003800 1300-LOAD-DEFINITIONS.
003810     READ FDEF-FILE
003820         AT END
003830             MOVE 'Y' TO CNV-FDEF-EOF-SW
003840             GO TO 1300-LOAD-DEFINITIONS-EXIT
003850     END-READ.
003860     PERFORM 1400-EDIT-DEFINITION
003870         THRU 1400-EDIT-DEFINITION-EXIT.
003880     IF NOT CNV-DEF-VALID
003890         MOVE SPACES TO CNV-MSG-TEXT
003900         STRING 'DEFINITION FOR SOURCE ' DELIMITED BY SIZE
003910                IFT-FDEF-SOURCE-CODE DELIMITED BY SIZE
003920                ' FEED ' DELIMITED BY SIZE
003930                IFT-FDEF-FEED-NO DELIMITED BY SIZE
003940                ' REFUSED - ' DELIMITED BY SIZE
003950                CNV-REASON DELIMITED BY SIZE
003960             INTO CNV-MSG-TEXT
003970         END-STRING
003980         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
003990             AFTER ADVANCING 1 LINE
004000         DISPLAY 'ICV0010W DEFINITION REFUSED - ' CNV-REASON
004010         ADD 1 TO CNV-REJECTED
004020         GO TO 1300-LOAD-DEFINITIONS-EXIT
004030     END-IF.
004040     ADD 1 TO CNV-DEF-COUNT.
004050     MOVE IFT-FDEF-SOURCE-CODE TO CNV-DEF-SOURCE (CNV-DEF-COUNT).
004060     MOVE IFT-FDEF-FEED-NO TO CNV-DEF-FEED-NO (CNV-DEF-COUNT).
004070     MOVE IFT-FDEF-DELIMITER TO CNV-DEF-DELIM (CNV-DEF-COUNT).
004080     MOVE IFT-FDEF-X-FIELD TO CNV-DEF-X-FIELD (CNV-DEF-COUNT).
004090     MOVE IFT-FDEF-SOURCE-FIELD
004100         TO CNV-DEF-SRC-FIELD (CNV-DEF-COUNT).
004110     MOVE IFT-FDEF-HEADER-SW TO CNV-DEF-HEADER (CNV-DEF-COUNT).
004120     MOVE IFT-FDEF-TRLR-TAG TO CNV-DEF-TAG (CNV-DEF-COUNT).
004130     MOVE IFT-FDEF-TRLR-COUNT-FIELD
004140         TO CNV-DEF-CNT-FIELD (CNV-DEF-COUNT).
004150     MOVE IFT-FDEF-TRLR-TOTAL-FIELD
004160         TO CNV-DEF-TOT-FIELD (CNV-DEF-COUNT).
004170     IF IFT-FDEF-COUNT-ALL
004180         MOVE 'A' TO CNV-DEF-BASIS (CNV-DEF-COUNT)
004190     ELSE
004200         MOVE 'D' TO CNV-DEF-BASIS (CNV-DEF-COUNT)
004210     END-IF.
004220     MOVE SPACE TO CNV-DEF-STATUS (CNV-DEF-COUNT).
004230 1300-LOAD-DEFINITIONS-EXIT.
004240     EXIT.
004250
004260 1400-EDIT-DEFINITION.
004270     MOVE 'Y' TO CNV-DEF-VALID-SW.
004280     MOVE SPACES TO CNV-REASON.
004290     EVALUATE TRUE
004300         WHEN IFT-FDEF-SOURCE-CODE = SPACES
004310             MOVE 'NO SOURCE CODE' TO CNV-REASON
004320         WHEN IFT-FDEF-FEED-NO < '1' OR
004330              IFT-FDEF-FEED-NO > '4'
004340             MOVE 'FEED NUMBER NOT 1-4' TO CNV-REASON
004350         WHEN IFT-FDEF-DELIMITER = SPACE
004360             MOVE 'NO DELIMITER' TO CNV-REASON
004370         WHEN IFT-FDEF-X-FIELD NOT NUMERIC OR
004380              IFT-FDEF-X-FIELD < '01' OR
004390              IFT-FDEF-X-FIELD > '20'
004400             MOVE 'X FIELD NOT 01-20' TO CNV-REASON
004410         WHEN IFT-FDEF-SOURCE-FIELD NOT NUMERIC OR
004420              IFT-FDEF-SOURCE-FIELD > '20'
004430             MOVE 'SOURCE FIELD NOT 00-20' TO CNV-REASON
004440         WHEN NOT IFT-FDEF-HAS-HEADER AND
004450              NOT IFT-FDEF-NO-HEADER
004460             MOVE 'HEADER SWITCH NOT Y OR N' TO CNV-REASON
004470         WHEN IFT-FDEF-TRLR-TAG = SPACES
004480             MOVE 'NO TRAILER TAG' TO CNV-REASON
004490         WHEN IFT-FDEF-TRLR-COUNT-FIELD NOT NUMERIC OR
004500              IFT-FDEF-TRLR-COUNT-FIELD < '01' OR
004510              IFT-FDEF-TRLR-COUNT-FIELD > '20'
004520             MOVE 'TRAILER COUNT FIELD NOT 01-20' TO CNV-REASON
004530         WHEN IFT-FDEF-TRLR-TOTAL-FIELD NOT NUMERIC OR
004540              IFT-FDEF-TRLR-TOTAL-FIELD > '20'
004550             MOVE 'TRAILER TOTAL FIELD NOT 00-20' TO CNV-REASON
004560         WHEN NOT IFT-FDEF-COUNT-DATA AND
004570              NOT IFT-FDEF-COUNT-ALL
004580             MOVE 'COUNT BASIS NOT D OR A' TO CNV-REASON
004590         WHEN CNV-DEF-COUNT >= 4
004600             MOVE 'MORE THAN 4 DEFINITIONS' TO CNV-REASON
004610     END-EVALUATE.
004620     IF CNV-REASON NOT = SPACES
004630         MOVE 'N' TO CNV-DEF-VALID-SW
004640         GO TO 1400-EDIT-DEFINITION-EXIT
004650     END-IF.
004660*        ONE DEFINITION PER SOURCE AND ONE PER FEED DD.
004670     MOVE ZERO TO CNV-DSUB.
004680 1400-EDIT-DEFINITION-LOOP.
004690     ADD 1 TO CNV-DSUB.
004700     IF CNV-DSUB > CNV-DEF-COUNT
004710         GO TO 1400-EDIT-DEFINITION-EXIT
004720     END-IF.
004730     IF CNV-DEF-SOURCE (CNV-DSUB) = IFT-FDEF-SOURCE-CODE
004740         MOVE 'SOURCE ALREADY DEFINED' TO CNV-REASON
004750         MOVE 'N' TO CNV-DEF-VALID-SW
004760         GO TO 1400-EDIT-DEFINITION-EXIT
004770     END-IF.
004780     IF CNV-DEF-FEED-NO (CNV-DSUB) = IFT-FDEF-FEED-NO
004790         MOVE 'FEED NUMBER ALREADY IN USE' TO CNV-REASON
004800         MOVE 'N' TO CNV-DEF-VALID-SW
004810         GO TO 1400-EDIT-DEFINITION-EXIT
004820     END-IF.
004830     GO TO 1400-EDIT-DEFINITION-LOOP.
004840 1400-EDIT-DEFINITION-EXIT.
004850     EXIT.
004860
004870 2000-CHECK-DAILY-INPUT.
004880*        BALANCING PASS OVER THE FIXED DAILY EXTRACT - THE EDITS
004890*        IFTEDIT MADE AGAINST THE EXTRACT'S OWN TRAILER BEFORE THE
004900*        FEEDERS WERE MERGED IN: ASCENDING SEQUENCE NUMBERS WITH
004910*        NO GAPS, ONE TRL999 LAST, COUNT AND X-VALUE HASH IN
004920*        BALANCE.  AN EMPTY EXTRACT IS ALLOWED; ANY OTHER FAILURE
004930*        IS FATAL.
004940     MOVE 'FIXED DAILY EXTRACT' TO CNV-SECT-TEXT.
004950     WRITE RPT-PRINT-LINE FROM CNV-SECT-LINE
004960         AFTER ADVANCING 2 LINES.
004970     WRITE RPT-PRINT-LINE FROM CNV-COL-LINE
004980         AFTER ADVANCING 1 LINE.
004990     MOVE SPACES TO CNV-REASON.
005000     OPEN INPUT DAILY-FILE.
005010 2000-CHECK-DAILY-INPUT-LOOP.
005020     PERFORM 2100-READ-DAILY
005030         THRU 2100-READ-DAILY-EXIT.
005040     IF CNV-DAILY-EOF
005050         GO TO 2000-CHECK-DAILY-INPUT-DONE
005060     END-IF.
005070     IF IFT-INPUT-RECORD (1:6) = 'TRL999'
005080         IF CNV-DAILY-TRLR-SEEN
005090             MOVE 'MORE THAN ONE TRAILER RECORD' TO CNV-REASON
005100         END-IF
005110         MOVE 'Y' TO CNV-DAILY-TRLR-SW
005120         MOVE IFT-INPUT-RECORD TO IFT-TRLR-RECORD
005130         GO TO 2000-CHECK-DAILY-INPUT-LOOP
005140     END-IF.
005150     IF CNV-DAILY-TRLR-SEEN
005160         MOVE 'DATA RECORD AFTER TRAILER' TO CNV-REASON
005170     END-IF.
005180     IF IFT-INPUT-SEQ-NO NOT NUMERIC
005190         MOVE 'SEQUENCE NUMBER NOT NUMERIC' TO CNV-REASON
005200     ELSE
005210         IF IFT-INPUT-SEQ-NO NOT = CNV-DAILY-PRIOR-SEQ + 1 AND
005220            CNV-DAILY-DATA > ZERO
005230             MOVE 'SEQUENCE NUMBER OUT OF ORDER OR GAP'
005240                 TO CNV-REASON
005250         END-IF
005260         MOVE IFT-INPUT-SEQ-NO TO CNV-DAILY-PRIOR-SEQ
005270     END-IF.
005280     ADD 1 TO CNV-DAILY-DATA.
005290     IF IFT-INPUT-X-VALUE NUMERIC
005300         MOVE IFT-INPUT-X-VALUE TO CNV-X-EDIT
005310         ADD CNV-X-EDIT TO CNV-DAILY-HASH
005320     END-IF.
005330     GO TO 2000-CHECK-DAILY-INPUT-LOOP.
005340 2000-CHECK-DAILY-INPUT-DONE.
005350     CLOSE DAILY-FILE.
005360     MOVE SPACES TO CNV-DET-LINE.
005370     MOVE 'DAILYIN' TO CNV-DET-FILE.
005380     MOVE CNV-DAILY-READ TO CNV-DET-ROWS.
005390     MOVE CNV-DAILY-DATA TO CNV-DET-DATA.
005400     MOVE CNV-DAILY-HASH TO CNV-DET-TOTAL.
005410     IF CNV-DAILY-READ = ZERO
005420         MOVE 'NO DAILY EXTRACT THIS CYCLE' TO CNV-DET-RESULT
005430         GO TO 2000-CHECK-DAILY-INPUT-WRITE
005440     END-IF.
005450     IF CNV-REASON = SPACES
005460         PERFORM 2200-BALANCE-DAILY
005470             THRU 2200-BALANCE-DAILY-EXIT
005480     END-IF.
005490     IF CNV-REASON NOT = SPACES
005500         MOVE 'Y' TO CNV-FATAL-SW
005510         MOVE SPACES TO CNV-DET-RESULT
005520         STRING 'FATAL - ' DELIMITED BY SIZE
005530                CNV-REASON DELIMITED BY SIZE
005540             INTO CNV-DET-RESULT
005550         END-STRING
005560         DISPLAY 'ICV0090E DAILY EXTRACT REFUSED - ' CNV-REASON
005570     ELSE
005580         MOVE 'BALANCED - MERGED' TO CNV-DET-RESULT
005590     END-IF.
005600 2000-CHECK-DAILY-INPUT-WRITE.
005610     WRITE RPT-PRINT-LINE FROM CNV-DET-LINE
005620         AFTER ADVANCING 1 LINE.
005630 2000-CHECK-DAILY-INPUT-EXIT.
005640     EXIT.
005650
005660 2100-READ-DAILY.
005670     READ DAILY-FILE
005680         AT END
005690             MOVE 'Y' TO CNV-DAILY-EOF-SW
005700             GO TO 2100-READ-DAILY-EXIT
005710     END-READ.
005720     ADD 1 TO CNV-DAILY-READ.
005730     ADD 1 TO CNV-ROWS-READ.
005740 2100-READ-DAILY-EXIT.
005750     EXIT.
005760
005770 2200-BALANCE-DAILY.
005780     IF NOT CNV-DAILY-TRLR-SEEN
005790         MOVE 'TRAILER RECORD MISSING' TO CNV-REASON
005800         GO TO 2200-BALANCE-DAILY-EXIT
005810     END-IF.
005820     IF IFT-TRLR-RECORD-COUNT NOT NUMERIC OR
005830        IFT-TRLR-HASH-TOTAL NOT NUMERIC
005840         MOVE 'TRAILER COUNT/HASH NOT NUMERIC' TO CNV-REASON
005850         GO TO 2200-BALANCE-DAILY-EXIT
005860     END-IF.
005870     MOVE IFT-TRLR-RECORD-COUNT TO CNV-DET-TRLR-COUNT.
005880     MOVE IFT-TRLR-HASH-TOTAL TO CNV-DET-TRLR-TOTAL.
005890     IF IFT-TRLR-BUS-DATE NOT NUMERIC
005900         MOVE 'TRAILER BUSINESS DATE NOT NUMERIC' TO CNV-REASON
005910         GO TO 2200-BALANCE-DAILY-EXIT
005920     END-IF.
005930     IF IFT-TRLR-RECORD-COUNT NOT = CNV-DAILY-DATA
005940         MOVE 'RECORD COUNT OUT OF BALANCE' TO CNV-REASON
005950         GO TO 2200-BALANCE-DAILY-EXIT
005960     END-IF.
005970     IF IFT-TRLR-HASH-TOTAL NOT = CNV-DAILY-HASH
005980         MOVE 'X-VALUE HASH OUT OF BALANCE' TO CNV-REASON
005990     END-IF.
006000 2200-BALANCE-DAILY-EXIT.
006010     EXIT.
006020
006030 3000-CHECK-FEEDERS.
006040*        BALANCING PASS OVER EACH DELIMITED FEEDER FILE AGAINST
006050*        ITS OWN TRAILER ROW.  A FEEDER THAT FAILS IS REJECTED AND
006060*        NONE OF ITS ROWS ARE MERGED; AN EMPTY FEED FILE MEANS THE
006070*        FEEDER SENT NOTHING THIS CYCLE.
006080     MOVE 'DELIMITED FEEDER FILES' TO CNV-SECT-TEXT.
006090     WRITE RPT-PRINT-LINE FROM CNV-SECT-LINE
006100         AFTER ADVANCING 2 LINES.
006110     WRITE RPT-PRINT-LINE FROM CNV-COL-LINE
006120         AFTER ADVANCING 1 LINE.
006130     IF CNV-DEF-COUNT = ZERO
006140         MOVE 'NONE DEFINED' TO CNV-MSG-TEXT
006150         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
006160             AFTER ADVANCING 1 LINE
006170         GO TO 3000-CHECK-FEEDERS-EXIT
006180     END-IF.
006190     MOVE ZERO TO CNV-CUR.
006200 3000-CHECK-FEEDERS-LOOP.
006210     ADD 1 TO CNV-CUR.
006220     IF CNV-CUR > CNV-DEF-COUNT
006230         GO TO 3000-CHECK-FEEDERS-EXIT
006240     END-IF.
006250     PERFORM 3100-CHECK-ONE-FEEDER
006260         THRU 3100-CHECK-ONE-FEEDER-EXIT.
006270     GO TO 3000-CHECK-FEEDERS-LOOP.
006280 3000-CHECK-FEEDERS-EXIT.
006290     EXIT.
006300
006310 3100-CHECK-ONE-FEEDER.
006320     MOVE ZERO TO CNV-FEED-ROWS.
006330     MOVE ZERO TO CNV-FEED-DATA.
006340     MOVE ZERO TO CNV-FEED-TOTAL.
006350     MOVE ZERO TO CNV-FEED-BAD-X.
006360     MOVE ZERO TO CNV-TRLR-COUNT.
006370     MOVE ZERO TO CNV-TRLR-TOTAL.
006380     MOVE ZERO TO CNV-ROW-NO.
006390     MOVE 'N' TO CNV-FEED-TRLR-SW.
006400     MOVE SPACES TO CNV-REASON.
006410     MOVE SPACES TO CNV-DET-LINE.
006420     PERFORM 6100-OPEN-FEEDER
006430         THRU 6100-OPEN-FEEDER-EXIT.
006440     IF CNV-FEED-STATUS NOT = '00'
006450         MOVE SPACES TO CNV-REASON
006460         STRING 'FEED FILE NOT OPENED - STATUS ' DELIMITED BY SIZE
006470                CNV-FEED-STATUS DELIMITED BY SIZE
006480             INTO CNV-REASON
006490         END-STRING
006500         GO TO 3100-CHECK-ONE-FEEDER-RESULT
006510     END-IF.
006520 3100-CHECK-ONE-FEEDER-LOOP.
006530     PERFORM 6200-READ-FEEDER
006540         THRU 6200-READ-FEEDER-EXIT.
006550     IF CNV-FEED-EOF
006560         GO TO 3100-CHECK-ONE-FEEDER-CLOSE
006570     END-IF.
006580     PERFORM 3200-CHECK-FEEDER-ROW
006590         THRU 3200-CHECK-FEEDER-ROW-EXIT.
006600     IF CNV-REASON = SPACES
006610         GO TO 3100-CHECK-ONE-FEEDER-LOOP
006620     END-IF.
006630 3100-CHECK-ONE-FEEDER-CLOSE.
006640     PERFORM 6300-CLOSE-FEEDER
006650         THRU 6300-CLOSE-FEEDER-EXIT.
006660     IF CNV-REASON = SPACES AND CNV-FEED-ROWS > ZERO
006670         PERFORM 3400-BALANCE-FEEDER
006680             THRU 3400-BALANCE-FEEDER-EXIT
006690     END-IF.
006700 3100-CHECK-ONE-FEEDER-RESULT.
006710     MOVE CNV-DEF-SOURCE (CNV-CUR) TO CNV-DET-SOURCE.
006720     MOVE 'FEEDIN' TO CNV-DET-FILE.
006730     MOVE CNV-DEF-FEED-NO (CNV-CUR) TO CNV-DET-FILE (7:1).
006740     MOVE CNV-FEED-ROWS TO CNV-DET-ROWS.
006750     MOVE CNV-FEED-DATA TO CNV-DET-DATA.
006760     MOVE CNV-FEED-TOTAL TO CNV-DET-TOTAL.
006770     MOVE CNV-TRLR-COUNT TO CNV-DET-TRLR-COUNT.
006780     MOVE CNV-TRLR-TOTAL TO CNV-DET-TRLR-TOTAL.
006790     EVALUATE TRUE
006800         WHEN CNV-REASON NOT = SPACES
006810             MOVE 'R' TO CNV-DEF-STATUS (CNV-CUR)
006820             ADD 1 TO CNV-REJECTED
006830             MOVE SPACES TO CNV-DET-RESULT
006840             STRING 'REJECTED - ' DELIMITED BY SIZE
006850                    CNV-REASON DELIMITED BY SIZE
006860                 INTO CNV-DET-RESULT
006870             END-STRING
006880             DISPLAY 'ICV0020W FEEDER ' CNV-DEF-SOURCE (CNV-CUR)
006890                 ' REJECTED - ' CNV-REASON
006900         WHEN CNV-FEED-ROWS = ZERO
006910             MOVE 'N' TO CNV-DEF-STATUS (CNV-CUR)
006920             MOVE 'NO FILE THIS CYCLE' TO CNV-DET-RESULT
006930         WHEN OTHER
006940             MOVE 'A' TO CNV-DEF-STATUS (CNV-CUR)
006950             ADD 1 TO CNV-ACCEPTED
006960             MOVE 'BALANCED - MERGED' TO CNV-DET-RESULT
006970     END-EVALUATE.
006980     WRITE RPT-PRINT-LINE FROM CNV-DET-LINE
006990         AFTER ADVANCING 1 LINE.
007000 3100-CHECK-ONE-FEEDER-EXIT.
007010     EXIT.
007020
007030 3200-CHECK-FEEDER-ROW.
007040*        BLANK ROWS ARE SKIPPED; THE FIRST ROW IS THE HEADING WHEN
007050*        THE DEFINITION SAYS SO; THE TRAILER ROW IS KNOWN BY ITS
007060*        TAG IN FIELD 1.
007070     PERFORM 6400-SET-LINE-LENGTH
007080         THRU 6400-SET-LINE-LENGTH-EXIT.
007090     IF CNV-LINE-LEN = ZERO
007100         GO TO 3200-CHECK-FEEDER-ROW-EXIT
007110     END-IF.
007120     ADD 1 TO CNV-FEED-ROWS.
007130     IF CNV-FEED-ROWS = 1 AND
007140        CNV-DEF-HEADER (CNV-CUR) = 'Y'
007150         GO TO 3200-CHECK-FEEDER-ROW-EXIT
007160     END-IF.
007170     PERFORM 6500-SPLIT-LINE
007180         THRU 6500-SPLIT-LINE-EXIT.
007190     MOVE 1 TO CNV-FNO.
007200     PERFORM 6600-GET-FIELD
007210         THRU 6600-GET-FIELD-EXIT.
007220     IF CNV-FTEXT = CNV-DEF-TAG (CNV-CUR)
007230         PERFORM 3300-CHECK-TRAILER-ROW
007240             THRU 3300-CHECK-TRAILER-ROW-EXIT
007250         GO TO 3200-CHECK-FEEDER-ROW-EXIT
007260     END-IF.
007270     IF CNV-FEED-TRLR-SEEN
007280         MOVE 'DATA ROW AFTER TRAILER' TO CNV-REASON
007290         GO TO 3200-CHECK-FEEDER-ROW-EXIT
007300     END-IF.
007310     ADD 1 TO CNV-FEED-DATA.
007320     MOVE CNV-DEF-X-FIELD (CNV-CUR) TO CNV-FNO.
007330     PERFORM 6600-GET-FIELD
007340         THRU 6600-GET-FIELD-EXIT.
007350     PERFORM 6700-GET-NUMBER
007360         THRU 6700-GET-NUMBER-EXIT.
007370     IF NOT CNV-NUM-VALID
007380         ADD 1 TO CNV-FEED-BAD-X
007390         GO TO 3200-CHECK-FEEDER-ROW-EXIT
007400     END-IF.
007410     IF CNV-FNUM > 9999
007420         MOVE CNV-ROW-NO TO CNV-ED-ROW
007430         MOVE SPACES TO CNV-REASON
007440         STRING 'X VALUE OVER 9999 ON ROW ' DELIMITED BY SIZE
007450                CNV-ED-ROW DELIMITED BY SIZE
007460             INTO CNV-REASON
007470         END-STRING
007480         GO TO 3200-CHECK-FEEDER-ROW-EXIT
007490     END-IF.
007500     ADD CNV-FNUM TO CNV-FEED-TOTAL.
007510 3200-CHECK-FEEDER-ROW-EXIT.
007520     EXIT.
007530
007540 3300-CHECK-TRAILER-ROW.
007550     IF CNV-FEED-TRLR-SEEN
007560         MOVE 'MORE THAN ONE TRAILER ROW' TO CNV-REASON
007570         GO TO 3300-CHECK-TRAILER-ROW-EXIT
007580     END-IF.
007590     MOVE 'Y' TO CNV-FEED-TRLR-SW.
007600     MOVE CNV-DEF-CNT-FIELD (CNV-CUR) TO CNV-FNO.
007610     PERFORM 6600-GET-FIELD
007620         THRU 6600-GET-FIELD-EXIT.
007630     PERFORM 6700-GET-NUMBER
007640         THRU 6700-GET-NUMBER-EXIT.
007650     IF NOT CNV-NUM-VALID
007660         MOVE 'TRAILER COUNT NOT NUMERIC' TO CNV-REASON
007670         GO TO 3300-CHECK-TRAILER-ROW-EXIT
007680     END-IF.
007690     MOVE CNV-FNUM TO CNV-TRLR-COUNT.
007700     IF CNV-DEF-TOT-FIELD (CNV-CUR) = ZERO
007710         GO TO 3300-CHECK-TRAILER-ROW-EXIT
007720     END-IF.
007730     MOVE CNV-DEF-TOT-FIELD (CNV-CUR) TO CNV-FNO.
007740     PERFORM 6600-GET-FIELD
007750         THRU 6600-GET-FIELD-EXIT.
007760     PERFORM 6700-GET-NUMBER
007770         THRU 6700-GET-NUMBER-EXIT.
007780     IF NOT CNV-NUM-VALID
007790         MOVE 'TRAILER TOTAL NOT NUMERIC' TO CNV-REASON
007800         GO TO 3300-CHECK-TRAILER-ROW-EXIT
007810     END-IF.
007820     MOVE CNV-FNUM TO CNV-TRLR-TOTAL.
007830 3300-CHECK-TRAILER-ROW-EXIT.
007840     EXIT.
007850
007860 3400-BALANCE-FEEDER.
007870     IF NOT CNV-FEED-TRLR-SEEN
007880         MOVE 'TRAILER ROW MISSING' TO CNV-REASON
007890         GO TO 3400-BALANCE-FEEDER-EXIT
007900     END-IF.
007910     IF CNV-DEF-BASIS (CNV-CUR) = 'A'
007920         MOVE CNV-FEED-ROWS TO CNV-FEED-COUNTED
007930     ELSE
007940         MOVE CNV-FEED-DATA TO CNV-FEED-COUNTED
007950     END-IF.
007960     IF CNV-TRLR-COUNT NOT = CNV-FEED-COUNTED
007970         MOVE 'ROW COUNT OUT OF BALANCE' TO CNV-REASON
007980         GO TO 3400-BALANCE-FEEDER-EXIT
007990     END-IF.
008000     IF CNV-DEF-TOT-FIELD (CNV-CUR) > ZERO AND
008010        CNV-TRLR-TOTAL NOT = CNV-FEED-TOTAL
008020         MOVE 'X-VALUE TOTAL OUT OF BALANCE' TO CNV-REASON
008030     END-IF.
008040 3400-BALANCE-FEEDER-EXIT.
008050     EXIT.
008060
008070 4000-SET-DATE-AND-CYCLE.
008080*        THE DAILY EXTRACT'S OWN TRAILER DATE AND CYCLE ARE
008090*        CARRIED UNCHANGED, SO IFTEDIT STILL JUDGES A RESENT
008100*        EXTRACT.  WITH NO EXTRACT THIS CYCLE THE CYCLE IS THE ONE
008110*        IFTEDIT EXPECTS FOR THE BUSINESS DATE: THE SAME DAY AS
008120*        THE LAST RUN = LAST CYCLE PLUS ONE, A LATER DAY (OR THE
008130*        FIRST RUN EVER) = 01.
008140     IF CNV-DAILY-READ = ZERO AND CNV-ACCEPTED = ZERO
008150         MOVE 'Y' TO CNV-FATAL-SW
008160         MOVE 'NO DAILY EXTRACT AND NO FEEDER FILE ACCEPTED'
008170             TO CNV-MSG-TEXT
008180         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
008190             AFTER ADVANCING 2 LINES
008200         DISPLAY 'ICV0091E NOTHING TO MERGE THIS CYCLE'
008210         GO TO 4000-SET-DATE-AND-CYCLE-EXIT
008220     END-IF.
008230     IF CNV-DAILY-READ > ZERO
008240         MOVE IFT-TRLR-BUS-DATE TO CNV-BUS-DATE
008250         IF IFT-TRLR-CYCLE-NO NUMERIC AND
008260            IFT-TRLR-CYCLE-NO > ZERO
008270             MOVE IFT-TRLR-CYCLE-NO TO CNV-CYCLE
008280         ELSE
008290             MOVE 01 TO CNV-CYCLE
008300         END-IF
008310         GO TO 4000-SET-DATE-AND-CYCLE-EXIT
008320     END-IF.
008330     EVALUATE TRUE
008340         WHEN NOT CNV-CKPT-FOUND
008350             MOVE 01 TO CNV-CYCLE
008360         WHEN CNV-BUS-DATE > CNV-LAST-DATE
008370             MOVE 01 TO CNV-CYCLE
008380         WHEN CNV-BUS-DATE = CNV-LAST-DATE
008390             COMPUTE CNV-NEXT-CYCLE = CNV-LAST-CYCLE + 1
008400             IF CNV-NEXT-CYCLE > 99
008410                 MOVE 'Y' TO CNV-FATAL-SW
008420                 MOVE 'BUSINESS DATE ALREADY RUN 99 CYCLES'
008430                     TO CNV-MSG-TEXT
008440             ELSE
008450                 MOVE CNV-NEXT-CYCLE TO CNV-CYCLE
008460             END-IF
008470         WHEN OTHER
008480             MOVE 'Y' TO CNV-FATAL-SW
008490             MOVE SPACES TO CNV-MSG-TEXT
008500             STRING 'BUSINESS DATE ' DELIMITED BY SIZE
008510                    CNV-BUS-DATE DELIMITED BY SIZE
008520                    ' IS BEFORE THE LAST RUN DATE '
008530                        DELIMITED BY SIZE
008540                    CNV-LAST-DATE DELIMITED BY SIZE
008550                 INTO CNV-MSG-TEXT
008560             END-STRING
008570     END-EVALUATE.
008580     IF CNV-FATAL
008590         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
008600             AFTER ADVANCING 2 LINES
008610         DISPLAY 'ICV0092E ' CNV-MSG-TEXT
008620     END-IF.
008630 4000-SET-DATE-AND-CYCLE-EXIT.
008640     EXIT.
008650
008660 5000-BUILD-MERGED-INPUT.
008670*        THE MERGED FILE IS ALWAYS CREATED.  ON A FATAL RUN IT IS
008680*        LEFT EMPTY, WHICH IFTEDIT REFUSES (TRAILER MISSING).
008690     OPEN OUTPUT MERGED-FILE.
008700     IF CNV-FATAL
008710         GO TO 5000-BUILD-MERGED-INPUT-CLOSE
008720     END-IF.
008730     IF CNV-DAILY-READ > ZERO
008740         PERFORM 5100-COPY-DAILY-INPUT
008750             THRU 5100-COPY-DAILY-INPUT-EXIT
008760     END-IF.
008770     MOVE 'ROWS PASSED WITH A NON-NUMERIC X VALUE'
008780         TO CNV-SECT-TEXT.
008790     WRITE RPT-PRINT-LINE FROM CNV-SECT-LINE
008800         AFTER ADVANCING 2 LINES.
008810     MOVE ZERO TO CNV-FEED-BAD-X.
008820     MOVE ZERO TO CNV-CUR.
008830 5000-BUILD-MERGED-INPUT-LOOP.
008840     ADD 1 TO CNV-CUR.
008850     IF CNV-CUR > CNV-DEF-COUNT
008860         GO TO 5000-BUILD-MERGED-INPUT-TRLR
008870     END-IF.
008880     IF CNV-DEF-ACCEPTED (CNV-CUR)
008890         PERFORM 5200-MERGE-ONE-FEEDER
008900             THRU 5200-MERGE-ONE-FEEDER-EXIT
008910     END-IF.
008920     GO TO 5000-BUILD-MERGED-INPUT-LOOP.
008930 5000-BUILD-MERGED-INPUT-TRLR.
008940     IF CNV-FEED-BAD-X = ZERO
008950         MOVE 'NONE' TO CNV-MSG-TEXT
008960         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
008970             AFTER ADVANCING 1 LINE
008980     END-IF.
008990     MOVE SPACES TO IFT-TRLR-RECORD.
009000     MOVE 'TRL999' TO IFT-TRLR-ID.
009010     MOVE CNV-MERGED-COUNT TO IFT-TRLR-RECORD-COUNT.
009020     MOVE CNV-MERGED-HASH TO IFT-TRLR-HASH-TOTAL.
009030     MOVE CNV-BUS-DATE TO IFT-TRLR-BUS-DATE.
009040     MOVE CNV-CYCLE TO IFT-TRLR-CYCLE-NO.
009050     WRITE CNV-MERGED-RECORD FROM IFT-TRLR-RECORD.
009060 5000-BUILD-MERGED-INPUT-CLOSE.
009070     CLOSE MERGED-FILE.
009080 5000-BUILD-MERGED-INPUT-EXIT.
009090     EXIT.
009100
009110 5100-COPY-DAILY-INPUT.
009120*        SECOND PASS OVER THE EXTRACT, ALREADY BALANCED.  ITS
009130*        OWN TRAILER IS DROPPED - THE MERGED FILE GETS ONE TRAILER
009140*        OVER EVERYTHING.
009150     MOVE 'N' TO CNV-DAILY-EOF-SW.
009160     OPEN INPUT DAILY-FILE.
009170 5100-COPY-DAILY-INPUT-LOOP.
009180     READ DAILY-FILE
009190         AT END GO TO 5100-COPY-DAILY-INPUT-DONE
009200     END-READ.
009210     IF IFT-INPUT-RECORD (1:6) = 'TRL999'
009220         GO TO 5100-COPY-DAILY-INPUT-LOOP
009230     END-IF.
009240     MOVE IFT-INPUT-RECORD TO CNV-OUT-RECORD.
009250     PERFORM 5900-WRITE-MERGED
009260         THRU 5900-WRITE-MERGED-EXIT.
009270     GO TO 5100-COPY-DAILY-INPUT-LOOP.
009280 5100-COPY-DAILY-INPUT-DONE.
009290     CLOSE DAILY-FILE.
009300 5100-COPY-DAILY-INPUT-EXIT.
009310     EXIT.
009320
009330 5200-MERGE-ONE-FEEDER.
009340     MOVE ZERO TO CNV-FEED-ROWS.
009350     MOVE ZERO TO CNV-ROW-NO.
009360     PERFORM 6100-OPEN-FEEDER
009370         THRU 6100-OPEN-FEEDER-EXIT.
009380 5200-MERGE-ONE-FEEDER-LOOP.
009390     PERFORM 6200-READ-FEEDER
009400         THRU 6200-READ-FEEDER-EXIT.
009410     IF CNV-FEED-EOF
009420         GO TO 5200-MERGE-ONE-FEEDER-DONE
009430     END-IF.
009440     PERFORM 5300-MERGE-FEEDER-ROW
009450         THRU 5300-MERGE-FEEDER-ROW-EXIT.
009460     GO TO 5200-MERGE-ONE-FEEDER-LOOP.
009470 5200-MERGE-ONE-FEEDER-DONE.
009480     PERFORM 6300-CLOSE-FEEDER
009490         THRU 6300-CLOSE-FEEDER-EXIT.
009500 5200-MERGE-ONE-FEEDER-EXIT.
009510     EXIT.
009520
009530 5300-MERGE-FEEDER-ROW.
009540     PERFORM 6400-SET-LINE-LENGTH
009550         THRU 6400-SET-LINE-LENGTH-EXIT.
009560     IF CNV-LINE-LEN = ZERO
009570         GO TO 5300-MERGE-FEEDER-ROW-EXIT
009580     END-IF.
009590     ADD 1 TO CNV-FEED-ROWS.
009600     IF CNV-FEED-ROWS = 1 AND
009610        CNV-DEF-HEADER (CNV-CUR) = 'Y'
009620         GO TO 5300-MERGE-FEEDER-ROW-EXIT
009630     END-IF.
009640     PERFORM 6500-SPLIT-LINE
009650         THRU 6500-SPLIT-LINE-EXIT.
009660     MOVE 1 TO CNV-FNO.
009670     PERFORM 6600-GET-FIELD
009680         THRU 6600-GET-FIELD-EXIT.
009690     IF CNV-FTEXT = CNV-DEF-TAG (CNV-CUR)
009700         GO TO 5300-MERGE-FEEDER-ROW-EXIT
009710     END-IF.
009720     MOVE SPACES TO CNV-OUT-RECORD.
009730     MOVE CNV-DEF-SOURCE (CNV-CUR) TO CNV-OUT-SOURCE-CODE.
009740     IF CNV-DEF-SRC-FIELD (CNV-CUR) > ZERO
009750         MOVE CNV-DEF-SRC-FIELD (CNV-CUR) TO CNV-FNO
009760         PERFORM 6600-GET-FIELD
009770             THRU 6600-GET-FIELD-EXIT
009780         IF CNV-FTEXT NOT = SPACES
009790             MOVE CNV-FTEXT (1:3) TO CNV-OUT-SOURCE-CODE
009800         END-IF
009810     END-IF.
009820     MOVE CNV-DEF-X-FIELD (CNV-CUR) TO CNV-FNO.
009830     PERFORM 6600-GET-FIELD
009840         THRU 6600-GET-FIELD-EXIT.
009850     PERFORM 6700-GET-NUMBER
009860         THRU 6700-GET-NUMBER-EXIT.
009870     IF CNV-NUM-VALID
009880         MOVE CNV-FNUM TO CNV-X-EDIT
009890         MOVE CNV-X-EDIT TO CNV-OUT-X-VALUE
009900     ELSE
009910*        NOT A WHOLE NUMBER - PASSED ON NON-NUMERIC SO IFTHEN
009920*        REJECTS IT THE SAME AS A BAD VALUE FROM THE EXTRACT.
009930         MOVE CNV-FTEXT (1:4) TO CNV-OUT-X-VALUE
009940         IF CNV-OUT-X-VALUE NUMERIC
009950             MOVE SPACES TO CNV-OUT-X-VALUE
009960         END-IF
009970         ADD 1 TO CNV-FEED-BAD-X
009980         MOVE CNV-ROW-NO TO CNV-ED-ROW
009990         MOVE SPACES TO CNV-MSG-TEXT
010000         STRING CNV-DEF-SOURCE (CNV-CUR) DELIMITED BY SIZE
010010                ' ROW ' DELIMITED BY SIZE
010020                CNV-ED-ROW DELIMITED BY SIZE
010030                ' X VALUE "' DELIMITED BY SIZE
010040                CNV-FTEXT (1:20) DELIMITED BY SIZE
010050                '"' DELIMITED BY SIZE
010060             INTO CNV-MSG-TEXT
010070         END-STRING
010080         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
010090             AFTER ADVANCING 1 LINE
010100     END-IF.
010110     PERFORM 5900-WRITE-MERGED
010120         THRU 5900-WRITE-MERGED-EXIT.
010130 5300-MERGE-FEEDER-ROW-EXIT.
010140     EXIT.
010150
010160 5900-WRITE-MERGED.
010170     ADD 1 TO CNV-MERGED-COUNT.
010180     MOVE CNV-MERGED-COUNT TO CNV-OUT-SEQ-NO.
010190     IF CNV-OUT-X-VALUE NUMERIC
010200         MOVE CNV-OUT-X-VALUE TO CNV-X-EDIT
010210         ADD CNV-X-EDIT TO CNV-MERGED-HASH
010220     END-IF.
010230     WRITE CNV-MERGED-RECORD FROM CNV-OUT-RECORD.
010240 5900-WRITE-MERGED-EXIT.
010250     EXIT.
010260
010270 6100-OPEN-FEEDER.
010280*        6100-6300: FEED FILE OPEN, READ AND CLOSE FOR THE
010290*        DEFINITION IN CNV-CUR - ONE DD PER FEED NUMBER.
010300     MOVE 'N' TO CNV-FEED-EOF-SW.
010310     EVALUATE CNV-DEF-FEED-NO (CNV-CUR)
010320         WHEN 1
010330             OPEN INPUT FEED-FILE-1
010340         WHEN 2
010350             OPEN INPUT FEED-FILE-2
010360         WHEN 3
010370             OPEN INPUT FEED-FILE-3
010380         WHEN 4
010390             OPEN INPUT FEED-FILE-4
010400     END-EVALUATE.
010410 6100-OPEN-FEEDER-EXIT.
010420     EXIT.
010430
010440 6200-READ-FEEDER.
010450     MOVE SPACES TO CNV-LINE.
010460     EVALUATE CNV-DEF-FEED-NO (CNV-CUR)
010470         WHEN 1
010480             READ FEED-FILE-1 INTO CNV-LINE
010490                 AT END MOVE 'Y' TO CNV-FEED-EOF-SW
010500             END-READ
010510         WHEN 2
010520             READ FEED-FILE-2 INTO CNV-LINE
010530                 AT END MOVE 'Y' TO CNV-FEED-EOF-SW
010540             END-READ
010550         WHEN 3
010560             READ FEED-FILE-3 INTO CNV-LINE
010570                 AT END MOVE 'Y' TO CNV-FEED-EOF-SW
010580             END-READ
010590         WHEN 4
010600             READ FEED-FILE-4 INTO CNV-LINE
010610                 AT END MOVE 'Y' TO CNV-FEED-EOF-SW
010620             END-READ
010630     END-EVALUATE.
010640     IF NOT CNV-FEED-EOF
010650         ADD 1 TO CNV-ROW-NO
010660         IF CNV-DEF-STATUS (CNV-CUR) = SPACE
010670             ADD 1 TO CNV-ROWS-READ
010680         END-IF
010690     END-IF.
010700 6200-READ-FEEDER-EXIT.
010710     EXIT.
010720
010730 6300-CLOSE-FEEDER.
010740     EVALUATE CNV-DEF-FEED-NO (CNV-CUR)
010750         WHEN 1
010760             CLOSE FEED-FILE-1
010770         WHEN 2
010780             CLOSE FEED-FILE-2
010790         WHEN 3
010800             CLOSE FEED-FILE-3
010810         WHEN 4
010820             CLOSE FEED-FILE-4
010830     END-EVALUATE.
010840 6300-CLOSE-FEEDER-EXIT.
010850     EXIT.
010860
010870 6400-SET-LINE-LENGTH.
010880*        LENGTH OF THE ROW LESS TRAILING SPACES - ZERO IS A BLANK
010890*        ROW.
010900     MOVE 200 TO CNV-LINE-LEN.
010910 6400-SET-LINE-LENGTH-LOOP.
010920     IF CNV-LINE-LEN = ZERO
010930         GO TO 6400-SET-LINE-LENGTH-EXIT
010940     END-IF.
010950     IF CNV-LINE (CNV-LINE-LEN:1) NOT = SPACE
010960         GO TO 6400-SET-LINE-LENGTH-EXIT
010970     END-IF.
010980     SUBTRACT 1 FROM CNV-LINE-LEN.
010990     GO TO 6400-SET-LINE-LENGTH-LOOP.
011000 6400-SET-LINE-LENGTH-EXIT.
011010     EXIT.
011020
011030 6500-SPLIT-LINE.
011040*        SPLIT THE ROW ON THE DEFINITION'S DELIMITER, UP TO 20
011050*        FIELDS.
011060     MOVE SPACES TO CNV-FIELD-TABLE.
011070     MOVE ZERO TO CNV-FIELD-COUNT.
011080     MOVE 1 TO CNV-PTR.
011090 6500-SPLIT-LINE-LOOP.
011100     IF CNV-PTR > CNV-LINE-LEN OR
011110        CNV-FIELD-COUNT >= 20
011120         GO TO 6500-SPLIT-LINE-EXIT
011130     END-IF.
011140     ADD 1 TO CNV-FIELD-COUNT.
011150     UNSTRING CNV-LINE (1:CNV-LINE-LEN)
011160         DELIMITED BY CNV-DEF-DELIM (CNV-CUR)
011170         INTO CNV-FIELD (CNV-FIELD-COUNT)
011180         WITH POINTER CNV-PTR
011190     END-UNSTRING.
011200     GO TO 6500-SPLIT-LINE-LOOP.
011210 6500-SPLIT-LINE-EXIT.
011220     EXIT.
011230
011240 6600-GET-FIELD.
011250*        FIELD CNV-FNO INTO CNV-FTEXT, LEFT-JUSTIFIED, WITH ANY
011260*        ENCLOSING QUOTES REMOVED.  A FIELD NOT ON THE ROW IS
011270*        SPACES.
011280     MOVE SPACES TO CNV-FTEXT.
011290     IF CNV-FNO = ZERO OR
011300        CNV-FNO > CNV-FIELD-COUNT
011310         GO TO 6600-GET-FIELD-EXIT
011320     END-IF.
011330     MOVE CNV-FIELD (CNV-FNO) TO CNV-FWORK.
011340     MOVE ZERO TO CNV-FPOS.
011350 6600-GET-FIELD-LOOP.
011360     ADD 1 TO CNV-FPOS.
011370     IF CNV-FPOS > 40
011380         GO TO 6600-GET-FIELD-EXIT
011390     END-IF.
011400     IF CNV-FWORK (CNV-FPOS:1) = SPACE
011410         GO TO 6600-GET-FIELD-LOOP
011420     END-IF.
011430     IF CNV-FWORK (CNV-FPOS:1) = '"' AND
011440        CNV-FPOS < 40
011450         MOVE CNV-FWORK (CNV-FPOS + 1:) TO CNV-FTEXT
011460         MOVE CNV-FTEXT TO CNV-FWORK
011470         INSPECT CNV-FWORK REPLACING ALL '"' BY SPACE
011480         MOVE ZERO TO CNV-FPOS
011490         GO TO 6600-GET-FIELD-LOOP
011500     END-IF.
011510     MOVE CNV-FWORK (CNV-FPOS:) TO CNV-FTEXT.
011520 6600-GET-FIELD-EXIT.
011530     EXIT.
011540
011550 6700-GET-NUMBER.
011560*        CNV-FTEXT AS A WHOLE NUMBER OF UP TO 10 DIGITS IN
011570*        CNV-FNUM.  ONLY DIGITS FOLLOWED BY SPACES ARE VALID - A
011580*        SIGN, DECIMAL POINT OR ANY OTHER CHARACTER IS NOT.
011590     MOVE 'N' TO CNV-NUM-VALID-SW.
011600     MOVE 'N' TO CNV-NUM-END-SW.
011610     MOVE ZERO TO CNV-FNUM.
011620     MOVE ZERO TO CNV-DIGITS.
011630     MOVE ZERO TO CNV-FPOS.
011640 6700-GET-NUMBER-LOOP.
011650     ADD 1 TO CNV-FPOS.
011660     IF CNV-FPOS > 40
011670         GO TO 6700-GET-NUMBER-DONE
011680     END-IF.
011690     IF CNV-FTEXT (CNV-FPOS:1) = SPACE
011700         MOVE 'Y' TO CNV-NUM-END-SW
011710         GO TO 6700-GET-NUMBER-LOOP
011720     END-IF.
011730     IF CNV-FTEXT (CNV-FPOS:1) NOT NUMERIC OR
011740        CNV-NUM-END OR
011750        CNV-DIGITS >= 10
011760         GO TO 6700-GET-NUMBER-EXIT
011770     END-IF.
011780     MOVE CNV-FTEXT (CNV-FPOS:1) TO CNV-DIGIT.
011790     COMPUTE CNV-FNUM = CNV-FNUM * 10 + CNV-DIGIT.
011800     ADD 1 TO CNV-DIGITS.
011810     GO TO 6700-GET-NUMBER-LOOP.
011820 6700-GET-NUMBER-DONE.
011830     IF CNV-DIGITS > ZERO
011840         MOVE 'Y' TO CNV-NUM-VALID-SW
011850     END-IF.
011860 6700-GET-NUMBER-EXIT.
011870     EXIT.
011880
011890 8000-FINALIZE.
011900     MOVE 'MERGED INPUT FOR IFTEDIT' TO CNV-SECT-TEXT.
011910     WRITE RPT-PRINT-LINE FROM CNV-SECT-LINE
011920         AFTER ADVANCING 2 LINES.
011930     IF CNV-FATAL
011940         MOVE 'NONE - RUN REFUSED, IFTEDIT WILL HOLD THE NIGHT'
011950             TO CNV-MSG-TEXT
011960         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
011970             AFTER ADVANCING 1 LINE
011980     ELSE
011990         MOVE SPACES TO CNV-MSG-TEXT
012000         STRING 'TRL999 BUSINESS DATE ' DELIMITED BY SIZE
012010                CNV-BUS-DATE DELIMITED BY SIZE
012020                '  CYCLE ' DELIMITED BY SIZE
012030                CNV-CYCLE DELIMITED BY SIZE
012040             INTO CNV-MSG-TEXT
012050         END-STRING
012060         WRITE RPT-PRINT-LINE FROM CNV-MSG-LINE
012070             AFTER ADVANCING 1 LINE
012080     END-IF.
012090     MOVE 'ROWS READ, ALL FILES' TO CNV-CNT-LABEL.
012100     MOVE CNV-ROWS-READ TO CNV-CNT-VALUE.
012110     WRITE RPT-PRINT-LINE FROM CNV-CNT-LINE
012120         AFTER ADVANCING 2 LINES.
012130     MOVE 'FEEDER FILES ACCEPTED' TO CNV-CNT-LABEL.
012140     MOVE CNV-ACCEPTED TO CNV-CNT-VALUE.
012150     WRITE RPT-PRINT-LINE FROM CNV-CNT-LINE
012160         AFTER ADVANCING 1 LINE.
012170     MOVE 'FEEDER FILES/DEFINITIONS REJECTED' TO CNV-CNT-LABEL.
012180     MOVE CNV-REJECTED TO CNV-CNT-VALUE.
012190     WRITE RPT-PRINT-LINE FROM CNV-CNT-LINE
012200         AFTER ADVANCING 1 LINE.
012210     MOVE 'DATA RECORDS MERGED' TO CNV-CNT-LABEL.
012220     MOVE CNV-MERGED-COUNT TO CNV-CNT-VALUE.
012230     WRITE RPT-PRINT-LINE FROM CNV-CNT-LINE
012240         AFTER ADVANCING 1 LINE.
012250     MOVE 'X-VALUE HASH ON TRAILER' TO CNV-CNT-LABEL.
012260     MOVE CNV-MERGED-HASH TO CNV-CNT-VALUE.
012270     WRITE RPT-PRINT-LINE FROM CNV-CNT-LINE
012280         AFTER ADVANCING 1 LINE.
012290     CLOSE REPORT-FILE.
012300     DISPLAY 'ICV0099I ROWS READ        = ' CNV-ROWS-READ.
012310     DISPLAY 'ICV0099I RECORDS MERGED   = ' CNV-MERGED-COUNT.
012320     DISPLAY 'ICV0099I FEEDERS REJECTED = ' CNV-REJECTED.
012330     EVALUATE TRUE
012340         WHEN CNV-FATAL
012350             MOVE 16 TO RETURN-CODE
012360             DISPLAY 'ICV0098E RETURN CODE 16 - NOTHING MERGED'
012370         WHEN CNV-REJECTED > ZERO
012380             MOVE 4 TO RETURN-CODE
012390             DISPLAY 'ICV0097W RETURN CODE 4 - FEEDER REJECTED'
012400         WHEN OTHER
012410             MOVE 0 TO RETURN-CODE
012420             DISPLAY 'ICV0001I MERGED INPUT BUILT'
012430     END-EVALUATE.
012440 8000-FINALIZE-EXIT.
012450     EXIT.
012460
012470 9000-WRITE-RUN-LOG.
012480*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
012490*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT, KEYED ON
012500*        THE BUSINESS DATE AND CYCLE OF THE TRAILER BUILT.  A
012510*        RERUN OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A
012520*        FATAL RUN (RC 16 - A RESENT OR UNBALANCED EXTRACT, OR
012530*        NOTHING TO MERGE) BUILT NO TRAILER: IT IS LOGGED UNDER
012540*        THE DAY IT RAN AT CYCLE 00 AND NEVER REPLACES A ROW
012550*        ALREADY THERE, SO IT CANNOT OVERWRITE THE ROW OF THE
012560*        NIGHT THAT RAN.  A LOG THAT CANNOT BE WRITTEN IS WARNED
012570*        ABOUT BUT NEVER CHANGES THE STEP'S RETURN CODE.
012580     OPEN I-O RUN-LOG-FILE.
012590     IF CNV-RLOG-STATUS NOT = '00'
012600         DISPLAY 'ICV0080W RUN LOG OPEN STATUS ' CNV-RLOG-STATUS
012610             ' - STEP NOT LOGGED'
012620         GO TO 9000-WRITE-RUN-LOG-EXIT
012630     END-IF.
012640     MOVE SPACES TO IFT-RLOG-RECORD.
012650     IF CNV-CYCLE > ZERO AND RETURN-CODE < 16
012660         MOVE CNV-BUS-DATE TO IFT-RLOG-RUN-DATE
012670         MOVE CNV-CYCLE TO IFT-RLOG-CYCLE-NO
012680     ELSE
012690         MOVE CNV-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
012700         MOVE ZERO TO IFT-RLOG-CYCLE-NO
012710     END-IF.
012720     MOVE 'IFTCNVT' TO IFT-RLOG-PROGRAM.
012730     MOVE CNV-RLOG-START-DATE TO IFT-RLOG-START-DATE.
012740     MOVE CNV-RLOG-START-TIME TO IFT-RLOG-START-TIME.
012750     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
012760     ACCEPT IFT-RLOG-END-TIME FROM TIME.
012770     MOVE CNV-ROWS-READ TO IFT-RLOG-IN-COUNT.
012780     MOVE CNV-MERGED-COUNT TO IFT-RLOG-OUT-COUNT.
012790     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
012800     WRITE IFT-RLOG-RECORD
012810         INVALID KEY
012820             IF RETURN-CODE < 16
012830                 REWRITE IFT-RLOG-RECORD
012840                     INVALID KEY
012850                         DISPLAY 'ICV0081W RUN LOG ROW NOT '
012860                             'WRITTEN - STATUS ' CNV-RLOG-STATUS
012870                 END-REWRITE
012880             ELSE
012890                 DISPLAY 'ICV0081W RUN LOG ROW NOT WRITTEN - '
012900                     'STATUS ' CNV-RLOG-STATUS
012910             END-IF
012920     END-WRITE.
012930     CLOSE RUN-LOG-FILE.
012940 9000-WRITE-RUN-LOG-EXIT.
012950     EXIT.
