000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IFTSMNT.
000030 AUTHOR. D. ORICM.
000040 INSTALLATION. DAILY BATCH PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 REMARKS.
000080*----------------------------------------------------------------
000090*   MAINTENANCE FOR THE FEEDER SOURCE MASTER (IFTSRCM.CPY).
000100*   IFTEDIT, IFTHEN, IFTRECON, IFTRECYC, IFTFEEDC AND IFTCHARG
000110*   ALL READ THE SOURCE MASTER, AND ONE BAD ACTIVE SWITCH
000120*   REFUSES A WHOLE NIGHT AT THE IFTEDIT FRONT DOOR, SO THE
000130*   DATASET IS NO LONGER HAND-EDITED.  AN OPERATIONS ANALYST
000140*   SUPPLIES TRANSACTIONS (IFTSTXN.CPY) ON SRCTXN TO ADD A
000150*   FEEDER, CHANGE ITS DEPARTMENT NAME, RE-ACTIVATE IT OR
000160*   INACTIVATE IT.  THE MASTER IS LOADED TO A TABLE, THE
000170*   TRANSACTIONS ARE APPLIED, AND THE WHOLE MASTER IS WRITTEN
000180*   TO THE SRCNEW DATASET FOR THE JOB TO COPY BACK ON A CLEAN
000190*   RETURN CODE (THE IFTMAINT PARMNEW PATTERN).  EVERY APPLIED
000200*   CHANGE APPENDS A HISTORY ROW (IFTSHIST.CPY) TO SHSTNEW.
000210*
000220*   AN INACTIVATION IS REFUSED WHILE ANYTHING ELSE IN THE JOB
000230*   STREAM STILL POINTS AT THE CODE: AN OUTSTANDING REJECT ON
000240*   THE REJECT FILE, AN ORIGINAL ALERT WITH NO ACKNOWLEDGMENT
000250*   ON THE ACK MASTER, A Y DAY FLAG ON ITS IFTFEEDC SCHEDULE
000260*   CARD, OR AN IFTASPLT ROUTING CARD.  REFUSED TRANSACTIONS
000270*   SET RETURN CODE 4; THE CHANGES THAT PASSED STILL LAND.
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
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SOURCE-MASTER-FILE ASSIGN TO SRCMAST
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT SRCM-TXN-FILE ASSIGN TO SRCTXN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT REJECT-FILE ASSIGN TO REJIN
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT ACK-FILE ASSIGN TO ACKIN
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT ALERT-FILE ASSIGN TO ALERTIN
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT SCHED-FILE ASSIGN TO SCHEDPRM
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT ROUTE-PARM-FILE ASSIGN TO ROUTEPRM
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT SRCM-NEW-FILE ASSIGN TO SRCNEW
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT SRCM-HIST-FILE ASSIGN TO SHSTNEW
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SOURCE-MASTER-FILE
000620     RECORDING MODE IS F.
000630     COPY IFTSRCM.
000640
000650 FD  SRCM-TXN-FILE
000660     RECORDING MODE IS F.
000670     COPY IFTSTXN.
000680
000690 FD  REJECT-FILE
000700     RECORDING MODE IS F.
000710     COPY IFTREJ.
000720
000730 FD  ACK-FILE
000740     RECORDING MODE IS F.
000750     COPY IFTACK.
000760
000770 FD  ALERT-FILE
000780     RECORDING MODE IS F.
000790     COPY IFTALERT.
000800
000810 FD  SCHED-FILE
000820     RECORDING MODE IS F.
000830     COPY IFTSCHED.
000840
000850 FD  ROUTE-PARM-FILE
000860     RECORDING MODE IS F.
000870     COPY IFTROUTE.
000880
000890 FD  SRCM-NEW-FILE
000900     RECORDING MODE IS F.
000910 01  SMN-SRCNEW-RECORD           PIC X(80).
000920
000930 FD  SRCM-HIST-FILE
000940     RECORDING MODE IS F.
000950     COPY IFTSHIST.
000960
000970 WORKING-STORAGE SECTION.
000980 01  SMN-SWITCHES.
000990     05  SMN-TXN-EOF-SW              PIC X(01) VALUE 'N'.
001000         88  SMN-TXN-EOF                 VALUE 'Y'.
001010     05  SMN-LOAD-FATAL-SW           PIC X(01) VALUE 'N'.
001020         88  SMN-LOAD-FATAL              VALUE 'Y'.
001030     05  SMN-ACK-FOUND-SW            PIC X(01) VALUE 'N'.
001040         88  SMN-ACK-FOUND               VALUE 'Y'.
001050
001060 01  SMN-RUN-DATE-TIME.
001070     05  SMN-RUN-DATE                PIC 9(08).
001080     05  SMN-RUN-TIME                PIC 9(08).
001090
001100*        THE WHOLE SOURCE MASTER IS HELD HERE WHILE THE
001110*        TRANSACTIONS ARE APPLIED, THEN REWRITTEN AT END OF
001120*        RUN.  THE GUARD COUNTS ARE TALLIED UP FRONT FROM THE
001130*        REJECT, ALERT, SCHEDULE AND ROUTING FILES SO AN
001140*        INACTIVATION CAN BE CHECKED WITHOUT ANOTHER PASS.
001150 01  SMN-SOURCE-TABLE.
001160     05  SMN-SOURCE-ENTRY OCCURS 50 TIMES.
001170         10  SMN-TAB-SOURCE          PIC X(03).
001180         10  SMN-TAB-NAME            PIC X(30).
001190         10  SMN-TAB-ACTIVE-SW       PIC X(01).
001200         10  SMN-TAB-REJECTS         PIC 9(06).
001210         10  SMN-TAB-UNACKED         PIC 9(06).
001220         10  SMN-TAB-SCHED-SW        PIC X(01).
001230         10  SMN-TAB-ROUTE-SW        PIC X(01).
001240
001250 77  SMN-SOURCE-COUNT            PIC 9(02) VALUE ZERO COMP.
001260 77  SMN-SUB                     PIC 9(02) VALUE ZERO COMP.
001270 77  SMN-HIT                     PIC 9(02) VALUE ZERO COMP.
001280 77  SMN-DAY-SUB                 PIC 9(01) VALUE ZERO COMP.
001290 01  SMN-FIND-SOURCE             PIC X(03) VALUE SPACES.
001300
001310*        ACKNOWLEDGMENTS ARE LOADED UP FRONT SO THE ALERT FILE
001320*        CAN BE MATCHED IN ONE PASS (THE IFTRECON ACK TABLE).
001330 01  SMN-ACK-TABLE.
001340     05  SMN-ACK-ENTRY OCCURS 5000 TIMES.
001350         10  SMN-ACK-SEQ-NO          PIC 9(06).
001360         10  SMN-ACK-RUN-DATE        PIC 9(08).
001370
001380 77  SMN-ACK-COUNT               PIC 9(04) VALUE ZERO COMP.
001390 77  SMN-ACK-SUB                 PIC 9(04) VALUE ZERO COMP.
001400 77  SMN-TXNS-READ               PIC 9(04) VALUE ZERO COMP.
001410 77  SMN-CHANGES-APPLIED         PIC 9(04) VALUE ZERO COMP.
001420 77  SMN-TXNS-REFUSED            PIC 9(04) VALUE ZERO COMP.
001430
001440 01  SMN-HIST-WORK.
001450     05  SMN-HIST-FUNCTION           PIC X(01).
001460     05  SMN-HIST-OLD-VALUE          PIC X(30).
001470     05  SMN-HIST-NEW-VALUE          PIC X(30).
001480
001490*        OUTPUT IMAGE FOR THE REBUILT SOURCE MASTER - MUST
001500*        MIRROR IFTSRCM.CPY FIELD FOR FIELD (THE FD RECORD AREA
001510*        BELONGS TO THE INPUT FILE, WHICH IS CLOSED BY THEN).
001520 01  SMN-SRCM-OUT.
001530     05  SMN-OUT-SOURCE-CODE         PIC X(03).
001540     05  SMN-OUT-DEPT-NAME           PIC X(30).
001550     05  SMN-OUT-ACTIVE-SW           PIC X(01).
001560     05  FILLER                      PIC X(46).
001570
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE
001610         THRU 1000-INITIALIZE-EXIT.
001620     PERFORM 2000-APPLY-TRANSACTION
001630         THRU 2000-APPLY-TRANSACTION-EXIT
001640         UNTIL SMN-TXN-EOF.
001650     PERFORM 8000-FINALIZE
001660         THRU 8000-FINALIZE-EXIT.
001670     GOBACK.
001680
001690 1000-INITIALIZE.
001700     ACCEPT SMN-RUN-DATE FROM DATE YYYYMMDD.
001710     ACCEPT SMN-RUN-TIME FROM TIME.
001720     OPEN INPUT SOURCE-MASTER-FILE.
001730     PERFORM 1100-LOAD-SOURCES
001740         THRU 1100-LOAD-SOURCES-EXIT.
001750     CLOSE SOURCE-MASTER-FILE.
001760     IF NOT SMN-LOAD-FATAL
001770         OPEN INPUT ACK-FILE
001780         PERFORM 1200-LOAD-ACKS
001790             THRU 1200-LOAD-ACKS-EXIT
001800         CLOSE ACK-FILE
001810     END-IF.
001820     IF SMN-LOAD-FATAL
001830         DISPLAY 'ISM0092E RETURN CODE 8 - NOTHING PROCESSED'
001840         MOVE 8 TO RETURN-CODE
001850         GOBACK
001860     END-IF.
001870     DISPLAY 'ISM0001I SOURCE RECORDS LOADED = ' SMN-SOURCE-COUNT.
001880     DISPLAY 'ISM0002I ACKNOWLEDGMENTS LOADED = ' SMN-ACK-COUNT.
001890     PERFORM 1300-TALLY-REJECTS
001900         THRU 1300-TALLY-REJECTS-EXIT.
001910     PERFORM 1400-TALLY-UNACKED
001920         THRU 1400-TALLY-UNACKED-EXIT.
001930     PERFORM 1500-SCAN-SCHEDULE
001940         THRU 1500-SCAN-SCHEDULE-EXIT.
001950     PERFORM 1600-SCAN-ROUTES
001960         THRU 1600-SCAN-ROUTES-EXIT.
001970     OPEN INPUT SRCM-TXN-FILE.
001980     OPEN OUTPUT SRCM-HIST-FILE.
001990     PERFORM 1900-READ-TRANSACTION
002000         THRU 1900-READ-TRANSACTION-EXIT.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030
002040 1100-LOAD-SOURCES.
002050     READ SOURCE-MASTER-FILE
002060         AT END GO TO 1100-LOAD-SOURCES-EXIT
002070     END-READ.
002080     IF SMN-SOURCE-COUNT >= 50
002090         DISPLAY 'ISM0093E MORE THAN 50 SOURCE MASTER RECORDS -'
002100             ' RUN STOPPED'
002110         MOVE 'Y' TO SMN-LOAD-FATAL-SW
002120         GO TO 1100-LOAD-SOURCES-EXIT
002130     END-IF.
002140     ADD 1 TO SMN-SOURCE-COUNT.
002150     MOVE IFT-SRCM-SOURCE-CODE
002160         TO SMN-TAB-SOURCE (SMN-SOURCE-COUNT).
002170     MOVE IFT-SRCM-DEPT-NAME TO SMN-TAB-NAME (SMN-SOURCE-COUNT).
002180     MOVE IFT-SRCM-ACTIVE-SW
002190         TO SMN-TAB-ACTIVE-SW (SMN-SOURCE-COUNT).
002200     MOVE ZERO TO SMN-TAB-REJECTS (SMN-SOURCE-COUNT).
002210     MOVE ZERO TO SMN-TAB-UNACKED (SMN-SOURCE-COUNT).
002220     MOVE 'N' TO SMN-TAB-SCHED-SW (SMN-SOURCE-COUNT).
002230     MOVE 'N' TO SMN-TAB-ROUTE-SW (SMN-SOURCE-COUNT).
002240     GO TO 1100-LOAD-SOURCES.
002250 1100-LOAD-SOURCES-EXIT.
002260     EXIT.
002270
002280 1200-LOAD-ACKS.
002290*        AN OVERFLOWING ACK TABLE WOULD SHOW ACKNOWLEDGED ALERTS
002300*        AS OPEN AND REFUSE GOOD INACTIVATIONS - STOP INSTEAD.
002310     READ ACK-FILE
002320         AT END GO TO 1200-LOAD-ACKS-EXIT
002330     END-READ.
002340     IF SMN-ACK-COUNT >= 5000
002350         DISPLAY 'ISM0094E MORE THAN 5000 ACKS - RUN STOPPED'
002360         MOVE 'Y' TO SMN-LOAD-FATAL-SW
002370         GO TO 1200-LOAD-ACKS-EXIT
002380     END-IF.
002390     ADD 1 TO SMN-ACK-COUNT.
002400     MOVE IFT-ACK-SEQ-NO TO SMN-ACK-SEQ-NO (SMN-ACK-COUNT).
002410     MOVE IFT-ACK-RUN-DATE TO SMN-ACK-RUN-DATE (SMN-ACK-COUNT).
002420     GO TO 1200-LOAD-ACKS.
002430 1200-LOAD-ACKS-EXIT.
002440     EXIT.
002450
002460 1300-TALLY-REJECTS.
002470*        EVERY ROW ON THE LIVE REJECT FILE IS OUTSTANDING -
002480*        IFTRECYC COPIES BACK ONLY THE REJECTS NOT YET REPAIRED.
002490     OPEN INPUT REJECT-FILE.
002500 1300-TALLY-REJECTS-LOOP.
002510     READ REJECT-FILE
002520         AT END GO TO 1300-TALLY-REJECTS-DONE
002530     END-READ.
002540     MOVE IFT-REJECT-SOURCE-CODE TO SMN-FIND-SOURCE.
002550     PERFORM 2900-FIND-SOURCE
002560         THRU 2900-FIND-SOURCE-EXIT.
002570     IF SMN-HIT > ZERO
002580         ADD 1 TO SMN-TAB-REJECTS (SMN-HIT)
002590     END-IF.
002600     GO TO 1300-TALLY-REJECTS-LOOP.
002610 1300-TALLY-REJECTS-DONE.
002620     CLOSE REJECT-FILE.
002630 1300-TALLY-REJECTS-EXIT.
002640     EXIT.
002650
002660 1400-TALLY-UNACKED.
002670*        ONLY ORIGINAL ALERTS ARE AGED - AN IFTESCAL RE-ISSUE
002680*        (ESC FLAG Y) IS ANSWERED BY ITS ORIGINAL'S ACK.
002690     OPEN INPUT ALERT-FILE.
002700 1400-TALLY-UNACKED-LOOP.
002710     READ ALERT-FILE
002720         AT END GO TO 1400-TALLY-UNACKED-DONE
002730     END-READ.
002740     IF IFT-ALERT-REISSUED
002750         GO TO 1400-TALLY-UNACKED-LOOP
002760     END-IF.
002770     PERFORM 1450-FIND-ACK
002780         THRU 1450-FIND-ACK-EXIT.
002790     IF SMN-ACK-FOUND
002800         GO TO 1400-TALLY-UNACKED-LOOP
002810     END-IF.
002820     MOVE IFT-ALERT-SOURCE-CODE TO SMN-FIND-SOURCE.
002830     PERFORM 2900-FIND-SOURCE
002840         THRU 2900-FIND-SOURCE-EXIT.
002850     IF SMN-HIT > ZERO
002860         ADD 1 TO SMN-TAB-UNACKED (SMN-HIT)
002870     END-IF.
002880     GO TO 1400-TALLY-UNACKED-LOOP.
002890 1400-TALLY-UNACKED-DONE.
002900     CLOSE ALERT-FILE.
002910 1400-TALLY-UNACKED-EXIT.
002920     EXIT.
002930
002940 1450-FIND-ACK.
002950     MOVE 'N' TO SMN-ACK-FOUND-SW.
002960     MOVE ZERO TO SMN-ACK-SUB.
002970 1450-FIND-ACK-LOOP.
002980     ADD 1 TO SMN-ACK-SUB.
002990     IF SMN-ACK-SUB > SMN-ACK-COUNT
003000         GO TO 1450-FIND-ACK-EXIT
003010     END-IF.
003020     IF SMN-ACK-SEQ-NO (SMN-ACK-SUB) = IFT-ALERT-SEQ-NO AND
003030        SMN-ACK-RUN-DATE (SMN-ACK-SUB) = IFT-ALERT-RUN-DATE
003040         MOVE 'Y' TO SMN-ACK-FOUND-SW
003050         GO TO 1450-FIND-ACK-EXIT
003060     END-IF.
003070     GO TO 1450-FIND-ACK-LOOP.
003080 1450-FIND-ACK-EXIT.
003090     EXIT.
003100
003110 1500-SCAN-SCHEDULE.
003120*        A SCHEDULE CARD WITH EVERY DAY FLAG OFF IS HARMLESS -
003130*        IFTFEEDC NEVER EXPECTS THE SOURCE - SO ONLY A Y FLAG
003140*        HOLDS THE INACTIVATION.
003150     OPEN INPUT SCHED-FILE.
003160 1500-SCAN-SCHEDULE-LOOP.
003170     READ SCHED-FILE
003180         AT END GO TO 1500-SCAN-SCHEDULE-DONE
003190     END-READ.
003200     MOVE IFT-SCHED-SOURCE-CODE TO SMN-FIND-SOURCE.
003210     PERFORM 2900-FIND-SOURCE
003220         THRU 2900-FIND-SOURCE-EXIT.
003230     IF SMN-HIT = ZERO
003240         GO TO 1500-SCAN-SCHEDULE-LOOP
003250     END-IF.
003260     MOVE ZERO TO SMN-DAY-SUB.
003270 1500-SCAN-SCHEDULE-FLAGS.
003280     ADD 1 TO SMN-DAY-SUB.
003290     IF SMN-DAY-SUB > 7
003300         GO TO 1500-SCAN-SCHEDULE-LOOP
003310     END-IF.
003320     IF IFT-SCHED-DAY-FLAG (SMN-DAY-SUB) = 'Y'
003330         MOVE 'Y' TO SMN-TAB-SCHED-SW (SMN-HIT)
003340         GO TO 1500-SCAN-SCHEDULE-LOOP
003350     END-IF.
003360     GO TO 1500-SCAN-SCHEDULE-FLAGS.
003370 1500-SCAN-SCHEDULE-DONE.
003380     CLOSE SCHED-FILE.
003390 1500-SCAN-SCHEDULE-EXIT.
003400     EXIT.
003410
003420 1600-SCAN-ROUTES.
003430     OPEN INPUT ROUTE-PARM-FILE.
003440 1600-SCAN-ROUTES-LOOP.
003450     READ ROUTE-PARM-FILE
003460         AT END GO TO 1600-SCAN-ROUTES-DONE
003470     END-READ.
003480     MOVE IFT-ROUTE-SOURCE-CODE TO SMN-FIND-SOURCE.
003490     PERFORM 2900-FIND-SOURCE
003500         THRU 2900-FIND-SOURCE-EXIT.
003510     IF SMN-HIT > ZERO
003520         MOVE 'Y' TO SMN-TAB-ROUTE-SW (SMN-HIT)
003530     END-IF.
003540     GO TO 1600-SCAN-ROUTES-LOOP.
003550 1600-SCAN-ROUTES-DONE.
003560     CLOSE ROUTE-PARM-FILE.
003570 1600-SCAN-ROUTES-EXIT.
003580     EXIT.
003590
003600 1900-READ-TRANSACTION.
003610     READ SRCM-TXN-FILE
003620         AT END
003630             MOVE 'Y' TO SMN-TXN-EOF-SW
003640     END-READ.
003650     IF NOT SMN-TXN-EOF
003660         ADD 1 TO SMN-TXNS-READ
003670     END-IF.
003680 1900-READ-TRANSACTION-EXIT.
003690     EXIT.
003700
003710 2000-APPLY-TRANSACTION.
003720     IF IFT-STXN-SOURCE-CODE = SPACES
003730         DISPLAY 'ISM0097E BLANK SOURCE CODE - REFUSED'
003740         PERFORM 2800-REFUSE
003750             THRU 2800-REFUSE-EXIT
003760         GO TO 2000-APPLY-TRANSACTION-READ
003770     END-IF.
003780     MOVE IFT-STXN-SOURCE-CODE TO SMN-FIND-SOURCE.
003790     PERFORM 2900-FIND-SOURCE
003800         THRU 2900-FIND-SOURCE-EXIT.
003810     EVALUATE TRUE
003820         WHEN IFT-STXN-ADD
003830             PERFORM 2100-ADD-SOURCE
003840                 THRU 2100-ADD-SOURCE-EXIT
003850         WHEN IFT-STXN-CHANGE-NAME
003860             PERFORM 2200-CHANGE-NAME
003870                 THRU 2200-CHANGE-NAME-EXIT
003880         WHEN IFT-STXN-ACTIVATE
003890             PERFORM 2300-ACTIVATE
003900                 THRU 2300-ACTIVATE-EXIT
003910         WHEN IFT-STXN-INACTIVATE
003920             PERFORM 2400-INACTIVATE
003930                 THRU 2400-INACTIVATE-EXIT
003940         WHEN OTHER
003950             DISPLAY 'ISM0099E UNKNOWN FUNCTION CODE FOR '
003960                 IFT-STXN-SOURCE-CODE ' - REFUSED'
003970             PERFORM 2800-REFUSE
003980                 THRU 2800-REFUSE-EXIT
003990     END-EVALUATE.
004000 2000-APPLY-TRANSACTION-READ.
004010     PERFORM 1900-READ-TRANSACTION
004020         THRU 1900-READ-TRANSACTION-EXIT.
004030 2000-APPLY-TRANSACTION-EXIT.
004040     EXIT.
004050
004060 2100-ADD-SOURCE.
004070     IF SMN-HIT > ZERO
004080         DISPLAY 'ISM0097E SOURCE ' IFT-STXN-SOURCE-CODE
004090             ' ALREADY ON MASTER - ADD REFUSED'
004100         PERFORM 2800-REFUSE
004110             THRU 2800-REFUSE-EXIT
004120         GO TO 2100-ADD-SOURCE-EXIT
004130     END-IF.
004140     IF IFT-STXN-DEPT-NAME = SPACES
004150         DISPLAY 'ISM0097E NO DEPARTMENT NAME FOR '
004160             IFT-STXN-SOURCE-CODE ' - ADD REFUSED'
004170         PERFORM 2800-REFUSE
004180             THRU 2800-REFUSE-EXIT
004190         GO TO 2100-ADD-SOURCE-EXIT
004200     END-IF.
004210     IF SMN-SOURCE-COUNT >= 50
004220         DISPLAY 'ISM0093E SOURCE TABLE FULL - ADD OF '
004230             IFT-STXN-SOURCE-CODE ' IGNORED'
004240         MOVE 8 TO RETURN-CODE
004250         GO TO 2100-ADD-SOURCE-EXIT
004260     END-IF.
004270     ADD 1 TO SMN-SOURCE-COUNT.
004280     MOVE SMN-SOURCE-COUNT TO SMN-HIT.
004290     MOVE IFT-STXN-SOURCE-CODE TO SMN-TAB-SOURCE (SMN-HIT).
004300     MOVE IFT-STXN-DEPT-NAME TO SMN-TAB-NAME (SMN-HIT).
004310     MOVE 'A' TO SMN-TAB-ACTIVE-SW (SMN-HIT).
004320     MOVE ZERO TO SMN-TAB-REJECTS (SMN-HIT).
004330     MOVE ZERO TO SMN-TAB-UNACKED (SMN-HIT).
004340     MOVE 'N' TO SMN-TAB-SCHED-SW (SMN-HIT).
004350     MOVE 'N' TO SMN-TAB-ROUTE-SW (SMN-HIT).
004360     MOVE 'A' TO SMN-HIST-FUNCTION.
004370     MOVE SPACES TO SMN-HIST-OLD-VALUE.
004380     MOVE SMN-TAB-NAME (SMN-HIT) TO SMN-HIST-NEW-VALUE.
004390     PERFORM 2700-WRITE-HISTORY
004400         THRU 2700-WRITE-HISTORY-EXIT.
004410     DISPLAY 'ISM0010I SOURCE ADDED          = '
004420         SMN-TAB-SOURCE (SMN-HIT) ' ' SMN-TAB-NAME (SMN-HIT).
004430 2100-ADD-SOURCE-EXIT.
004440     EXIT.
004450
004460 2200-CHANGE-NAME.
004470     IF SMN-HIT = ZERO
004480         DISPLAY 'ISM0097E SOURCE ' IFT-STXN-SOURCE-CODE
004490             ' NOT ON MASTER - NAME CHANGE REFUSED'
004500         PERFORM 2800-REFUSE
004510             THRU 2800-REFUSE-EXIT
004520         GO TO 2200-CHANGE-NAME-EXIT
004530     END-IF.
004540     IF IFT-STXN-DEPT-NAME = SPACES
004550         DISPLAY 'ISM0097E NO DEPARTMENT NAME FOR '
004560             IFT-STXN-SOURCE-CODE ' - NAME CHANGE REFUSED'
004570         PERFORM 2800-REFUSE
004580             THRU 2800-REFUSE-EXIT
004590         GO TO 2200-CHANGE-NAME-EXIT
004600     END-IF.
004610     MOVE 'N' TO SMN-HIST-FUNCTION.
004620     MOVE SMN-TAB-NAME (SMN-HIT) TO SMN-HIST-OLD-VALUE.
004630     MOVE IFT-STXN-DEPT-NAME TO SMN-TAB-NAME (SMN-HIT).
004640     MOVE SMN-TAB-NAME (SMN-HIT) TO SMN-HIST-NEW-VALUE.
004650     PERFORM 2700-WRITE-HISTORY
004660         THRU 2700-WRITE-HISTORY-EXIT.
004670     DISPLAY 'ISM0011I DEPARTMENT NAME NOW   = '
004680         SMN-TAB-SOURCE (SMN-HIT) ' ' SMN-TAB-NAME (SMN-HIT).
004690 2200-CHANGE-NAME-EXIT.
004700     EXIT.
004710
004720 2300-ACTIVATE.
004730     IF SMN-HIT = ZERO
004740         DISPLAY 'ISM0097E SOURCE ' IFT-STXN-SOURCE-CODE
004750             ' NOT ON MASTER - ACTIVATE REFUSED'
004760         PERFORM 2800-REFUSE
004770             THRU 2800-REFUSE-EXIT
004780         GO TO 2300-ACTIVATE-EXIT
004790     END-IF.
004800     IF SMN-TAB-ACTIVE-SW (SMN-HIT) = 'A'
004810         DISPLAY 'ISM0095W SOURCE ' IFT-STXN-SOURCE-CODE
004820             ' ALREADY ACTIVE - NO CHANGE'
004830         GO TO 2300-ACTIVATE-EXIT
004840     END-IF.
004850     MOVE 'R' TO SMN-HIST-FUNCTION.
004860     MOVE SMN-TAB-ACTIVE-SW (SMN-HIT) TO SMN-HIST-OLD-VALUE.
004870     MOVE 'A' TO SMN-TAB-ACTIVE-SW (SMN-HIT).
004880     MOVE SMN-TAB-ACTIVE-SW (SMN-HIT) TO SMN-HIST-NEW-VALUE.
004890     PERFORM 2700-WRITE-HISTORY
004900         THRU 2700-WRITE-HISTORY-EXIT.
004910     DISPLAY 'ISM0012I SOURCE RE-ACTIVATED   = '
004920         SMN-TAB-SOURCE (SMN-HIT).
004930 2300-ACTIVATE-EXIT.
004940     EXIT.
004950
004960 2400-INACTIVATE.
004970     IF SMN-HIT = ZERO
004980         DISPLAY 'ISM0097E SOURCE ' IFT-STXN-SOURCE-CODE
004990             ' NOT ON MASTER - INACTIVATE REFUSED'
005000         PERFORM 2800-REFUSE
005010             THRU 2800-REFUSE-EXIT
005020         GO TO 2400-INACTIVATE-EXIT
005030     END-IF.
005040     IF SMN-TAB-ACTIVE-SW (SMN-HIT) = 'I'
005050         DISPLAY 'ISM0095W SOURCE ' IFT-STXN-SOURCE-CODE
005060             ' ALREADY INACTIVE - NO CHANGE'
005070         GO TO 2400-INACTIVATE-EXIT
005080     END-IF.
005090*        EVERY HOLD IS REPORTED, NOT JUST THE FIRST, SO THE
005100*        ANALYST CAN CLEAR THEM ALL BEFORE RESUBMITTING.
005110     IF SMN-TAB-REJECTS (SMN-HIT) > ZERO
005120         DISPLAY 'ISM0020W SOURCE ' IFT-STXN-SOURCE-CODE
005130             ' HAS ' SMN-TAB-REJECTS (SMN-HIT)
005140             ' OUTSTANDING REJECTS'
005150     END-IF.
005160     IF SMN-TAB-UNACKED (SMN-HIT) > ZERO
005170         DISPLAY 'ISM0021W SOURCE ' IFT-STXN-SOURCE-CODE
005180             ' HAS ' SMN-TAB-UNACKED (SMN-HIT)
005190             ' UNACKNOWLEDGED ALERTS'
005200     END-IF.
005210     IF SMN-TAB-SCHED-SW (SMN-HIT) = 'Y'
005220         DISPLAY 'ISM0022W SOURCE ' IFT-STXN-SOURCE-CODE
005230             ' IS STILL SCHEDULED ON SCHEDPRM'
005240     END-IF.
005250     IF SMN-TAB-ROUTE-SW (SMN-HIT) = 'Y'
005260         DISPLAY 'ISM0023W SOURCE ' IFT-STXN-SOURCE-CODE
005270             ' STILL HAS A ROUTING CARD ON ROUTEPRM'
005280     END-IF.
005290     IF SMN-TAB-REJECTS (SMN-HIT) > ZERO OR
005300        SMN-TAB-UNACKED (SMN-HIT) > ZERO OR
005310        SMN-TAB-SCHED-SW (SMN-HIT) = 'Y' OR
005320        SMN-TAB-ROUTE-SW (SMN-HIT) = 'Y'
005330         DISPLAY 'ISM0096E SOURCE ' IFT-STXN-SOURCE-CODE
005340             ' STILL IN USE - INACTIVATE REFUSED'
005350         PERFORM 2800-REFUSE
005360             THRU 2800-REFUSE-EXIT
005370         GO TO 2400-INACTIVATE-EXIT
005380     END-IF.
005390     MOVE 'I' TO SMN-HIST-FUNCTION.
005400     MOVE SMN-TAB-ACTIVE-SW (SMN-HIT) TO SMN-HIST-OLD-VALUE.
005410     MOVE 'I' TO SMN-TAB-ACTIVE-SW (SMN-HIT).
005420     MOVE SMN-TAB-ACTIVE-SW (SMN-HIT) TO SMN-HIST-NEW-VALUE.
005430     PERFORM 2700-WRITE-HISTORY
005440         THRU 2700-WRITE-HISTORY-EXIT.
005450     DISPLAY 'ISM0013I SOURCE INACTIVATED    = '
005460         SMN-TAB-SOURCE (SMN-HIT).
005470 2400-INACTIVATE-EXIT.
005480     EXIT.
005490
005500 2700-WRITE-HISTORY.
005510     MOVE SPACES TO IFT-SHIST-RECORD.
005520     MOVE SMN-HIST-FUNCTION TO IFT-SHIST-FUNCTION.
005530     MOVE SMN-TAB-SOURCE (SMN-HIT) TO IFT-SHIST-SOURCE-CODE.
005540     MOVE SMN-HIST-OLD-VALUE TO IFT-SHIST-OLD-VALUE.
005550     MOVE SMN-HIST-NEW-VALUE TO IFT-SHIST-NEW-VALUE.
005560     MOVE SMN-RUN-DATE TO IFT-SHIST-CHG-DATE.
005570     MOVE SMN-RUN-TIME TO IFT-SHIST-CHG-TIME.
005580     WRITE IFT-SHIST-RECORD.
005590     ADD 1 TO SMN-CHANGES-APPLIED.
005600 2700-WRITE-HISTORY-EXIT.
005610     EXIT.
005620
005630 2800-REFUSE.
005640     ADD 1 TO SMN-TXNS-REFUSED.
005650     IF RETURN-CODE < 4
005660         MOVE 4 TO RETURN-CODE
005670     END-IF.
005680 2800-REFUSE-EXIT.
005690     EXIT.
005700
005710 2900-FIND-SOURCE.
005720     MOVE ZERO TO SMN-HIT.
005730     MOVE ZERO TO SMN-SUB.
005740 2900-FIND-SOURCE-LOOP.
005750     ADD 1 TO SMN-SUB.
005760     IF SMN-SUB > SMN-SOURCE-COUNT
005770         GO TO 2900-FIND-SOURCE-EXIT
005780     END-IF.
005790     IF SMN-TAB-SOURCE (SMN-SUB) = SMN-FIND-SOURCE
005800         MOVE SMN-SUB TO SMN-HIT
005810         GO TO 2900-FIND-SOURCE-EXIT
005820     END-IF.
005830     GO TO 2900-FIND-SOURCE-LOOP.
005840 2900-FIND-SOURCE-EXIT.
005850     EXIT.
005860
005870 8000-FINALIZE.
005880     CLOSE SRCM-TXN-FILE.
005890     CLOSE SRCM-HIST-FILE.
005900     OPEN OUTPUT SRCM-NEW-FILE.
005910     MOVE ZERO TO SMN-SUB.
005920     PERFORM 8100-WRITE-SOURCES
005930         THRU 8100-WRITE-SOURCES-EXIT.
005940     CLOSE SRCM-NEW-FILE.
005950     DISPLAY 'ISM0098I SRCNEW WRITTEN - RECORDS     = '
005960         SMN-SOURCE-COUNT.
005970     DISPLAY 'ISM0098I TRANSACTIONS READ           = '
005980         SMN-TXNS-READ.
005990     DISPLAY 'ISM0098I CHANGES APPLIED             = '
006000         SMN-CHANGES-APPLIED.
006010     DISPLAY 'ISM0098I TRANSACTIONS REFUSED        = '
006020         SMN-TXNS-REFUSED.
006030     IF SMN-TXNS-REFUSED > ZERO AND RETURN-CODE = 4
006040         DISPLAY 'ISM0091W RETURN CODE 4 - TRANSACTIONS REFUSED'
006050     END-IF.
006060 8000-FINALIZE-EXIT.
006070     EXIT.
006080
006090 8100-WRITE-SOURCES.
006100     ADD 1 TO SMN-SUB.
006110     IF SMN-SUB > SMN-SOURCE-COUNT
006120         GO TO 8100-WRITE-SOURCES-EXIT
006130     END-IF.
006140     MOVE SPACES TO SMN-SRCM-OUT.
006150     MOVE SMN-TAB-SOURCE (SMN-SUB) TO SMN-OUT-SOURCE-CODE.
006160     MOVE SMN-TAB-NAME (SMN-SUB) TO SMN-OUT-DEPT-NAME.
006170     MOVE SMN-TAB-ACTIVE-SW (SMN-SUB) TO SMN-OUT-ACTIVE-SW.
006180     WRITE SMN-SRCNEW-RECORD FROM SMN-SRCM-OUT.
006190     GO TO 8100-WRITE-SOURCES.
006200 8100-WRITE-SOURCES-EXIT.
006210     EXIT.
