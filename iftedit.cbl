0024Z5*                    BEHIND THE FILE'S OWN CYCLE SO A RESEND OF
0024Z6*                    THAT FILE WOULD HAVE PASSED THE CHECK AND
0024Z7*                    BEEN EVALUATED, ALERTED AND BILLED TWICE.
0024Z8*   10/15/2026 DCM   EACH RUN NOW WRITES A RUN-CONTROL ROW (START
0024Z9*                    AND END TIME, RECORDS IN AND OUT, RETURN
0024ZA*                    CODE) TO THE SHARED RUN LOG (IFTRLOG.CPY) FOR
0024ZB*                    THE IFTBWIN BATCH-WINDOW REPORT.
0024ZC*   10/15/2026 DCM   A REFUSED RUN (RC 16) IS LOGGED UNDER THE
0024ZD*                    DAY IT RAN AT CYCLE 00 AND NEVER REPLACES AN
0024ZE*                    EXISTING RUN LOG ROW, SO A RESEND CANNOT
0024ZF*                    OVERWRITE THE ROW OF THE NIGHT THAT RAN.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT REPORT-FILE ASSIGN TO RPTFILE
000390         ORGANIZATION IS SEQUENTIAL.
000391     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000393         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS RANDOM
000396         RECORD KEY IS IFT-RLOG-KEY
000398         FILE STATUS IS EDT-RLOG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000520     RECORDING MODE IS F.
000530 01  RPT-PRINT-LINE              PIC X(132).
000540
000542 FD  RUN-LOG-FILE
000544     RECORDING MODE IS F.
000546     COPY IFTRLOG.
000548
000550 WORKING-STORAGE SECTION.
000560 01  EDT-SWITCHES.
000570     05  EDT-INPUT-EOF-SW            PIC X(01) VALUE 'N'.
000830         10  EDT-TOT-LABEL           PIC X(26).
000840         10  EDT-TOT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.
000850
000851*        RUN LOG ROW - START STAMP TAKEN AS THE STEP BEGINS.
000853 01  EDT-RLOG-STATUS             PIC X(02) VALUE '00'.
000855 01  EDT-RLOG-START-DATE         PIC 9(08) VALUE ZERO.
000856 01  EDT-RLOG-START-TIME         PIC 9(08) VALUE ZERO.
000858
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000873     ACCEPT EDT-RLOG-START-DATE FROM DATE YYYYMMDD.
000876     ACCEPT EDT-RLOG-START-TIME FROM TIME.
000880     PERFORM 1000-INITIALIZE
000890         THRU 1000-INITIALIZE-EXIT.
000900     PERFORM 2000-EDIT-ONE-RECORD
000920         UNTIL EDT-INPUT-EOF.
000930     PERFORM 8000-FINALIZE
000940         THRU 8000-FINALIZE-EXIT.
000943     PERFORM 9000-WRITE-RUN-LOG
000946         THRU 9000-WRITE-RUN-LOG-EXIT.
000950     GOBACK.
000960
000970 1000-INITIALIZE.
002590     END-IF.
002600 8100-BALANCE-TRAILER-EXIT.
002610     EXIT.
002620
002630 9000-WRITE-RUN-LOG.
002640*        ONE ROW PER STEP RUN ON THE SHARED RUN LOG (IFTRLOG.CPY),
002650*        READ BY THE IFTBWIN MORNING BATCH-WINDOW REPORT.  A RERUN
002660*        OF THE STEP FOR THE SAME RUN REPLACES ITS ROW.  A REFUSED
002670*        RUN (RC 16 - A RESEND, OR NO USABLE TRAILER) PROCESSED
002680*        NOTHING FOR THE TRAILER'S DATE AND CYCLE: IT IS LOGGED
002690*        UNDER THE DAY IT RAN AT CYCLE 00 AND NEVER REPLACES A ROW
002700*        ALREADY THERE, SO IT CANNOT OVERWRITE THE ROW OF THE
002710*        NIGHT THAT RAN.  A LOG THAT CANNOT BE WRITTEN IS WARNED
002720*        ABOUT BUT NEVER CHANGES THE STEP'S RETURN CODE.
002730     OPEN I-O RUN-LOG-FILE.
002740     IF EDT-RLOG-STATUS NOT = '00'
002750         DISPLAY 'IED0080W RUN LOG OPEN STATUS ' EDT-RLOG-STATUS
002760             ' - STEP NOT LOGGED'
002770         GO TO 9000-WRITE-RUN-LOG-EXIT
002780     END-IF.
002790     MOVE SPACES TO IFT-RLOG-RECORD.
002800     IF EDT-TRAILER-SEEN AND IFT-TRLR-BUS-DATE NUMERIC AND
002810        RETURN-CODE < 16
002820         MOVE IFT-TRLR-BUS-DATE TO IFT-RLOG-RUN-DATE
002830         MOVE EDT-TRLR-CYCLE TO IFT-RLOG-CYCLE-NO
002840     ELSE
002850         MOVE EDT-RLOG-START-DATE TO IFT-RLOG-RUN-DATE
002860         MOVE ZERO TO IFT-RLOG-CYCLE-NO
002870     END-IF.
002880     MOVE 'IFTEDIT' TO IFT-RLOG-PROGRAM.
002890     MOVE EDT-RLOG-START-DATE TO IFT-RLOG-START-DATE.
002900     MOVE EDT-RLOG-START-TIME TO IFT-RLOG-START-TIME.
002910     ACCEPT IFT-RLOG-END-DATE FROM DATE YYYYMMDD.
002920     ACCEPT IFT-RLOG-END-TIME FROM TIME.
002930     MOVE EDT-RECORDS-READ TO IFT-RLOG-IN-COUNT.
002940     MOVE EDT-DATA-RECORDS TO IFT-RLOG-OUT-COUNT.
002950     MOVE RETURN-CODE TO IFT-RLOG-RETURN-CODE.
002960     WRITE IFT-RLOG-RECORD
002970         INVALID KEY
002980             IF RETURN-CODE < 16
002990                 REWRITE IFT-RLOG-RECORD
003000                     INVALID KEY
003010                         DISPLAY 'IED0081W RUN LOG ROW NOT '
003020                             'WRITTEN - STATUS ' EDT-RLOG-STATUS
003030                 END-REWRITE
003040             ELSE
003050                 DISPLAY 'IED0081W RUN LOG ROW NOT WRITTEN - '
003060                     'STATUS ' EDT-RLOG-STATUS
003070             END-IF
003080     END-WRITE.
003090     CLOSE RUN-LOG-FILE.
003100 9000-WRITE-RUN-LOG-EXIT.
003110     EXIT.
