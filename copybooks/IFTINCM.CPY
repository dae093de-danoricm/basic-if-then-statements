000010*----------------------------------------------------------------
000020* IFTINCM.CPY
000030* INCIDENT MASTER RECORD, KEPT ON A KEYED (INDEXED) DATASET AND
000040* MAINTAINED BY IFTINCID AFTER EVERY IFTHEN RUN.  THE KEY IS THE
000050* FEEDER SOURCE CODE PLUS ALERT SEVERITY, SO THERE IS NEVER MORE
000060* THAN ONE INCIDENT PER SOURCE AND SEVERITY: THE RECORD HOLDS
000070* THE CURRENT INCIDENT WHILE IT IS OPEN AND THE LAST ONE ONCE
000080* IT CLOSES, AND A NEW BREACH AFTER A CLOSE OPENS A FRESH
000090* INCIDENT IN ITS PLACE.  AN INCIDENT IS KNOWN DOWNSTREAM BY
000100* SOURCE, SEVERITY AND THE DATE AND CYCLE IT OPENED.  THE
000110* RECORD WITH AN ALL-SPACE KEY IS THE CONTROL RECORD: ITS DATA
000120* AREA (THE REDEFINED VIEW) NAMES THE LAST RUN DATE AND CYCLE
000130* APPLIED, SO A RERUN OF THE STEP DOES NOT COUNT A RUN TWICE.
000140*----------------------------------------------------------------
000150 01  IFT-INCM-RECORD.
000160     05  IFT-INCM-KEY.
000170         10  IFT-INCM-SOURCE-CODE    PIC X(03).
000180         10  IFT-INCM-SEVERITY       PIC X(08).
000190     05  IFT-INCM-DATA.
000200         10  IFT-INCM-STATUS         PIC X(01).
000210             88  IFT-INCM-OPEN           VALUE 'O'.
000220             88  IFT-INCM-CLOSED         VALUE 'C'.
000230         10  IFT-INCM-OPEN-DATE      PIC 9(08).
000240         10  IFT-INCM-OPEN-CYCLE     PIC 9(02).
000250         10  IFT-INCM-ALERT-COUNT    PIC 9(07).
000260         10  IFT-INCM-PEAK-X         PIC 9(04).
000270         10  IFT-INCM-LAST-DATE      PIC 9(08).
000280         10  IFT-INCM-LAST-TIME      PIC 9(08).
000290         10  IFT-INCM-LAST-CYCLE     PIC 9(02).
000300         10  IFT-INCM-CLEAN-CYCLES   PIC 9(02).
000310         10  IFT-INCM-CLOSE-DATE     PIC 9(08).
000320         10  IFT-INCM-CLOSE-CYCLE    PIC 9(02).
000330         10  FILLER                  PIC X(17).
000340     05  IFT-INCM-CONTROL REDEFINES IFT-INCM-DATA.
000350         10  IFT-INCM-LAST-RUN-DATE  PIC 9(08).
000360         10  IFT-INCM-LAST-RUN-CYCLE PIC 9(02).
000370         10  FILLER                  PIC X(59).
