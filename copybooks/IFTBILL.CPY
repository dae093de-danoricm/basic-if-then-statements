000010*----------------------------------------------------------------
000020* IFTBILL.CPY
000030* BILLED-PERIOD CONTROL RECORD, KEPT ON A KEYED (INDEXED)
000040* DATASET (PROD.IFTHEN.BILLCTL, KEYS(9 0)) AND MAINTAINED BY
000050* IFTCHARG.  THE KEY IS THE STATEMENT MONTH (YYYYMM) PLUS THE
000060* SOURCE CODE.  A SOURCE ROW HOLDS THE UNITS AND THE AMOUNT
000070* CHARGED TO THAT SOURCE FOR THE MONTH TO DATE: THE MONTH-END
000080* BILL, THEN EACH TRUE-UP RUN'S RE-PRICED FIGURES ONCE ITS
000090* ADJUSTMENT HAS GONE TO THE GL.  THE ROW WITH A BLANK SOURCE
000100* CODE IS THE MONTH ROW: ITS DATA AREA (THE REDEFINED VIEW)
000110* HOLDS THE RATES THE MONTH WAS BILLED AT, THE DAY IT WAS BILLED,
000120* THE LAST TRUE-UP DAY, THE NUMBER OF TRUE-UPS AND THE MONTH'S
000130* TOTAL CHARGED TO DATE.  AN ALL-ZERO KEY IS THE DUMMY ROW THE
000140* DEFINE JOB PRIMES THE CLUSTER WITH.  IFTBKOUT READS THE FILE
000150* TO REFUSE THE BACKOUT OF A RUN IN A MONTH ALREADY BILLED.
000160*----------------------------------------------------------------
000170 01  IFT-BILL-RECORD.
000180     05  IFT-BILL-KEY.
000190         10  IFT-BILL-PERIOD         PIC X(06).
000200         10  IFT-BILL-SOURCE-CODE    PIC X(03).
000210             88  IFT-BILL-MONTH-ROW      VALUE SPACES.
000220     05  IFT-BILL-DATA.
000230         10  IFT-BILL-EVALS          PIC 9(07).
000240         10  IFT-BILL-REJECTS        PIC 9(07).
000250         10  IFT-BILL-WARNINGS       PIC 9(07).
000260         10  IFT-BILL-CRITICALS      PIC 9(07).
000270         10  IFT-BILL-AMOUNT         PIC 9(09)V99.
000280         10  FILLER                  PIC X(32).
000290     05  IFT-BILL-MONTH-DATA REDEFINES IFT-BILL-DATA.
000300         10  IFT-BILL-EVAL-RATE      PIC 9(03)V99.
000310         10  IFT-BILL-REJECT-RATE    PIC 9(03)V99.
000320         10  IFT-BILL-WARNING-RATE   PIC 9(03)V99.
000330         10  IFT-BILL-CRITICAL-RATE  PIC 9(03)V99.
000340         10  IFT-BILL-BILLED-DATE    PIC 9(08).
000350         10  IFT-BILL-LAST-ADJ-DATE  PIC 9(08).
000360         10  IFT-BILL-ADJ-COUNT      PIC 9(03).
000370         10  IFT-BILL-MONTH-AMOUNT   PIC 9(09)V99.
000380         10  FILLER                  PIC X(21).
