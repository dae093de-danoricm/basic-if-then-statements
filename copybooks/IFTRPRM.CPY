000060* AND TWO DECIMALS, KEYED WITHOUT THE POINT - 00125 IS 1.25
000070* CENTS): PER RECORD EVALUATED, PER REJECT REPAIRED, PER
000080* WARNING ALERT AND PER CRITICAL ALERT RAISED.
000082* THE RUN MODE IS BLANK (OR B) FOR THE MONTH-END BILL.  A IS A
000084* TRUE-UP: THE STATEMENT MONTH IS THEN A MONTH ALREADY BILLED,
000086* RE-PRICED AT THE RATES IT WAS BILLED AT (THE RATES ON THE
000088* CARD ARE NOT USED).
000090*----------------------------------------------------------------
000100 01  IFT-RPRM-RECORD.
000110     05  IFT-RPRM-STMT-MONTH         PIC X(06).
000130     05  IFT-RPRM-REJECT-RATE        PIC 9(03)V99.
000140     05  IFT-RPRM-WARNING-RATE       PIC 9(03)V99.
000150     05  IFT-RPRM-CRITICAL-RATE      PIC 9(03)V99.
000160     05  IFT-RPRM-RUN-MODE           PIC X(01).
000170         88  IFT-RPRM-BILL-MODE          VALUE ' ' 'B'.
000180         88  IFT-RPRM-ADJUST-MODE        VALUE 'A'.
000190     05  FILLER                      PIC X(53).
