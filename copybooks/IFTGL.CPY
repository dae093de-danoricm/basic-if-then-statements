000050* PLUS ONE T (TOTAL) ROW THE DETAIL ROWS AND THE PRINTED
000060* STATEMENTS MUST FOOT TO.  THE AMOUNT IS IN DOLLARS WITH TWO
000070* ASSUMED DECIMALS.
000071* A TRUE-UP RUN OF IFTCHARG WRITES ONE A (ADJUSTMENT) ROW PER
000072* SOURCE WHOSE CHARGE FOR A CLOSED MONTH HAS CHANGED SINCE IT
000073* WAS BILLED, PLUS A T ROW THE A ROWS FOOT TO.  THE A ROW
000075* CARRIES THE PERIOD OF THE ORIGINAL D ROW IT NETS AGAINST,
000076* THE AMOUNT OF THE CHANGE WITH ITS SIGN (+ A FURTHER CHARGE,
000077* - A CREDIT) AND THE DAY OF THE TRUE-UP.  THE SIGN AND DATE
000078* ARE BLANK ON THE MONTH-END D AND T ROWS.
000080*----------------------------------------------------------------
000090 01  IFT-GL-RECORD.
000100     05  IFT-GL-REC-TYPE             PIC X(01).
000110         88  IFT-GL-DETAIL               VALUE 'D'.
000120         88  IFT-GL-TOTAL                VALUE 'T'.
000125         88  IFT-GL-ADJUSTMENT           VALUE 'A'.
000130     05  IFT-GL-PERIOD               PIC X(06).
000140     05  IFT-GL-SOURCE-CODE          PIC X(03).
000150     05  IFT-GL-AMOUNT               PIC 9(09)V99.
000160     05  IFT-GL-DESC                 PIC X(20).
000170     05  IFT-GL-SIGN                 PIC X(01).
000180         88  IFT-GL-DEBIT                VALUE '+' ' '.
000190         88  IFT-GL-CREDIT               VALUE '-'.
000200     05  IFT-GL-ADJ-DATE             PIC X(08).
000210     05  FILLER                      PIC X(30).
