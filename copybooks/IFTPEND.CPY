000010*----------------------------------------------------------------
000020* IFTPEND.CPY
000030* PENDING PARAMETER CHANGE - ONE ROW PER IFTMAINT PROPOSAL STILL
000040* WAITING FOR A SECOND ANALYST'S APPROVAL.  THE FUNCTION, NEW
000050* VALUE, EFFECTIVE DATE AND SOURCE CODE ARE THE PROPOSED
000060* TRANSACTION AS KEYED (IFTMTXN.CPY); A BLANK EFFECTIVE DATE
000070* STILL MEANS THE DAY IT IS APPROVED.  A PROPOSAL LEAVES THE FILE
000080* WHEN IT IS APPROVED AND APPLIED, REJECTED OR EXPIRES.  THE ROW
000090* WITH PROPOSAL NUMBER ZERO IS THE CONTROL ROW CARRYING THE LAST
000100* NUMBER GIVEN OUT, SO A NUMBER IS NEVER REUSED.
000110*----------------------------------------------------------------
000120 01  IFT-PEND-RECORD.
000130     05  IFT-PEND-PROPOSAL-NO        PIC 9(06).
000140         88  IFT-PEND-CONTROL-ROW        VALUE ZERO.
000150     05  IFT-PEND-DETAIL.
000160         10  IFT-PEND-FUNCTION       PIC X(01).
000170         10  IFT-PEND-NEW-VALUE      PIC X(04).
000180         10  IFT-PEND-EFF-DATE       PIC X(08).
000190         10  IFT-PEND-SOURCE-CODE    PIC X(03).
000200         10  IFT-PEND-REQUESTER-ID   PIC X(08).
000210         10  IFT-PEND-PROPOSED-DATE  PIC 9(08).
000220         10  IFT-PEND-PROPOSED-TIME  PIC 9(08).
000230         10  FILLER                  PIC X(34).
000240     05  IFT-PEND-CONTROL REDEFINES IFT-PEND-DETAIL.
000250         10  IFT-PEND-LAST-NO        PIC 9(06).
000260         10  FILLER                  PIC X(68).
