000010*----------------------------------------------------------------
000020* IFTSPRM.CPY
000030* PARAMETER CARD FOR THE IFTSIMUL THRESHOLD WHAT-IF RUN.  THE
000040* PROPOSED THRESHOLD, LOW CUTOFF AND CRITICAL CUTOFF ARE THE
000050* VALUES AN IFTMAINT T, L AND C TRANSACTION WOULD CARRY, AND
000060* MUST KEEP THE SAME ORDER IFTMAINT ENFORCES (LOW BELOW
000070* THRESHOLD BELOW CRITICAL); A BLANK CRITICAL CUTOFF MEANS NONE
000080* (9999), AS ON THE PARM CARD.  A BLANK SOURCE CODE PROPOSES
000090* THE SHOP-WIDE VALUES, A SOURCE CODE PROPOSES AN OVERRIDE FOR
000100* THAT FEEDER ONLY.  THE DATE RANGE OF AUDIT ROWS REPLAYED IS
000110* REQUIRED AND INCLUSIVE.
000120*----------------------------------------------------------------
000130 01  IFT-SPRM-RECORD.
000140     05  IFT-SPRM-THRESHOLD          PIC X(04).
000150     05  IFT-SPRM-LOW-CUTOFF         PIC X(04).
000160     05  IFT-SPRM-CRIT-CUTOFF        PIC X(04).
000170     05  IFT-SPRM-SOURCE-CODE        PIC X(03).
000180     05  IFT-SPRM-FROM-DATE          PIC X(08).
000190     05  IFT-SPRM-TO-DATE            PIC X(08).
000200     05  FILLER                      PIC X(49).
