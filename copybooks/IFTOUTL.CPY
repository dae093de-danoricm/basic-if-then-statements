000010*----------------------------------------------------------------
000020* IFTOUTL.CPY
000030* OUTLIER INTERFACE RECORD CUT BY IFTHEN FOR EVERY EVALUATED X
000040* VALUE THAT FALLS OUTSIDE ITS SOURCE'S NORMAL RANGE, WHATEVER
000050* BAND IT WAS GIVEN.  THE RANGE IS THE BASELINE MEAN PLUS OR
000060* MINUS THE SPREAD LIMIT TIMES THE STANDARD DEVIATION, BUILT
000070* FROM THE SOURCE'S DAY STATS S ROWS OVER THE LOOK-BACK
000080* (IFTOPRM.CPY).  THIS FILE IS FOR THE ANALYSTS ONLY - IT IS
000090* NOT THE ALERT FILE, SO NOTHING HERE IS BILLED, SPLIT TO THE
000100* TICKETING QUEUES OR ESCALATED.  THE LOW LIMIT NEVER GOES
000110* BELOW ZERO.
000120*----------------------------------------------------------------
000130 01  IFT-OUTL-RECORD.
000140     05  IFT-OUTL-SEQ-NO             PIC 9(06).
000150     05  IFT-OUTL-X-VALUE            PIC 9(04).
000160     05  IFT-OUTL-RESULT             PIC X(08).
000170     05  IFT-OUTL-SOURCE-CODE        PIC X(03).
000180     05  IFT-OUTL-RUN-DATE           PIC 9(08).
000190     05  IFT-OUTL-RUN-TIME           PIC 9(08).
000200     05  IFT-OUTL-CYCLE-NO           PIC 9(02).
000210     05  IFT-OUTL-DIRECTION          PIC X(01).
000220         88  IFT-OUTL-ABOVE              VALUE 'H'.
000230         88  IFT-OUTL-BELOW              VALUE 'L'.
000240     05  IFT-OUTL-BASE-MEAN          PIC 9(04)V99.
000250     05  IFT-OUTL-BASE-SPREAD        PIC 9(05)V99.
000260     05  IFT-OUTL-LOW-LIMIT          PIC 9(05)V99.
000270     05  IFT-OUTL-HIGH-LIMIT         PIC 9(05)V99.
000280     05  IFT-OUTL-BASE-COUNT         PIC 9(09).
000290     05  FILLER                      PIC X(04).
