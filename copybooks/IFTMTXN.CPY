00006A* C TRANSACTION MAY ALSO CARRY A FEEDER SOURCE CODE TO MAINTAIN
00006B* THAT SOURCE'S OVERRIDE RECORD; A BLANK SOURCE CODE MAINTAINS
00006C* THE SHOP-WIDE RECORD.  THE RESTART SWITCH IS SHOP-WIDE ONLY.
00006D* EVERY T, L, C OR R TRANSACTION CARRIES THE REQUESTER'S USER
00006E* ID AND ONLY FILES A PROPOSAL ON THE PENDING-CHANGE FILE
00006F* (IFTPEND.CPY).  A SECOND ANALYST DECIDES IT WITH AN A (APPROVE)
00006G* OR X (REJECT) TRANSACTION CARRYING THEIR OWN USER ID AND THE
00006H* PROPOSAL NUMBER; ONLY AN APPROVED PROPOSAL CHANGES THE
00006I* PARAMETER FILE, AND NEVER ON ITS REQUESTER'S OWN APPROVAL.
000068*----------------------------------------------------------------
000070 01  IFT-MAINT-TXN.
000080     05  IFT-MTXN-FUNCTION           PIC X(01).
000100         88  IFT-MTXN-SET-LOW-CUTOFF     VALUE 'L'.
000105         88  IFT-MTXN-SET-CRIT-CUTOFF    VALUE 'C'.
000110         88  IFT-MTXN-SET-RESTART-SW     VALUE 'R'.
000112         88  IFT-MTXN-APPROVE            VALUE 'A'.
000115         88  IFT-MTXN-REJECT             VALUE 'X'.
000117         88  IFT-MTXN-CHANGE             VALUE 'T' 'L' 'C' 'R'.
000120     05  IFT-MTXN-NEW-VALUE          PIC X(04).
000125     05  IFT-MTXN-EFF-DATE           PIC X(08).
000127     05  IFT-MTXN-SOURCE-CODE        PIC X(03).
000137     05  IFT-MTXN-USER-ID            PIC X(08).
000147     05  IFT-MTXN-PROPOSAL-NO        PIC X(06).
000157     05  FILLER                      PIC X(50).
