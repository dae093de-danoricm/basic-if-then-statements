000010*----------------------------------------------------------------
000020* IFTSTXN.CPY
000030* FEEDER SOURCE MASTER MAINTENANCE TRANSACTION READ BY IFTSMNT -
000040* ONE CARD PER CHANGE TO THE SOURCE MASTER (IFTSRCM.CPY).
000050*   A = ADD A NEW FEEDER (DEPARTMENT NAME REQUIRED; THE NEW
000060*       SOURCE STARTS ACTIVE).
000070*   N = CHANGE THE DEPARTMENT NAME OF AN EXISTING FEEDER.
000080*   R = RE-ACTIVATE AN INACTIVE FEEDER.
000090*   I = INACTIVATE A FEEDER - REFUSED WHILE THE SOURCE STILL
000100*       HAS OUTSTANDING REJECTS, UNACKNOWLEDGED ALERTS, A
000110*       SCHEDULED DAY OR A ROUTING CARD ANYWHERE IN THE STREAM.
000120* THE DEPARTMENT NAME IS IGNORED ON R AND I CARDS.
000130*----------------------------------------------------------------
000140 01  IFT-SRCM-TXN.
000150     05  IFT-STXN-FUNCTION           PIC X(01).
000160         88  IFT-STXN-ADD                VALUE 'A'.
000170         88  IFT-STXN-CHANGE-NAME        VALUE 'N'.
000180         88  IFT-STXN-ACTIVATE           VALUE 'R'.
000190         88  IFT-STXN-INACTIVATE         VALUE 'I'.
000200     05  IFT-STXN-SOURCE-CODE        PIC X(03).
000210     05  IFT-STXN-DEPT-NAME          PIC X(30).
000220     05  FILLER                      PIC X(46).
