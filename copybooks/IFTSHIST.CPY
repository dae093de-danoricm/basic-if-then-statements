000010*----------------------------------------------------------------
000020* IFTSHIST.CPY
000030* FEEDER SOURCE MASTER CHANGE HISTORY RECORD - ONE ROW APPENDED
000040* BY IFTSMNT FOR EVERY CHANGE IT APPLIES TO THE SOURCE MASTER,
000050* SO THE LIFE OF EVERY FEEDER CODE (WHEN IT WAS ADDED, RENAMED,
000060* RETIRED OR BROUGHT BACK) CAN BE SHOWN WITHOUT THE OLD DATASET
000070* GENERATIONS.  THE FUNCTION CODE MATCHES THE MAINTENANCE
000080* TRANSACTION (A = ADD, N = NAME CHANGE, R = RE-ACTIVATE,
000090* I = INACTIVATE).  OLD AND NEW VALUES CARRY THE DEPARTMENT
000100* NAME FOR A AND N ROWS AND THE ACTIVE SWITCH (COLUMN 1) FOR
000110* R AND I ROWS; AN ADD HAS NO OLD VALUE.
000120*----------------------------------------------------------------
000130 01  IFT-SHIST-RECORD.
000140     05  IFT-SHIST-FUNCTION          PIC X(01).
000150     05  IFT-SHIST-SOURCE-CODE       PIC X(03).
000160     05  IFT-SHIST-OLD-VALUE         PIC X(30).
000170     05  IFT-SHIST-NEW-VALUE         PIC X(30).
000180     05  IFT-SHIST-CHG-DATE          PIC 9(08).
000190     05  IFT-SHIST-CHG-TIME          PIC 9(08).
