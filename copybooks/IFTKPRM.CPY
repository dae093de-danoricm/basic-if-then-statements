000010*----------------------------------------------------------------
000020* IFTKPRM.CPY
000030* PARAMETER CARD FOR THE IFTMAINT TWO-PERSON APPROVAL.  A
000040* PROPOSAL STILL WAITING MORE THAN THE EXPIRY DAYS AFTER THE DAY
000050* IT WAS FILED EXPIRES AND MUST BE PROPOSED AGAIN.  A MISSING OR
000060* NON-NUMERIC CARD MEANS 007 DAYS; 000 MEANS NEVER EXPIRE.
000070*----------------------------------------------------------------
000080 01  IFT-KPRM-RECORD.
000090     05  IFT-KPRM-EXPIRE-DAYS        PIC X(03).
000100     05  FILLER                      PIC X(77).
