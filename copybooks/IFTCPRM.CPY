000010*----------------------------------------------------------------
000020* IFTCPRM.CPY
000030* PARAMETER CARD FOR THE IFTCNVT FEEDER CONVERSION STEP.  THE
000040* BUSINESS DATE (YYYYMMDD) IS ONLY USED ON A CYCLE WITH NO FIXED
000050* DAILY EXTRACT - WHEN THE EXTRACT IS THERE ITS OWN TRAILER DATE
000060* AND CYCLE ARE CARRIED.  A MISSING OR BLANK CARD MEANS TODAY.
000070*----------------------------------------------------------------
000080 01  IFT-CPRM-RECORD.
000090     05  IFT-CPRM-BUS-DATE           PIC X(08).
000100     05  FILLER                      PIC X(72).
