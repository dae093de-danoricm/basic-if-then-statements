000010*----------------------------------------------------------------
000020* IFTOPRM.CPY
000030* PARAMETER CARD LAYOUT FOR THE IFTHEN PER-SOURCE OUTLIER CHECK.
000040* THE LOOK-BACK IS THE NUMBER OF DAYS OF DAY STATS S ROWS EACH
000050* SOURCE'S BASELINE (MEAN AND STANDARD DEVIATION OF ITS X
000060* VALUES) IS BUILT FROM; THE SPREAD LIMIT IS HOW MANY STANDARD
000070* DEVIATIONS EITHER SIDE OF THE MEAN STILL COUNT AS NORMAL, IN
000080* UNITS AND TENTHS ('30' IS 3.0); THE MINIMUM VALUES IS HOW MANY
000090* X VALUES A SOURCE MUST HAVE IN THE LOOK-BACK BEFORE ITS VALUES
000100* ARE JUDGED AT ALL.  A BLANK OR NON-NUMERIC FIELD TAKES THE
000110* IFTHEN DEFAULT; A LOOK-BACK OF ZERO TURNS THE CHECK OFF.
000120*----------------------------------------------------------------
000130 01  IFT-OPRM-RECORD.
000140     05  IFT-OPRM-LOOKBACK-DAYS      PIC X(03).
000150     05  IFT-OPRM-SPREAD-LIMIT       PIC X(02).
000160     05  IFT-OPRM-SPREAD-LIMIT-N REDEFINES IFT-OPRM-SPREAD-LIMIT
000170                                     PIC 9V9.
000180     05  IFT-OPRM-MIN-VALUES         PIC X(04).
000190     05  FILLER                      PIC X(71).
