000010*----------------------------------------------------------------
000020* IFTVPRM.CPY
000030* REPORT CARD FOR THE IFTRESRP MONTHLY THRESHOLD EFFECTIVENESS
000040* REPORT.  THE REPORT MONTH (YYYYMM) SELECTS THE CALENDAR MONTH
000050* OF ALERTS (BY RUN DATE) TO JOIN TO THEIR RESOLUTIONS.
000060*----------------------------------------------------------------
000070 01  IFT-VPRM-RECORD.
000080     05  IFT-VPRM-REPORT-MONTH       PIC X(06).
000090     05  FILLER                      PIC X(74).
