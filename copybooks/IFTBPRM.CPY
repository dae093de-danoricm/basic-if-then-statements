000010*----------------------------------------------------------------
000020* IFTBPRM.CPY
000030* CYCLE BACKOUT CARD READ BY IFTBKOUT - THE RUN DATE (YYYYMMDD)
000040* AND CYCLE NUMBER OF THE RUN TO REVERSE.  ONLY THE LATEST RUN
000050* (THE ONE NAMED ON THE CHECKPOINT CONTROL RECORD) CAN BE
000060* BACKED OUT, SO THE RESEND IS THE NEXT RUN IFTEDIT EXPECTS.
000070* A BLANK CYCLE MEANS CYCLE 01.
000080*----------------------------------------------------------------
000090 01  IFT-BPRM-RECORD.
000100     05  IFT-BPRM-RUN-DATE           PIC X(08).
000110     05  IFT-BPRM-CYCLE-NO           PIC X(02).
000120     05  FILLER                      PIC X(70).
