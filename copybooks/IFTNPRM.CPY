000010*----------------------------------------------------------------
000020* IFTNPRM.CPY
000030* PARAMETER CARD LAYOUT FOR THE IFTINCID INCIDENT RUN.  THE
000040* CLEAN CYCLES IS HOW MANY IFTHEN CYCLES IN A ROW A SOURCE MUST
000050* SEND DATA WITH NO BREACH AT AN INCIDENT'S SEVERITY BEFORE THE
000060* INCIDENT CLOSES ON ITS OWN.  A CYCLE THE SOURCE SENDS NOTHING
000070* IN IS NOT CLEAN - IT PROVES NOTHING EITHER WAY.
000080*----------------------------------------------------------------
000090 01  IFT-NPRM-RECORD.
000100     05  IFT-NPRM-CLEAN-CYCLES       PIC X(02).
000110     05  FILLER                      PIC X(78).
