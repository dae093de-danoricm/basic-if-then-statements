000051* SOURCE CODE IDENTIFIES THE FEEDER DEPARTMENT THAT SUPPLIED
000052* THE RECORD AND IS CARRIED THROUGH TO THE AUDIT, REJECT AND
000053* ALERT RECORDS FOR PER-SOURCE REPORTING AND ALERT ROUTING.
000054* THE ORIGINAL DATE IS SET ONLY ON A RECORD IFTRECYC REBUILT
000055* FROM A REPAIRED REJECT - THE RUN DATE OF THE REJECT - SO THE
000056* CHARGEBACK BILLS THE EVALUATION TO THE MONTH THE RECORD FIRST
000057* ARRIVED IN.  IT IS SPACES ON EVERY OTHER RECORD.
000060*----------------------------------------------------------------
000070 01  IFT-INPUT-RECORD.
000080     05  IFT-INPUT-SEQ-NO            PIC 9(06).
000090     05  IFT-INPUT-X-VALUE           PIC X(04).
000095     05  IFT-INPUT-SOURCE-CODE       PIC X(03).
000105     05  IFT-INPUT-ORIG-DATE         PIC 9(08).
000115     05  FILLER                      PIC X(59).
