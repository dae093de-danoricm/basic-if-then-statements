000010*----------------------------------------------------------------
000020* IFTINCE.CPY
000030* INCIDENT INTERFACE RECORD FOR THE TICKETING SHOP, WRITTEN BY
000040* IFTINCID ALONGSIDE THE DETAIL ALERT FILE.  ONE ROW PER EVENT:
000050* O WHEN A SOURCE'S FIRST BREACH AT A SEVERITY OPENS AN
000060* INCIDENT, U WHEN A LATER RUN ADDS BREACHES TO IT (COUNT, PEAK
000070* X AND LAST-SEEN UPDATED), C WHEN IT CLOSES AFTER THE INCPRM
000080* NUMBER OF CLEAN CYCLES FROM THAT SOURCE.  SOURCE, SEVERITY
000090* AND OPEN DATE AND CYCLE IDENTIFY THE INCIDENT; THE EVENT DATE
000100* AND CYCLE ARE THE IFTHEN RUN THAT CAUSED THE EVENT.
000110*----------------------------------------------------------------
000120 01  IFT-INCE-RECORD.
000130     05  IFT-INCE-EVENT              PIC X(01).
000140         88  IFT-INCE-OPENED             VALUE 'O'.
000150         88  IFT-INCE-UPDATED            VALUE 'U'.
000160         88  IFT-INCE-CLOSED             VALUE 'C'.
000170     05  IFT-INCE-SOURCE-CODE        PIC X(03).
000180     05  IFT-INCE-SEVERITY           PIC X(08).
000190     05  IFT-INCE-OPEN-DATE          PIC 9(08).
000200     05  IFT-INCE-OPEN-CYCLE         PIC 9(02).
000210     05  IFT-INCE-ALERT-COUNT        PIC 9(07).
000220     05  IFT-INCE-PEAK-X             PIC 9(04).
000230     05  IFT-INCE-LAST-DATE          PIC 9(08).
000240     05  IFT-INCE-LAST-TIME          PIC 9(08).
000250     05  IFT-INCE-LAST-CYCLE         PIC 9(02).
000260     05  IFT-INCE-CLEAN-CYCLES       PIC 9(02).
000270     05  IFT-INCE-EVENT-DATE         PIC 9(08).
000280     05  IFT-INCE-EVENT-CYCLE        PIC 9(02).
000290     05  FILLER                      PIC X(17).
