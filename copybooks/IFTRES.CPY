000010*----------------------------------------------------------------
000020* IFTRES.CPY
000030* ALERT RESOLUTION RECORD.  THE DOWNSTREAM TICKETING SHOP RETURNS
000040* ONE ROW WHEN A TICKET RAISED FROM AN ALERT CLOSES, SAYING
000050* WHETHER THE EXCEPTION WAS REAL: GENUINE, FALSE-POSITIVE (X WAS
000060* OVER THE THRESHOLD BUT NOTHING WAS WRONG), DUPLICATE (ANOTHER
000070* TICKET ALREADY COVERED IT) OR DATA-ERROR (THE FEEDER'S VALUE
000080* WAS BAD).  THE RUN DATE, CYCLE AND SEQUENCE NUMBER IDENTIFY
000090* THE ORIGINAL ALERT (SEQUENCE NUMBERS RESTART EACH RUN).  THE
000100* SAME LAYOUT IS THE INBOUND ROW AND THE ROW IFTRESLD HOLDS ON
000110* THE KEYED RESOLUTION MASTER (PROD.IFTHEN.RESMAST, KEYS(16 0)),
000120* WHERE A LATER RESOLUTION FOR THE SAME ALERT (A REOPENED AND
000130* RECLOSED TICKET) REPLACES THE EARLIER ONE.  A BLANK INBOUND
000140* CYCLE IS TAKEN AS CYCLE 01.  AN ALL-ZERO KEY IS THE DUMMY ROW
000150* THE DEFINE JOB PRIMES THE MASTER WITH.
000160*----------------------------------------------------------------
000170 01  IFT-RES-RECORD.
000180     05  IFT-RES-KEY.
000190         10  IFT-RES-RUN-DATE        PIC 9(08).
000200         10  IFT-RES-CYCLE-NO        PIC 9(02).
000210         10  IFT-RES-SEQ-NO          PIC 9(06).
000220     05  IFT-RES-CLOSE-DATE          PIC 9(08).
000230     05  IFT-RES-CODE                PIC X(14).
000240         88  IFT-RES-GENUINE             VALUE 'GENUINE'.
000250         88  IFT-RES-FALSE-POSITIVE      VALUE 'FALSE-POSITIVE'.
000260         88  IFT-RES-DUPLICATE           VALUE 'DUPLICATE'.
000270         88  IFT-RES-DATA-ERROR          VALUE 'DATA-ERROR'.
000280         88  IFT-RES-CODE-VALID          VALUE 'GENUINE'
000290                                               'FALSE-POSITIVE'
000300                                               'DUPLICATE'
000310                                               'DATA-ERROR'.
000320     05  IFT-RES-TICKET-ID           PIC X(10).
000330     05  FILLER                      PIC X(32).
