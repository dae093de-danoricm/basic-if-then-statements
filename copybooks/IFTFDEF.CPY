000010*----------------------------------------------------------------
000020* IFTFDEF.CPY
000030* FEEDER FORMAT DEFINITION - ONE CARD PER FEEDER THAT SENDS A
000040* DELIMITED EXTRACT INSTEAD OF THE FIXED IFTINP LAYOUT.  IFTCNVT
000050* READS THE FEEDER'S FILE FROM DD FEEDIN1-FEEDIN4 AS NAMED BY THE
000060* FEED NUMBER, SPLITS EACH ROW ON THE DELIMITER AND TAKES THE X
000070* VALUE AND SOURCE CODE FROM THE NUMBERED FIELDS (FIELD 1 IS THE
000080* FIRST ON THE ROW).  A SOURCE FIELD OF 00 MEANS THE ROWS CARRY
000090* NO SOURCE CODE AND THE CARD'S SOURCE CODE IS USED; A BLANK
000100* SOURCE FIELD ON A ROW ALSO TAKES THE CARD'S CODE.  THE HEADER
000110* SWITCH SAYS THE FIRST ROW IS A COLUMN HEADING TO BE SKIPPED.
000120* THE FEEDER'S TRAILER ROW IS THE ROW WHOSE FIRST FIELD IS THE
000130* TRAILER TAG; ITS COUNT FIELD CARRIES THE ROW COUNT AND ITS
000140* TOTAL FIELD THE SUM OF THE X VALUES (00 = THE FEEDER SENDS NO
000150* TOTAL).  THE COUNT BASIS SAYS WHAT THE FEEDER COUNTS: D (OR
000160* BLANK) = DATA ROWS ONLY, A = EVERY ROW INCLUDING THE HEADER AND
000170* THE TRAILER ITSELF.  BLANK ROWS ARE IGNORED AND NEVER COUNTED.
000180*----------------------------------------------------------------
000190 01  IFT-FDEF-RECORD.
000200     05  IFT-FDEF-SOURCE-CODE        PIC X(03).
000210     05  IFT-FDEF-FEED-NO            PIC X(01).
000220     05  IFT-FDEF-DELIMITER          PIC X(01).
000230     05  IFT-FDEF-X-FIELD            PIC X(02).
000240     05  IFT-FDEF-SOURCE-FIELD       PIC X(02).
000250     05  IFT-FDEF-HEADER-SW          PIC X(01).
000260         88  IFT-FDEF-HAS-HEADER         VALUE 'Y'.
000270         88  IFT-FDEF-NO-HEADER          VALUE 'N'.
000280     05  IFT-FDEF-TRLR-TAG           PIC X(10).
000290     05  IFT-FDEF-TRLR-COUNT-FIELD   PIC X(02).
000300     05  IFT-FDEF-TRLR-TOTAL-FIELD   PIC X(02).
000310     05  IFT-FDEF-COUNT-BASIS        PIC X(01).
000320         88  IFT-FDEF-COUNT-DATA         VALUE 'D' ' '.
000330         88  IFT-FDEF-COUNT-ALL          VALUE 'A'.
000340     05  FILLER                      PIC X(55).
