000010*----------------------------------------------------------------
000020* IFTRLOG.CPY
000030* RUN-CONTROL RECORD ON THE SHARED JOB-STREAM RUN LOG
000040* (PROD.IFTHEN.RUNLOG, KSDS KEYS(18 0)).  EVERY BATCH STEP WRITES
000050* ONE ROW AS IT ENDS: THE RUN DATE AND CYCLE IT PROCESSED, ITS
000060* PROGRAM NAME, THE WALL-CLOCK START AND END, THE RECORDS IT READ
000070* (IN) AND WROTE TO ITS MAIN OUTPUT (OUT - ZERO FOR A REPORT-ONLY
000080* STEP) AND THE RETURN CODE IT ENDED WITH.  THE NIGHTLY STEPS KEY
000090* ON THE BUSINESS DATE AND CYCLE OF THE RUN; THE OFF-CYCLE JOBS
000100* (IFTRECYC, IFTPURGE, IFTCHARG) KEY ON THE DAY THEY RAN WITH
000110* CYCLE 00.  A RERUN OF A STEP FOR THE SAME RUN REPLACES ITS ROW.
000120* A NIGHTLY STEP THAT REFUSED ITS INPUT OR NEVER LEARNED ITS
000130* BUSINESS DATE ALSO LOGS UNDER THE DAY IT RAN AT CYCLE 00, AND
000140* SUCH A ROW NEVER REPLACES ONE ALREADY ON THE LOG.
000150* AN ALL-ZERO KEY IS THE DUMMY ROW THE DEFINE JOB PRIMES THE
000160* CLUSTER WITH.  READ BY IFTBWIN FOR THE BATCH-WINDOW REPORT.
000170*----------------------------------------------------------------
000180 01  IFT-RLOG-RECORD.
000190     05  IFT-RLOG-KEY.
000200         10  IFT-RLOG-RUN-DATE       PIC 9(08).
000210         10  IFT-RLOG-CYCLE-NO       PIC 9(02).
000220         10  IFT-RLOG-PROGRAM        PIC X(08).
000230     05  IFT-RLOG-START-DATE         PIC 9(08).
000240     05  IFT-RLOG-START-TIME         PIC 9(08).
000250     05  IFT-RLOG-END-DATE           PIC 9(08).
000260     05  IFT-RLOG-END-TIME           PIC 9(08).
000270     05  IFT-RLOG-IN-COUNT           PIC 9(09).
000280     05  IFT-RLOG-OUT-COUNT          PIC 9(09).
000290     05  IFT-RLOG-RETURN-CODE        PIC 9(04).
000300     05  FILLER                      PIC X(08).
