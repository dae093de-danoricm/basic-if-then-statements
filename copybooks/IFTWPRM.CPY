000010*----------------------------------------------------------------
000020* IFTWPRM.CPY
000030* BATCH-WINDOW PARAMETER CARDS FOR IFTBWIN (PROD.IFTHEN.WINPRM).
000040* ONE CARD PER PROGRAM THE REPORT WATCHES: THE PROGRAM NAME, ITS
000050* TARGET ELAPSED TIME IN MINUTES, AND HOW OFTEN IT IS EXPECTED TO
000060* RUN - C ONCE EVERY NIGHTLY CYCLE, D AT LEAST ONCE A DAY, N NOT
000070* EXPECTED ON A SCHEDULE (TIMED AND TRENDED, NEVER MISSED).  A
000080* BLANK OR NON-NUMERIC TARGET MEANS NO TARGET.  A CARD WITH A
000090* BLANK PROGRAM NAME IS THE CONTROL CARD: THE TREND LOOK-BACK IN
000100* DAYS (DEFAULT 030), THE PERCENT SLOWER THE RECENT HALF OF THE
000110* LOOK-BACK MAY RUN BEFORE A STEP IS FLAGGED (DEFAULT 020), AND
000120* AN OPTIONAL REPORT DATE (YYYYMMDD) TO REPORT A NIGHT OTHER THAN
000130* THE LATEST ONE ON THE LOG.
000140*----------------------------------------------------------------
000150 01  IFT-WPRM-RECORD.
000160     05  IFT-WPRM-PROGRAM            PIC X(08).
000170     05  IFT-WPRM-STEP-DATA.
000180         10  IFT-WPRM-TARGET-MINS    PIC X(04).
000190         10  IFT-WPRM-EXPECT         PIC X(01).
000200             88  IFT-WPRM-EVERY-CYCLE    VALUE 'C'.
000210             88  IFT-WPRM-DAILY          VALUE 'D'.
000220             88  IFT-WPRM-UNSCHEDULED    VALUE 'N'.
000230         10  FILLER                  PIC X(67).
000240     05  IFT-WPRM-CONTROL-DATA REDEFINES IFT-WPRM-STEP-DATA.
000250         10  IFT-WPRM-LOOKBACK-DAYS  PIC X(03).
000260         10  IFT-WPRM-SLOW-PCT       PIC X(03).
000270         10  IFT-WPRM-REPORT-DATE    PIC X(08).
000280         10  FILLER                  PIC X(58).
