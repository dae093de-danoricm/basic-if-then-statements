000010*----------------------------------------------------------------
000020* IFTAUD.CPY
000030* AUDIT TRAIL RECORD - ONE ROW WRITTEN FOR EVERY X VALUE
000032* EVALUATED BY IFTHEN, REGARDLESS OF OUTCOME.  THE OUTLIER
000034* FLAG IS 'Y' WHEN X FELL OUTSIDE ITS SOURCE'S NORMAL RANGE,
000036* 'N' WHEN IT FELL INSIDE, AND BLANK WHEN THE SOURCE HAD NO
000038* BASELINE TO JUDGE IT BY (OR THE ROW PREDATES THE CHECK).
000040* THE ORIGINAL DATE IS THE RUN DATE OF THE REJECT A RECYCLED
000042* RECORD WAS REPAIRED FROM (ZERO ON A FIRST-TIME EVALUATION,
000044* SPACES ON A ROW THAT PREDATES IT); IFTCHARG BILLS THE ROW TO
000046* THAT DATE'S MONTH.
000050*----------------------------------------------------------------
000060 01  IFT-AUDIT-RECORD.
000070     05  IFT-AUDIT-SEQ-NO            PIC 9(06).
000120     05  IFT-AUDIT-RUN-TIME          PIC 9(08).
000125     05  IFT-AUDIT-SOURCE-CODE       PIC X(03).
000127     05  IFT-AUDIT-CYCLE-NO          PIC 9(02).
000137     05  IFT-AUDIT-OUTLIER-FLAG      PIC X(01).
000147         88  IFT-AUDIT-OUTLIER           VALUE 'Y'.
000157     05  IFT-AUDIT-ORIG-DATE         PIC 9(08).
000167     05  FILLER                      PIC X(28).
