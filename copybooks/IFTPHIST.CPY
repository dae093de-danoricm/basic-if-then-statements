000085* CUTOFF, R = RESTART SW).  THE SOURCE CODE NAMES THE FEEDER
000086* OVERRIDE RECORD THE CHANGE APPLIED TO; BLANK MEANS THE
000087* SHOP-WIDE RECORD.
00008C* THE REQUESTER AND APPROVER ARE THE TWO ANALYSTS WHO PROPOSED
00008I* AND APPROVED THE CHANGE, AND THE PROPOSAL NUMBER IS ITS ROW ON
00008O* THE PENDING-CHANGE FILE.  ROWS WRITTEN BEFORE TWO-PERSON
00008U* APPROVAL HAVE SPACES THERE.
000090*----------------------------------------------------------------
000100 01  IFT-PHIST-RECORD.
000110     05  IFT-PHIST-FIELD             PIC X(01).
000150     05  IFT-PHIST-CHG-DATE          PIC 9(08).
000160     05  IFT-PHIST-CHG-TIME          PIC 9(08).
000165     05  IFT-PHIST-SOURCE-CODE       PIC X(03).
000175     05  IFT-PHIST-REQUESTER-ID      PIC X(08).
000185     05  IFT-PHIST-APPROVER-ID       PIC X(08).
000195     05  IFT-PHIST-PROPOSAL-NO       PIC 9(06).
000205     05  FILLER                      PIC X(14).
