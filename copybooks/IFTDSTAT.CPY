000090* SHOP-WIDE THRESHOLDS IN EFFECT THAT DAY; TYPE V (ONE PER
000100* RUN, BLANK SOURCE) THE PER-BAND VALUE TOTALS AND HIGH/LOW
000110* SENTINELS; TYPE S (ONE PER FEEDER SOURCE) THE PER-SOURCE
000113* SUBTOTALS AND THE THRESHOLD THAT SOURCE WAS BANDED AGAINST,
000116* PLUS THE SUM AND SUM OF SQUARES OF ITS EVALUATED X VALUES
000120* (THE RAW MATERIAL FOR IFTHEN'S PER-SOURCE OUTLIER BASELINE)
000123* AND HOW MANY OF THEM FELL OUTSIDE THAT BASELINE.  S ROWS
000126* WRITTEN BEFORE THE SUMS WERE ADDED HOLD SPACES THERE.
000130* IFTTREND RUNS FROM THIS MASTER, SO THE TREND SURVIVES AN
000140* IFTPURGE OF THE AUDIT DETAIL, AND AN IFTHEN RESTART RECOVERS
000150* ITS PER-SOURCE TABLE AND VALUE TOTALS FROM THE DAY'S ROWS
000510         10  IFT-DSTAT-SRC-MEDIUM    PIC 9(06).
000520         10  IFT-DSTAT-SRC-HIGH      PIC 9(06).
000530         10  IFT-DSTAT-SRC-THRESHOLD PIC 9(04).
000540         10  IFT-DSTAT-SRC-SUM-X     PIC 9(10).
000550         10  IFT-DSTAT-SRC-SUM-SQ    PIC 9(14).
000560         10  IFT-DSTAT-SRC-OUTLIERS  PIC 9(06).
000570         10  FILLER                  PIC X(02).
