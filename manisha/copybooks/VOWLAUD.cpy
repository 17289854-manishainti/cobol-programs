001800         88  AU-ABORT-OPEN-FAIL
001900             VALUE "ABORT-OPEN-FAIL".
001910         88  AU-ABORT-BAD-PARM             VALUE "ABORT-BAD-PARM".
001912*    A BATCH HELD BECAUSE AN INBOUND FEED FAILED CERTIFICATION - *
001914*    NOTHING WAS SCORED; THE FAILURES ARE LISTED ON FEEDREJ.     *
001916         88  AU-HELD-FEED-CERT             VALUE "HELD-FEED-CERT".
001920*    AN AD-HOC WORDQUERY INQUIRY LOGS WITH ITS OWN STATUS SO     *
001930*    VOWLRCON CAN RECONCILE AGAINST THE NEWEST BATCH RECORD,     *
001940*    NOT AGAINST A ONE-WORD INQUIRY RUN IN BETWEEN.              *
001950         88  AU-INQUIRY                    VALUE "INQUIRY".
001960*    A COMPENSATING RECORD APPENDED BY VOWLBKOT WHEN A RUN IS    *
001970*    REVERSED. IT CARRIES THE REVERSED RUN'S DATE, TIME AND      *
001980*    FIGURES (THE OPERATOR IS WHOEVER RAN THE BACK-OUT), SO THE  *
001990*    TREND CAN SUBTRACT THE RUN AND RECONCILIATION PASSES IT BY. *
001995         88  AU-BACKED-OUT                 VALUE "BACKED-OUT"
001996                 "BACKED-OUT-ABORT" "BACKED-OUT-HELD".
001997*    REVERSAL OF AN ABORT SNAPSHOT OR HELD BATCH - NEVER A RUN.  *
001998         88  AU-BACKED-OUT-UNCOUNTED
001999             VALUE "BACKED-OUT-ABORT" "BACKED-OUT-HELD".
002000*    AU-SEQUENCE-NUMBER/AU-CHECK-TOTAL - TAMPER-EVIDENCE FIELDS. *
002100*    THE SEQUENCE RISES BY ONE PER RECORD AND THE CHECK TOTAL    *
002200*    CHAINS FROM THE PRIOR RECORD'S CHECK TOTAL PLUS THIS        *
002300*    RECORD'S NUMERIC FIGURES AND ITS OPERATOR AND RUN-STATUS    *
002350*    BYTES (MOD 10**8), SO A DELETED,                            *
002400*    INSERTED OR EDITED RECORD BREAKS THE CHAIN. WRITTEN BY      *
002500*    9200-WRITE-AUDIT IN VOWEL (AND BY VOWLBKOT FOR A REVERSAL); *
002550*    CERTIFIED BY VOWLAVFY. RECORDS                              *
002600*    OLDER THAN THE CHAIN CARRY SPACES HERE AND VERIFY AS        *
002700*    PRE-CHAIN.                                                  *
002800     05  AU-SEQUENCE-NUMBER      PIC 9(08).
