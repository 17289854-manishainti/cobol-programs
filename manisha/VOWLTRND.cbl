000180*                    OFF AUDITLOG.                               *
000190*   09/02/2026 RK    ALSO SCANS THE RUNLOG RUN-STATUS LOG AND    *
000200*                    REPORTS RUNS THAT STARTED BUT NEVER ENDED   *
000201*                    CLEANLY, WHICH AUDITLOG ALONE NEVER SHOWS.  *
000202*   10/15/2026 RK    A VOWLBKOT "BACKED-OUT" RECORD NOW TAKES    *
000203*                    THE REVERSED RUN BACK OUT OF THE GRAND AND  *
000204*                    DAY TOTALS INSTEAD OF COUNTING AS A RUN.    *
000205*   10/15/2026 RK    ADDED THE CHGJRNL MASTER-FILE CHANGE JOURNAL *
000206*                    SECTION - EVERY DICTIONARY, RULESET AND     *
000207*                    RUN-LOCK CHANGE OR REFUSED ATTEMPT, WITH    *
000208*                    WHO, WHEN AND THE BEFORE/AFTER IMAGES.      *
000209*   10/15/2026 RK    HELD-FEED-CERT BATCHES EXCLUDED LIKE ABORT  *
000210*                    SNAPSHOTS; THE REVERSAL OF AN EXCLUDED RUN  *
000211*                    NO LONGER COMES OFF THE TOTALS.             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. VOWLTRND.
000390     SELECT RUN-STATUS-FILE ASSIGN TO "RUNLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RUNLOG-STATUS.
000411     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-JRNL-STATUS.
000420******************************************************************
000430 DATA DIVISION.
000440 FILE SECTION.
000480 FD  RUN-STATUS-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY VOWLRUN.
000501 FD  CHANGE-JOURNAL-FILE
000502     LABEL RECORDS ARE STANDARD.
000503     COPY VOWLJRN.
000510******************************************************************
000520 WORKING-STORAGE SECTION.
000530 77  WS-AUDIT-STATUS         PIC X(02)    VALUE "00".
000584*   EXCLUDED FROM THE TREND - SEE T200-PROCESS-AUDIT.            *
000586 77  WS-INQUIRY-SKIPPED      PIC 9(08) COMP VALUE 0.
000588 77  WS-ABORT-SKIPPED        PIC 9(08) COMP VALUE 0.
000590 77  WS-HELD-SKIPPED         PIC 9(08) COMP VALUE 0.
000592 77  WS-BACKOUT-COUNT        PIC 9(08) COMP VALUE 0.
000594 77  WS-BACKOUT-UNCOUNTED    PIC 9(08) COMP VALUE 0.
000596 77  WS-GRAND-RECORDS        PIC 9(08) COMP VALUE 0.
000600 77  WS-GRAND-EXCEPTIONS     PIC 9(08) COMP VALUE 0.
000610 77  WS-GRAND-VOWELS         PIC 9(08) COMP VALUE 0.
000620 77  WS-EXCEPT-PCT           PIC 9(03)V9(02) VALUE 0.
001150         10  WS-STRT-MATCHED-SW  PIC X(01) VALUE "N".
001160             88  WS-STRT-MATCHED           VALUE "Y".
001170 77  WS-STRT-COUNT           PIC 9(04) COMP VALUE 0.
001171******************************************************************
001172* CHGJRNL SCAN FIELDS - THE MASTER-FILE CHANGE JOURNAL WRITTEN BY*
001173*   VOWLDICT, VOWLRGLD AND VOWEL (RUN-LOCK OVERRIDES). EVERY     *
001174*   ENTRY IS LISTED; REFUSED AND FAILED ATTEMPTS, CLEARS AND LOCK*
001175*   OVERRIDES ARE FLAGGED FOR THE REVIEWER'S ATTENTION.          *
001176******************************************************************
001177 77  WS-JRNL-STATUS          PIC X(02)    VALUE "00".
001178     88  WS-JRNL-OK                       VALUE "00".
001179 77  WS-JRNL-PRESENT-SW      PIC X(01)    VALUE "N".
001180     88  WS-JRNL-PRESENT                  VALUE "Y".
001181 77  WS-JRNL-FLAG            PIC X(02)    VALUE SPACES.
001182 77  WS-JRNL-COUNT           PIC 9(08) COMP VALUE 0.
001183 77  WS-JRNL-APPLIED         PIC 9(08) COMP VALUE 0.
001184 77  WS-JRNL-REFUSED         PIC 9(08) COMP VALUE 0.
001185 77  WS-JRNL-FAILED          PIC 9(08) COMP VALUE 0.
001186 77  WS-JRNL-CLEARS          PIC 9(08) COMP VALUE 0.
001187 77  WS-JRNL-OVERRIDES       PIC 9(08) COMP VALUE 0.
001188******************************************************************
001190 PROCEDURE DIVISION.
001200 MAIN-PARA.
001210     PERFORM T100-INITIALIZE.
001260     PERFORM T900-TERMINATE.
001270     PERFORM U100-SCAN-RUNLOG.
001280     PERFORM R100-TREND-REPORT.
001285     PERFORM V100-JOURNAL-REPORT.
001290     STOP RUN.
001300******************************************************************
001310* T100-INITIALIZE - OPEN AUDITLOG AND PRIME THE READ.            *
001458*                      RESUMED RUN'S ENDED-OK RECORD (RESTORED    *
001460*                      FROM CHKPOINT), SO COUNTING BOTH WOULD     *
001462*                      TREND THE PRE-ABORT PORTION TWICE.         *
001463*                      PRE-CHAIN RECORDS WITH A BLANK STATUS      *
001464*                      ARE STILL COUNTED. A BATCH HELD BY FEED    *
001465*                      CERTIFICATION SCORED NOTHING AND IS NOT A  *
001466*                      RUN EITHER.                                *
001467*                      A BACKED-OUT RECORD REVERSES ITS RUN.      *
001468******************************************************************
001470 T200-PROCESS-AUDIT.
001472     IF AU-INQUIRY
001477     IF AU-RUN-STATUS(1:5) = "ABORT"
001478         ADD 1 TO WS-ABORT-SKIPPED
001479     ELSE
001480     IF AU-HELD-FEED-CERT
001481         ADD 1 TO WS-HELD-SKIPPED
001482     ELSE
001483     IF AU-BACKED-OUT
001484         PERFORM T250-REVERSE-RUN
001485     ELSE
001486         ADD 1 TO WS-RUN-COUNT
001490         ADD AU-RECORDS-PROCESSED TO WS-GRAND-RECORDS
001500         ADD AU-EXCEPTIONS-COUNT TO WS-GRAND-EXCEPTIONS
001510         ADD AU-TOTAL-VOWELS TO WS-GRAND-VOWELS
001520         PERFORM T300-ACCUM-DAY
001523         PERFORM T400-ACCUM-OPERATOR
001526     END-IF
001529     END-IF
001532     END-IF
001534     END-IF.
001540     PERFORM T210-READ-AUDIT.
001550******************************************************************
001560* T210-READ-AUDIT - READ THE NEXT AUDIT RECORD.                  *
001561******************************************************************
001562 T210-READ-AUDIT.
001563     READ AUDIT-FILE
001564         AT END
001565             MOVE "Y" TO WS-EOF-SWITCH
001566     END-READ.
001567******************************************************************
001568* T250-REVERSE-RUN - TAKE A RUN REVERSED BY VOWLBKOT BACK OUT OF  *
001569*                    THE GRAND TOTALS AND ITS DAY BUCKET. THE     *
001570*                    RECORD CARRIES THE REVERSED RUN'S OWN DATE   *
001571*                    AND FIGURES; THE OPERATOR TABLE STILL SHOWS  *
001572*                    WHO RAN IT. THE REVERSAL OF AN ABORT         *
001573*                    SNAPSHOT OR HELD BATCH, WHICH T200 NEVER     *
001574*                    COUNTED, IS NOTED BUT TAKES NOTHING OFF.     *
001575******************************************************************
001576 T250-REVERSE-RUN.
001577     IF AU-BACKED-OUT-UNCOUNTED
001578         ADD 1 TO WS-BACKOUT-UNCOUNTED
001579     ELSE
001580         PERFORM T260-SUBTRACT-RUN
001581     END-IF.
001582******************************************************************
001583* T260-SUBTRACT-RUN - SUBTRACT ONE REVERSED, COUNTED RUN FROM THE *
001584*                     GRAND TOTALS AND ITS DAY BUCKET.            *
001585******************************************************************
001586 T260-SUBTRACT-RUN.
001587     ADD 1 TO WS-BACKOUT-COUNT.
001588     IF WS-RUN-COUNT > 0
001589         SUBTRACT 1 FROM WS-RUN-COUNT
001590     END-IF.
001591     IF WS-GRAND-RECORDS NOT < AU-RECORDS-PROCESSED
001592         SUBTRACT AU-RECORDS-PROCESSED FROM WS-GRAND-RECORDS
001593     END-IF.
001594     IF WS-GRAND-EXCEPTIONS NOT < AU-EXCEPTIONS-COUNT
001595         SUBTRACT AU-EXCEPTIONS-COUNT FROM WS-GRAND-EXCEPTIONS
001596     END-IF.
001597     IF WS-GRAND-VOWELS NOT < AU-TOTAL-VOWELS
001598         SUBTRACT AU-TOTAL-VOWELS FROM WS-GRAND-VOWELS
001599     END-IF.
001600     MOVE "N" TO WS-FOUND-SWITCH.
001601     MOVE 0 TO WS-DAY-SLOT.
001602     PERFORM T310-FIND-ONE-DAY
001603         VARYING WS-DAY-IX FROM 1 BY 1
001604         UNTIL WS-DAY-IX > WS-DAY-COUNT
001605         OR WS-ENTRY-FOUND.
001606     IF WS-ENTRY-FOUND
001607         IF WS-DAY-RUNS(WS-DAY-SLOT) > 0
001608             SUBTRACT 1 FROM WS-DAY-RUNS(WS-DAY-SLOT)
001609         END-IF
001610         IF WS-DAY-RECORDS(WS-DAY-SLOT) NOT < AU-RECORDS-PROCESSED
001611             SUBTRACT AU-RECORDS-PROCESSED
001612                 FROM WS-DAY-RECORDS(WS-DAY-SLOT)
001613         END-IF
001614         IF WS-DAY-EXCEPTIONS(WS-DAY-SLOT)
001615                 NOT < AU-EXCEPTIONS-COUNT
001616             SUBTRACT AU-EXCEPTIONS-COUNT
001617                 FROM WS-DAY-EXCEPTIONS(WS-DAY-SLOT)
001618         END-IF
001619         IF WS-DAY-VOWELS(WS-DAY-SLOT) NOT < AU-TOTAL-VOWELS
001620             SUBTRACT AU-TOTAL-VOWELS
001621                 FROM WS-DAY-VOWELS(WS-DAY-SLOT)
001622         END-IF
001623     END-IF.
001630******************************************************************
001640* T300-ACCUM-DAY - FIND OR CREATE THIS RUN'S DAY BUCKET AND FOLD  *
001650*                  THE RUN'S TOTALS INTO IT.                     *
003530     IF WS-ABORT-SKIPPED > 0
003532         DISPLAY "ABORT SNAPSHOTS EXCLUDED ... "
003534             WS-ABORT-SKIPPED
003535     END-IF.
003536     IF WS-HELD-SKIPPED > 0
003537         DISPLAY "HELD BATCHES EXCLUDED ...... "
003538             WS-HELD-SKIPPED
003539     END-IF.
003540     IF WS-BACKOUT-COUNT > 0
003541         DISPLAY "RUNS BACKED OUT (REVERSED) . "
003542             WS-BACKOUT-COUNT
003543     END-IF.
003544     IF WS-BACKOUT-UNCOUNTED > 0
003545         DISPLAY "EXCLUDED RUNS BACKED OUT ... "
003546             WS-BACKOUT-UNCOUNTED
003547     END-IF.
003548     DISPLAY "TOTAL RECORDS PROCESSED .... " WS-GRAND-RECORDS.
003549     DISPLAY "TOTAL EXCEPTIONS ............ " WS-GRAND-EXCEPTIONS.
003550     DISPLAY "OVERALL EXCEPTION RATE ...... " WS-EXCEPT-PCT "%".
003560     DISPLAY "TOTAL VOWELS FOUND .......... " WS-GRAND-VOWELS.
003570     DISPLAY "------------------------------------------".
004240             " BY " WS-STRT-OPR(WS-STRT-IX)
004250             " - STILL IN STARTED STATE"
004260     END-IF.
004261******************************************************************
004262* V100-JOURNAL-REPORT - LIST THE CHGJRNL CHANGE JOURNAL, OLDEST  *
004263*                       FIRST, THEN TOTAL IT BY OUTCOME.         *
004264******************************************************************
004265 V100-JOURNAL-REPORT.
004266     DISPLAY " ".
004267     DISPLAY "******************************************".
004268     DISPLAY "* VOWLTRND - MASTER-FILE CHANGE JOURNAL  *".
004269     DISPLAY "******************************************".
004270     MOVE "N" TO WS-JRNL-PRESENT-SW.
004271     OPEN INPUT CHANGE-JOURNAL-FILE.
004272     IF WS-JRNL-OK
004273         SET WS-JRNL-PRESENT TO TRUE
004274         DISPLAY "** = REFUSED/FAILED, CLEAR OR LOCK OVERRIDE"
004275         DISPLAY "   DATE     TIME   OPERATOR PROGRAM  FILE"
004276             "     A OUTCOME  REASON"
004277         MOVE "N" TO WS-EOF-SWITCH
004278         PERFORM V110-READ-JOURNAL
004279         PERFORM V120-LIST-ONE-ENTRY
004280             UNTIL WS-EOF-REACHED
004281         CLOSE CHANGE-JOURNAL-FILE
004282     END-IF.
004283     DISPLAY "------------------------------------------".
004284     IF NOT WS-JRNL-PRESENT
004285         DISPLAY "  (NO CHGJRNL PRESENT - NO MASTER-FILE CHANGES "
004286             "JOURNALED)"
004287     ELSE
004288         DISPLAY "JOURNAL ENTRIES ............. " WS-JRNL-COUNT
004289         DISPLAY "  CHANGES APPLIED ........... " WS-JRNL-APPLIED
004290         DISPLAY "  ATTEMPTS REFUSED .......... " WS-JRNL-REFUSED
004291         DISPLAY "  CHANGES FAILED ............ " WS-JRNL-FAILED
004292         DISPLAY "  ENTRIES CLEARED ........... " WS-JRNL-CLEARS
004293         DISPLAY "  RUN-LOCK OVERRIDES ........ "
004294             WS-JRNL-OVERRIDES
004295     END-IF.
004296     DISPLAY "******************************************".
004297******************************************************************
004298* V110-READ-JOURNAL - READ THE NEXT CHANGE JOURNAL ENTRY.        *
004299******************************************************************
004300 V110-READ-JOURNAL.
004301     READ CHANGE-JOURNAL-FILE
004302         AT END
004303             MOVE "Y" TO WS-EOF-SWITCH
004304     END-READ.
004305******************************************************************
004306* V120-LIST-ONE-ENTRY - COUNT AND SHOW ONE JOURNAL ENTRY WITH    *
004307*                       ITS KEY AND BEFORE/AFTER IMAGES, THEN    *
004308*                       READ THE NEXT.                           *
004309******************************************************************
004310 V120-LIST-ONE-ENTRY.
004311     ADD 1 TO WS-JRNL-COUNT.
004312     MOVE SPACES TO WS-JRNL-FLAG.
004313     IF JR-APPLIED
004314         ADD 1 TO WS-JRNL-APPLIED
004315     ELSE
004316         MOVE "**" TO WS-JRNL-FLAG
004317         IF JR-REFUSED
004318             ADD 1 TO WS-JRNL-REFUSED
004319         ELSE
004320             ADD 1 TO WS-JRNL-FAILED
004321         END-IF
004322     END-IF.
004323     IF JR-ACTION = "C" AND JR-APPLIED
004324         ADD 1 TO WS-JRNL-CLEARS
004325         MOVE "**" TO WS-JRNL-FLAG
004326     END-IF.
004327     IF JR-ACTION = "O" AND JR-APPLIED
004328         ADD 1 TO WS-JRNL-OVERRIDES
004329         MOVE "**" TO WS-JRNL-FLAG
004330     END-IF.
004331     DISPLAY WS-JRNL-FLAG " " JR-JOURNAL-DATE
004332         " " JR-JOURNAL-TIME
004333         " " JR-OPERATOR-ID
004334         " " JR-PROGRAM-ID
004335         " " JR-MASTER-FILE
004336         " " JR-ACTION
004337         " " JR-OUTCOME
004338         " " JR-REASON.
004339     IF JR-RECORD-KEY NOT = SPACES
004340         DISPLAY "      KEY ...... " JR-RECORD-KEY
004341     END-IF.
004342     IF JR-BEFORE-IMAGE NOT = SPACES
004343         DISPLAY "      BEFORE ... " JR-BEFORE-IMAGE
004344     END-IF.
004345     IF JR-AFTER-IMAGE NOT = SPACES
004346         DISPLAY "      AFTER .... " JR-AFTER-IMAGE
004347     END-IF.
004348     PERFORM V110-READ-JOURNAL.
