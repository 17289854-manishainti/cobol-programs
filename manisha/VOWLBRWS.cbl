000150*                WITH IT IS LISTED WITH ITS VOWEL/CONSONANT/     *
000160*                DIGIT/OTHER COUNTS AND THE RULESET THAT SCORED  *
000170*                IT. BLANK BROWSES FROM THE TOP OF THE FILE.     *
000172*                A WORD CACHED UNDER SEVERAL RULESETS IS LISTED  *
000174*                ONCE PER RULESET.                               *
000180*     BRWSMAX  - RECORD-COUNT LIMIT FOR THE LISTING (DEFAULT     *
000190*                50).                                            *
000200*     BRWSSCOR - "Y" TO SCORE AND CACHE THE BRWSPFX WORD ON THE  *
000320*                    WITH OPTIONAL SCORE-AND-CACHE ON MISS.      *
000330*   09/02/2026 RK    RULESET NOW SELECTED FROM THE RSETMSTR      *
000340*                    REGISTRY FOR THE RUN DATE, MATCHING THE     *
000341*                    BATCH PIPELINE'S SELECTION RULES.           *
000342*   10/15/2026 RK    AN ENTRY CACHED HERE CARRIES A BLANK        *
000343*                    LK-CREATED-STAMP - NO BATCH RUN OWNS IT.    *
000344*   10/15/2026 RK    A WORD SCORED HERE IS CACHED WITH ITS       *
000345*                    SHAPE PATTERN, LONGEST VOWEL RUN AND        *
000346*                    CONSONANT CLUSTER AND SYLLABLE ESTIMATE,    *
000347*                    DERIVED AS IN VOWEL'S S100-DERIVE-SHAPE.    *
000348*   10/15/2026 RK    VOWELKSD IS NOW KEYED ON THE WORD AND THE   *
000349*                    RULESET SIGNATURE (LK-CACHE-KEY): THE       *
000350*                    BROWSE STARTS AT THE PREFIX UNDER THE LOWEST*
000351*                    SIGNATURE AND THE EXACT LOOKUP ASKS FOR THE *
000352*                    ENTRY UNDER THE RULESET IN FORCE.           *
000353*   10/15/2026 RK    A VOWELKSD STILL IN THE OLD LAYOUT IS       *
000354*                    RE-CREATED EMPTY, AS IN VOWEL.              *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. VOWLBRWS.
000500     SELECT LOOKUP-FILE ASSIGN TO "VOWELKSD"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LK-CACHE-KEY
000540         FILE STATUS IS WS-LOOKUP-STATUS.
000550     SELECT VOWEL-PARM-FILE ASSIGN TO DYNAMIC
000560         WS-CURRENT-PARM-FILE
000760 77  WS-LOOKUP-STATUS        PIC X(02)    VALUE "00".
000770     88  WS-LOOKUP-OK                     VALUE "00".
000780     88  WS-LOOKUP-FILE-MISSING           VALUE "35".
000785     88  WS-LOOKUP-OLD-FORMAT             VALUE "39".
000790 77  WS-PARM-STATUS          PIC X(02)    VALUE "00".
000800     88  WS-PARM-OK                       VALUE "00".
000810     88  WS-PARM-EOF                      VALUE "10".
001260     88  WS-VOWEL-NOT-MATCHED             VALUE "N".
001270 77  WS-RSET-PTR             PIC 9(02) COMP VALUE 0.
001280 77  WS-RSET-IDX             PIC 9(02) COMP VALUE 0.
001281 77  WS-RSET-DISPLAY         PIC X(20)    VALUE SPACES.
001282* SHAPE FIELDS - SAME LAYOUT AND RULES AS IN VOWEL, SO A SHAPE   *
001283*   CACHED FROM HERE MATCHES ONE THE BATCH WOULD HAVE WRITTEN.   *
001284 01  WS-SHAPE-RESULT.
001285     05  WS-SHAPE-PATTERN         PIC X(40)    VALUE SPACES.
001286     05  WS-LONGEST-VOWEL-RUN     PIC 9(02)    VALUE 0.
001287     05  WS-LONGEST-CLUSTER       PIC 9(02)    VALUE 0.
001288     05  WS-SYLLABLE-COUNT        PIC 9(02)    VALUE 0.
001289 77  WS-SHP-VOWEL-RUN        PIC 9(02) COMP VALUE 0.
001290 77  WS-SHP-CLUSTER          PIC 9(02) COMP VALUE 0.
001291 77  WS-SHP-WORD-GROUPS      PIC 9(02) COMP VALUE 0.
001292 77  WS-SHP-WORD-LETTERS     PIC 9(02) COMP VALUE 0.
001293 77  WS-SHP-END-IX           PIC 9(02) COMP VALUE 0.
001300******************************************************************
001310* WS-VOWEL-TABLE / WS-VOWEL-SET-ID - THE RULESET IN FORCE FOR    *
001320*   THIS SESSION, LOADED FROM VOWLPARM EXACTLY AS IN VOWEL'S     *
001970******************************************************************
001980 L100-OPEN-LOOKUP.
001990     OPEN I-O LOOKUP-FILE.
001991*    STATUS 39 IS A VOWELKSD STILL IN THE LAYOUT KEYED ON THE     *
001992*    STRING ALONE. ITS ENTRIES CANNOT BE READ UNDER THE RULESET   *
001993*    KEY, SO IT IS RE-CREATED EMPTY AND REFILLS AS WORDS RECUR.   *
001994     IF WS-LOOKUP-OLD-FORMAT
001995         DISPLAY "VOWLBRWS: VOWELKSD IS IN THE OLD LAYOUT - "
001996             "RE-CREATING IT EMPTY UNDER THE RULESET KEY"
001997     END-IF.
002000     IF WS-LOOKUP-FILE-MISSING
002005         OR WS-LOOKUP-OLD-FORMAT
002010         OPEN OUTPUT LOOKUP-FILE
002020         CLOSE LOOKUP-FILE
002030         OPEN I-O LOOKUP-FILE
002170     MOVE "N" TO WS-SCAN-EOF-SWITCH.
002180     MOVE "N" TO WS-LIMIT-HIT-SWITCH.
002190     MOVE WS-BROWSE-PREFIX TO LK-INPUT-STRING.
002195     MOVE LOW-VALUES TO LK-RULESET-ID.
002200     START LOOKUP-FILE KEY IS NOT LESS THAN LK-CACHE-KEY
002210         INVALID KEY
002220             MOVE "Y" TO WS-SCAN-EOF-SWITCH
002230     END-START.
003100* K300-SCORE-MISSING-WORD - WHEN THE EXACT BRWSPFX WORD IS NOT   *
003110*                           CACHED, SCORE IT UNDER THE RULESET   *
003120*                           IN FORCE AND ADD IT TO VOWELKSD, SO  *
003130*                           THE NEXT INQUIRY FINDS IT. AN ENTRY  *
003132*                           UNDER ANOTHER RULESET DOES NOT COUNT.*
003140******************************************************************
003150 K300-SCORE-MISSING-WORD.
003160     MOVE "N" TO WS-EXACT-FOUND-SWITCH.
003170     MOVE WS-BROWSE-PREFIX TO LK-INPUT-STRING.
003175     MOVE WS-VOWEL-SET-ID TO LK-RULESET-ID.
003180     READ LOOKUP-FILE
003190         INVALID KEY
003200             CONTINUE
003230     END-READ.
003240     IF WS-EXACT-FOUND
003250         DISPLAY "VOWLBRWS: " WS-BROWSE-PREFIX
003260             " ALREADY CACHED UNDER THE RULESET IN FORCE"
003270     ELSE
003280         MOVE WS-BROWSE-PREFIX TO WS-STR
003290         MOVE 0 TO WS-CTR1
003310             VARYING WS-VOWEL-IDX FROM 1 BY 1
003320             UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
003330         PERFORM A105-CLASSIFY-CHARS
003331         PERFORM S100-DERIVE-SHAPE
003340         PERFORM L200-WRITE-LOOKUP
003350         DISPLAY "VOWLBRWS: SCORED AND CACHED " WS-STR
003360         DISPLAY "  V=" WS-CTR1
003370             " C=" WS-CONSONANT-CTR
003380             " D=" WS-DIGIT-CTR
003390             " O=" WS-OTHER-CTR
003391         DISPLAY "  SHAPE=" WS-SHAPE-PATTERN
003392             " SYLLABLES=" WS-SYLLABLE-COUNT
003400     END-IF.
003410******************************************************************
003420* V100-LOAD-VOWEL-SET - LOAD THE VOWEL RULESET FROM VOWLPARM     *
005790         VARYING WS-VOWEL-IDX FROM 1 BY 1
005800         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
005810         OR WS-VOWEL-MATCHED.
005811******************************************************************
005812* B116-CHECK-ONE-VOWEL-ENTRY - COMPARE THE CURRENT CHARACTER     *
005813*                              AGAINST ONE VOWEL TABLE ENTRY.    *
005814******************************************************************
005815 B116-CHECK-ONE-VOWEL-ENTRY.
005816     IF WS-STR(WS-CHAR-IDX:1) = WS-VOWEL-UPPER-CHAR(WS-VOWEL-IDX)
005817         OR WS-STR(WS-CHAR-IDX:1) =
005818             WS-VOWEL-LOWER-CHAR(WS-VOWEL-IDX)
005819         SET WS-VOWEL-MATCHED TO TRUE
005820     END-IF.
005821******************************************************************
005822* S100-DERIVE-SHAPE - BUILD THE CONSONANT/VOWEL SHAPE OF         *
005823*                     WS-STR (WS-SHAPE-PATTERN), ITS LONGEST     *
005824*                     VOWEL RUN AND CONSONANT CLUSTER, AND THE   *
005825*                     ESTIMATED SYLLABLE COUNT SUMMED OVER ITS   *
005826*                     WORDS. RUNS NEVER SPAN A SPACE, DIGIT OR   *
005827*                     OTHER CHARACTER.                           *
005828******************************************************************
005829 S100-DERIVE-SHAPE.
005830     MOVE SPACES TO WS-SHAPE-PATTERN.
005831     MOVE 0 TO WS-LONGEST-VOWEL-RUN.
005832     MOVE 0 TO WS-LONGEST-CLUSTER.
005833     MOVE 0 TO WS-SYLLABLE-COUNT.
005834     MOVE 0 TO WS-SHP-WORD-GROUPS.
005835     MOVE 0 TO WS-SHP-WORD-LETTERS.
005836     PERFORM S110-SHAPE-ONE-CHAR
005837         VARYING WS-CHAR-IDX FROM 1 BY 1
005838         UNTIL WS-CHAR-IDX > 40.
005839     MOVE 40 TO WS-SHP-END-IX.
005840     PERFORM S120-CLOSE-WORD.
005841******************************************************************
005842* S110-SHAPE-ONE-CHAR - CLASS ONE BYTE OF WS-STR INTO THE        *
005843*                       PATTERN AND EXTEND OR BREAK THE CURRENT  *
005844*                       VOWEL RUN AND CONSONANT CLUSTER. A SPACE *
005845*                       CLOSES THE WORD ENDING ON THE BYTE BEFORE*
005846*                       IT.                                      *
005847******************************************************************
005848 S110-SHAPE-ONE-CHAR.
005849     IF WS-STR(WS-CHAR-IDX:1) = SPACE
005850         IF WS-CHAR-IDX > 1
005851             COMPUTE WS-SHP-END-IX = WS-CHAR-IDX - 1
005852             PERFORM S120-CLOSE-WORD
005853         END-IF
005854     ELSE
005855         PERFORM B115-CHECK-VOWEL-TABLE
005856         IF WS-VOWEL-MATCHED
005857             MOVE "V" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
005858             MOVE 0 TO WS-SHP-CLUSTER
005859             ADD 1 TO WS-SHP-VOWEL-RUN
005860             ADD 1 TO WS-SHP-WORD-LETTERS
005861             IF WS-SHP-VOWEL-RUN = 1
005862                 ADD 1 TO WS-SHP-WORD-GROUPS
005863             END-IF
005864             IF WS-SHP-VOWEL-RUN > WS-LONGEST-VOWEL-RUN
005865                 MOVE WS-SHP-VOWEL-RUN TO WS-LONGEST-VOWEL-RUN
005866             END-IF
005867         ELSE
005868             MOVE 0 TO WS-SHP-VOWEL-RUN
005869             IF WS-STR(WS-CHAR-IDX:1) IS NUMERIC
005870                 MOVE "D" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
005871                 MOVE 0 TO WS-SHP-CLUSTER
005872             ELSE
005873                 IF WS-STR(WS-CHAR-IDX:1) IS ALPHABETIC
005874                     MOVE "C" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
005875                     ADD 1 TO WS-SHP-CLUSTER
005876                     ADD 1 TO WS-SHP-WORD-LETTERS
005877                     IF WS-SHP-CLUSTER > WS-LONGEST-CLUSTER
005878                         MOVE WS-SHP-CLUSTER TO WS-LONGEST-CLUSTER
005879                     END-IF
005880                 ELSE
005881                     MOVE "X" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
005882                     MOVE 0 TO WS-SHP-CLUSTER
005883                 END-IF
005884             END-IF
005885         END-IF
005886     END-IF.
005887******************************************************************
005888* S120-CLOSE-WORD - END THE WORD WHOSE LAST BYTE IS              *
005889*                   WS-SHP-END-IX: ITS VOWEL GROUPS, LESS A      *
005890*                   SILENT FINAL "E", ARE ITS SYLLABLES - AT     *
005891*                   LEAST ONE FOR A WORD WITH ANY LETTER IN IT   *
005892*                   (E.G. "RHYTHM" WITHOUT Y IN THE RULESET).    *
005893******************************************************************
005894 S120-CLOSE-WORD.
005895     MOVE 0 TO WS-SHP-VOWEL-RUN.
005896     MOVE 0 TO WS-SHP-CLUSTER.
005897     IF WS-SHP-WORD-LETTERS > 0
005898         IF WS-SHP-WORD-GROUPS > 1
005899             AND WS-SHP-END-IX > 2
005900             PERFORM S130-CHECK-SILENT-E
005901         END-IF
005902         IF WS-SHP-WORD-GROUPS = 0
005903             MOVE 1 TO WS-SHP-WORD-GROUPS
005904         END-IF
005905         ADD WS-SHP-WORD-GROUPS TO WS-SYLLABLE-COUNT
005906     END-IF.
005907     MOVE 0 TO WS-SHP-WORD-GROUPS.
005908     MOVE 0 TO WS-SHP-WORD-LETTERS.
005909******************************************************************
005910* S130-CHECK-SILENT-E - A WORD ENDING CONSONANT + "E" (AS        *
005911*                       IN CAKE) LOSES ONE VOWEL GROUP, UNLESS   *
005912*                       IT ENDS CONSONANT + "LE" (AS IN TABLE),  *
005913*                       WHERE THE FINAL GROUP IS SOUNDED.        *
005914******************************************************************
005915 S130-CHECK-SILENT-E.
005916     IF (WS-STR(WS-SHP-END-IX:1) = "E" OR "e")
005917         AND WS-SHAPE-PATTERN(WS-SHP-END-IX:1) = "V"
005918         AND WS-SHAPE-PATTERN(WS-SHP-END-IX - 1:1) = "C"
005919         IF (WS-STR(WS-SHP-END-IX - 1:1) = "L" OR "l")
005920             AND WS-SHAPE-PATTERN(WS-SHP-END-IX - 2:1) = "C"
005921             CONTINUE
005922         ELSE
005923             SUBTRACT 1 FROM WS-SHP-WORD-GROUPS
005924         END-IF
005925     END-IF.
005926******************************************************************
005930* L200-WRITE-LOOKUP - ADD THE FRESHLY SCORED WORD TO VOWELKSD,   *
005940*                     STAMPED WITH THE RULESET IN FORCE, SAME    *
005950*                     FIELDS AS L200-WRITE-LOOKUP IN VOWEL.      *
006010     MOVE WS-DIGIT-CTR TO LK-DIGIT-COUNT.
006020     MOVE WS-OTHER-CTR TO LK-OTHER-COUNT.
006030     MOVE WS-VOWEL-SET-ID TO LK-RULESET-ID.
006035     MOVE SPACES TO LK-CREATED-STAMP.
006036     MOVE WS-SHAPE-PATTERN TO LK-SHAPE-PATTERN.
006037     MOVE WS-LONGEST-VOWEL-RUN TO LK-LONGEST-VOWEL-RUN.
006038     MOVE WS-LONGEST-CLUSTER TO LK-LONGEST-CLUSTER.
006039     MOVE WS-SYLLABLE-COUNT TO LK-SYLLABLE-COUNT.
006040     PERFORM L210-SAVE-CACHED-DETAIL
006050         VARYING WS-VOWEL-IDX FROM 1 BY 1
006060         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT.
