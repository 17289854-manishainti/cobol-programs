000010******************************************************************
000020* PROGRAM-ID.  VOWLSUGG                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   NEAR-MATCH SPELLING SUGGESTIONS FOR THE WORDS VOWEL FLAGGED  *
000100*   AS NOT ON THE APPROVED-WORD DICTIONARY (WORDDICT), SO THE    *
000110*   ANALYST NO LONGER HAS TO GUESS WHETHER AN UNKNOWN WORD IS A  *
000120*   TYPO OF AN APPROVED WORD OR A GENUINELY NEW ONE. TWO MODES,  *
000130*   CHOSEN BY THE SUGGMODE ENVIRONMENT VALUE:                    *
000140*     (BLANK) - SUGGEST. EVERY DISTINCT UNKNOWN WORD ON EXTROUT  *
000150*               (WHOLE STRINGS AND THE WORDS OF A TOKENIZED      *
000160*               PHRASE; THE PHRASE ROLL-UP IS NOT A WORD) IS     *
000170*               COMPARED WITH EVERY WORDDICT ENTRY, AND UP TO    *
000180*               THREE ENTRIES ONE EDIT AWAY ARE KEPT - ONE       *
000190*               LETTER SUBSTITUTED, INSERTED OR DROPPED, TWO     *
000200*               ADJACENT LETTERS TRANSPOSED, OR LETTER CASE      *
000210*               ONLY, WHICH RANKS FIRST. A REVIEW REPORT IS      *
000220*               DISPLAYED AND THE SUGGOUT FILE WRITTEN, ONE      *
000230*               RECORD PER UNKNOWN WORD (LAYOUT VOWLSUG).        *
000240*     APPLY   - READ SUGGOUT BACK AFTER THE ANALYST HAS KEYED    *
000250*               THE DECISIONS. EACH "T" (TYPO) BECOMES AN        *
000260*               EXCCORR OVERRIDE RECORD MAPPING THE WORD TO THE  *
000261*               CHOSEN SUGGESTION. THE NEXT VOWLCORR RUN APPLIES *
000262*               IT TO EVERY RECORD OF THE WORD FLAGGED UNKNOWN   *
000263*               ON EXTROUT (UNKNOWN WORDS NEVER REACH EXCEPOUT), *
000264*               WRITING THE CORRECTED WORD TO WORDINCR AND       *
000265*               CORRTRL SO THE NEXT VOWEL RUN SCORES IT, AND     *
000266*               KEEPS APPLYING IT TO LATER SIGHTINGS. SO RUN     *
000267*               VOWLCORR BEFORE VOWEL NEXT REPLACES EXTROUT.     *
000270*               EACH "N" (NEW WORD) BECOMES AN "A" RECORD ON     *
000280*               DICTNEW, READY TO DROP INTO DICTCTL FOR          *
000290*               VOWLDICT. AN ORIGINAL ALREADY ON EXCCORR IS NOT  *
000300*               ADDED TWICE.                                     *
000310*   RETURN CODES: 0 CLEAN, 4 COMPLETED WITH WARNINGS (MORE       *
000320*   UNKNOWN WORDS THAN THE TABLE HOLDS, OR DECISIONS THAT COULD  *
000330*   NOT BE APPLIED), 12 A REQUIRED FILE COULD NOT BE OPENED.     *
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.                                          *
000360*   DATE       INIT  DESCRIPTION                                 *
000370*   10/15/2026 RK    ORIGINAL PROGRAM - NEAR-MATCH SUGGESTIONS   *
000380*                    FOR UNKNOWN WORDS AND APPLY STEP FEEDING    *
000390*                    EXCCORR AND DICTCTL.                        *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VOWLSUGG.
000430 AUTHOR. R KULKARNI.
000440 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000450 DATE-WRITTEN. 10/15/2026.
000460 DATE-COMPILED.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT EXTRACT-FILE ASSIGN TO "EXTROUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-EXTR-STATUS.
000570     SELECT DICTIONARY-FILE ASSIGN TO "WORDDICT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS DC-WORD
000610         FILE STATUS IS WS-DICT-STATUS.
000620     SELECT SUGGESTION-FILE ASSIGN TO "SUGGOUT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SUGG-STATUS.
000650     SELECT OVERRIDE-FILE ASSIGN TO "EXCCORR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-OVRD-STATUS.
000680     SELECT CONTROL-FILE ASSIGN TO "DICTNEW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTL-STATUS.
000710******************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  EXTRACT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY VOWLEXT.
000770 FD  DICTIONARY-FILE.
000780     COPY VOWLDCT.
000790 FD  SUGGESTION-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY VOWLSUG.
000820 FD  OVERRIDE-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY VOWLCOR.
000850 FD  CONTROL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY VOWLDCL.
000880******************************************************************
000890 WORKING-STORAGE SECTION.
000900 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
000910     88  WS-EXTR-OK                       VALUE "00".
000920     88  WS-EXTR-EOF                      VALUE "10".
000930 77  WS-DICT-STATUS          PIC X(02)    VALUE "00".
000940     88  WS-DICT-OK                       VALUE "00".
000950     88  WS-DICT-EOF                      VALUE "10".
000960     88  WS-DICT-FILE-MISSING             VALUE "35".
000970 77  WS-SUGG-STATUS          PIC X(02)    VALUE "00".
000980     88  WS-SUGG-OK                       VALUE "00".
000990     88  WS-SUGG-EOF                      VALUE "10".
001000 77  WS-OVRD-STATUS          PIC X(02)    VALUE "00".
001010     88  WS-OVRD-OK                       VALUE "00".
001020     88  WS-OVRD-EOF                      VALUE "10".
001030     88  WS-OVRD-FILE-MISSING             VALUE "35".
001040 77  WS-CTL-STATUS           PIC X(02)    VALUE "00".
001050     88  WS-CTL-OK                        VALUE "00".
001060 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
001070 77  WS-SUGG-MODE            PIC X(08)    VALUE SPACES.
001080     88  WS-APPLY-MODE                    VALUE "APPLY".
001090 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
001100     88  WS-EOF-REACHED                   VALUE "Y".
001110 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001120 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
001130 77  WS-RUN-TIME             PIC 9(06)    VALUE 0.
001140 77  WS-ALPHABET-UPPER       PIC X(26)
001150     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001160 77  WS-ALPHABET-LOWER       PIC X(26)
001170     VALUE "abcdefghijklmnopqrstuvwxyz".
001180******************************************************************
001190* SUGGEST-MODE COUNTS.                                           *
001200******************************************************************
001210 77  WS-UNKNOWN-READ         PIC 9(08) COMP VALUE 0.
001220 77  WS-PHRASE-SKIPPED       PIC 9(08) COMP VALUE 0.
001230 77  WS-DICT-READ            PIC 9(08) COMP VALUE 0.
001240 77  WS-NOW-APPROVED-COUNT   PIC 9(08) COMP VALUE 0.
001250 77  WS-WITH-SUGG-COUNT      PIC 9(08) COMP VALUE 0.
001260 77  WS-WITHOUT-SUGG-COUNT   PIC 9(08) COMP VALUE 0.
001270 77  WS-SUGG-WRITTEN         PIC 9(08) COMP VALUE 0.
001280 77  WS-UNK-OVERFLOW         PIC 9(08) COMP VALUE 0.
001290 77  WS-ED-COUNT             PIC ZZ,ZZZ,ZZ9.
001300 77  WS-ED-OCCURS            PIC ZZZ,ZZ9.
001310 77  WS-ED-SLOT              PIC 9(01).
001320******************************************************************
001330* WS-UNKNOWN-TABLE - ONE ENTRY PER DISTINCT UNKNOWN WORD, IN     *
001340*   ORDER OF FIRST APPEARANCE ON EXTROUT, WITH ITS UPPER-CASE    *
001350*   FORM AND LENGTH FOR THE COMPARISONS, WHERE IT WAS FIRST SEEN *
001360*   AND THE SUGGESTIONS GATHERED FOR IT. A WORD ARRIVING AFTER   *
001370*   THE TABLE IS FULL IS COUNTED IN WS-UNK-OVERFLOW ONLY.        *
001380******************************************************************
001390 77  WS-UNK-USED             PIC 9(04) COMP VALUE 0.
001400 77  WS-UNK-IX               PIC 9(04) COMP VALUE 0.
001410 77  WS-FOUND-IX             PIC 9(04) COMP VALUE 0.
001420 77  WS-SLOT-IX              PIC 9(01) COMP VALUE 0.
001430 01  WS-UNKNOWN-TABLE.
001440     05  WS-UNK-ENTRY OCCURS 1000 TIMES.
001450         10  WS-UNK-WORD             PIC X(40).
001460         10  WS-UNK-FOLDED           PIC X(40).
001470         10  WS-UNK-LEN              PIC 9(02) COMP.
001480         10  WS-UNK-OCCURRENCES      PIC 9(06).
001490         10  WS-UNK-SOURCE-FILE      PIC X(20).
001500         10  WS-UNK-SOURCE-SEQ       PIC 9(08).
001510         10  WS-UNK-RUN-TIMESTAMP    PIC X(14).
001520         10  WS-UNK-APPROVED-SW      PIC X(01).
001530             88  WS-UNK-NOW-APPROVED          VALUE "Y".
001540         10  WS-UNK-SUGG-COUNT       PIC 9(01).
001550         10  WS-UNK-SUGG OCCURS 3 TIMES.
001560             15  WS-UNK-EDIT-TYPE    PIC X(01).
001570             15  WS-UNK-SUGG-WORD    PIC X(40).
001580******************************************************************
001590* COMPARISON WORK FIELDS - THE CURRENT DICTIONARY WORD IN UPPER  *
001600*   CASE, THE TWO LENGTHS AND THE MISMATCHES FOUND BETWEEN THEM. *
001610******************************************************************
001620 77  WS-DCT-FOLDED           PIC X(40)    VALUE SPACES.
001630 77  WS-DCT-LEN              PIC 9(02) COMP VALUE 0.
001640 77  WS-TRAILING-SPACES      PIC 9(04) COMP VALUE 0.
001650 77  WS-CMP-LEN              PIC 9(02) COMP VALUE 0.
001660 77  WS-CMP-IX               PIC 9(02) COMP VALUE 0.
001670 77  WS-MISMATCHES           PIC 9(02) COMP VALUE 0.
001680 77  WS-FIRST-DIFF           PIC 9(02) COMP VALUE 0.
001690 77  WS-TAIL-LEN             PIC 9(02) COMP VALUE 0.
001700 77  WS-EDIT-TYPE            PIC X(01)    VALUE SPACE.
001710     88  WS-NO-EDIT                       VALUE SPACE.
001720     88  WS-CASE-ONLY                     VALUE "C".
001730 77  WS-LONG-WORD            PIC X(40)    VALUE SPACES.
001740 77  WS-SHORT-WORD           PIC X(40)    VALUE SPACES.
001750 77  WS-SHORT-LEN            PIC 9(02) COMP VALUE 0.
001760******************************************************************
001770* APPLY-MODE COUNTS AND THE EXCCORR ORIGINALS ALREADY ON FILE,   *
001780*   SO A WORD IS NEVER GIVEN TWO OVERRIDES.                      *
001790******************************************************************
001800 77  WS-DECISIONS-READ       PIC 9(08) COMP VALUE 0.
001810 77  WS-TYPO-APPLIED         PIC 9(08) COMP VALUE 0.
001820 77  WS-TYPO-ON-FILE         PIC 9(08) COMP VALUE 0.
001830 77  WS-NEW-WORD-APPLIED     PIC 9(08) COMP VALUE 0.
001840 77  WS-UNDECIDED-COUNT      PIC 9(08) COMP VALUE 0.
001850 77  WS-REJECTED-COUNT       PIC 9(08) COMP VALUE 0.
001860 77  WS-CHOSEN-NUM           PIC 9(01)    VALUE 0.
001870 77  WS-OVR-USED             PIC 9(04) COMP VALUE 0.
001880 77  WS-OVR-IX               PIC 9(04) COMP VALUE 0.
001890 77  WS-OVR-TABLE-FULL       PIC 9(08) COMP VALUE 0.
001900 77  WS-OVR-FOUND-SWITCH     PIC X(01)    VALUE "N".
001910     88  WS-OVR-FOUND                     VALUE "Y".
001920 01  WS-OVERRIDE-TABLE.
001930     05  WS-OVR-ORIGINAL OCCURS 500 TIMES PIC X(40).
001940******************************************************************
001950 PROCEDURE DIVISION.
001960 MAIN-PARA.
001970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001980     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001990     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
002000     ACCEPT WS-SUGG-MODE FROM ENVIRONMENT "SUGGMODE".
002010     INSPECT WS-SUGG-MODE CONVERTING WS-ALPHABET-LOWER
002020         TO WS-ALPHABET-UPPER.
002030     IF WS-APPLY-MODE
002040         PERFORM M100-APPLY-DECISIONS
002050         IF WS-RETURN-CODE < 12
002060             PERFORM R200-APPLY-REPORT
002070         END-IF
002080     ELSE
002090         IF WS-SUGG-MODE NOT = SPACES
002100             DISPLAY "VOWLSUGG: SUGGMODE " WS-SUGG-MODE
002110                 " NOT RECOGNIZED - SUGGEST MODE USED"
002120             MOVE 4 TO WS-RETURN-CODE
002130         END-IF
002140         PERFORM N100-COLLECT-UNKNOWN-WORDS
002150         IF WS-RETURN-CODE < 12
002160             PERFORM N300-MATCH-DICTIONARY
002170         END-IF
002180         IF WS-RETURN-CODE < 12
002190             PERFORM N500-WRITE-SUGGESTIONS
002200         END-IF
002210         IF WS-RETURN-CODE < 12
002220             PERFORM R100-REVIEW-REPORT
002230         END-IF
002240     END-IF.
002250     MOVE WS-RETURN-CODE TO RETURN-CODE.
002260     STOP RUN.
002270******************************************************************
002280* N100-COLLECT-UNKNOWN-WORDS - READ EXTROUT AND GATHER EVERY     *
002290*                              DISTINCT UNKNOWN WORD WITH ITS    *
002300*                              OCCURRENCE COUNT.                 *
002310******************************************************************
002320 N100-COLLECT-UNKNOWN-WORDS.
002330     OPEN INPUT EXTRACT-FILE.
002340     IF NOT WS-EXTR-OK
002350         DISPLAY "VOWLSUGG: UNABLE TO OPEN EXTROUT - STATUS "
002360             WS-EXTR-STATUS
002370         MOVE 12 TO WS-RETURN-CODE
002380     ELSE
002390         MOVE "N" TO WS-EOF-SWITCH
002400         PERFORM N110-READ-EXTRACT
002410         PERFORM N120-PROCESS-EXTRACT
002420             UNTIL WS-EOF-REACHED
002430         CLOSE EXTRACT-FILE
002440         IF WS-UNK-OVERFLOW > 0
002450             DISPLAY "VOWLSUGG: " WS-UNK-OVERFLOW
002460                 " UNKNOWN WORDS BEYOND THE TABLE - NOT SUGGESTED"
002470             IF WS-RETURN-CODE < 4
002480                 MOVE 4 TO WS-RETURN-CODE
002490             END-IF
002500         END-IF
002510     END-IF.
002520******************************************************************
002530* N110-READ-EXTRACT - READ THE NEXT EXTRACT RECORD.              *
002540******************************************************************
002550 N110-READ-EXTRACT.
002560     READ EXTRACT-FILE
002570         AT END
002580             MOVE "Y" TO WS-EOF-SWITCH
002590     END-READ.
002600******************************************************************
002610* N120-PROCESS-EXTRACT - TAKE ONE UNKNOWN WORD INTO THE TABLE,   *
002620*                        THEN READ THE NEXT. A PHRASE ROLL-UP IS *
002630*                        UNKNOWN ONLY BECAUSE ONE OF ITS WORDS   *
002640*                        IS, AND THAT WORD HAS ITS OWN RECORD.   *
002650******************************************************************
002660 N120-PROCESS-EXTRACT.
002670     IF XR-UNKNOWN-WORD
002680         IF XR-PHRASE-RECORD
002690             ADD 1 TO WS-PHRASE-SKIPPED
002700         ELSE
002710             ADD 1 TO WS-UNKNOWN-READ
002720             PERFORM N130-FIND-UNKNOWN-WORD
002730             IF WS-FOUND-IX > 0
002740                 ADD 1 TO WS-UNK-OCCURRENCES(WS-FOUND-IX)
002750             ELSE
002760                 PERFORM N140-ADD-UNKNOWN-WORD
002770             END-IF
002780         END-IF
002790     END-IF.
002800     PERFORM N110-READ-EXTRACT.
002810******************************************************************
002820* N130-FIND-UNKNOWN-WORD - LOOK THE WORD UP IN THE TABLE.        *
002830******************************************************************
002840 N130-FIND-UNKNOWN-WORD.
002850     MOVE 0 TO WS-FOUND-IX.
002860     PERFORM N135-CHECK-ONE-ENTRY
002870         VARYING WS-UNK-IX FROM 1 BY 1
002880         UNTIL WS-UNK-IX > WS-UNK-USED
002890         OR WS-FOUND-IX > 0.
002900******************************************************************
002910* N135-CHECK-ONE-ENTRY - COMPARE ONE TABLE ENTRY WITH THE WORD.  *
002920******************************************************************
002930 N135-CHECK-ONE-ENTRY.
002940     IF WS-UNK-WORD(WS-UNK-IX) = XR-INPUT-STRING
002950         MOVE WS-UNK-IX TO WS-FOUND-IX
002960     END-IF.
002970******************************************************************
002980* N140-ADD-UNKNOWN-WORD - OPEN A TABLE ENTRY FOR A NEW UNKNOWN   *
002990*                         WORD, KEEPING ITS UPPER-CASE FORM AND  *
003000*                         LENGTH FOR THE DICTIONARY COMPARISONS. *
003010******************************************************************
003020 N140-ADD-UNKNOWN-WORD.
003030     IF WS-UNK-USED < 1000
003040         ADD 1 TO WS-UNK-USED
003050         MOVE XR-INPUT-STRING TO WS-UNK-WORD(WS-UNK-USED)
003060         MOVE XR-INPUT-STRING TO WS-UNK-FOLDED(WS-UNK-USED)
003070         INSPECT WS-UNK-FOLDED(WS-UNK-USED) CONVERTING
003080             WS-ALPHABET-LOWER TO WS-ALPHABET-UPPER
003090         MOVE 0 TO WS-TRAILING-SPACES
003100         INSPECT XR-INPUT-STRING TALLYING WS-TRAILING-SPACES
003110             FOR TRAILING SPACES
003120         COMPUTE WS-UNK-LEN(WS-UNK-USED) = 40 - WS-TRAILING-SPACES
003130         MOVE 1 TO WS-UNK-OCCURRENCES(WS-UNK-USED)
003140         MOVE XR-SOURCE-FILE TO WS-UNK-SOURCE-FILE(WS-UNK-USED)
003150         MOVE XR-SOURCE-SEQ TO WS-UNK-SOURCE-SEQ(WS-UNK-USED)
003160         MOVE XR-RUN-TIMESTAMP
003170             TO WS-UNK-RUN-TIMESTAMP(WS-UNK-USED)
003180         MOVE "N" TO WS-UNK-APPROVED-SW(WS-UNK-USED)
003190         MOVE 0 TO WS-UNK-SUGG-COUNT(WS-UNK-USED)
003200         MOVE SPACES TO WS-UNK-SUGG(WS-UNK-USED, 1)
003210         MOVE SPACES TO WS-UNK-SUGG(WS-UNK-USED, 2)
003220         MOVE SPACES TO WS-UNK-SUGG(WS-UNK-USED, 3)
003230     ELSE
003240         ADD 1 TO WS-UNK-OVERFLOW
003250     END-IF.
003260******************************************************************
003270* N300-MATCH-DICTIONARY - ONE PASS OF WORDDICT IN KEY ORDER,     *
003280*                         TESTING EACH ENTRY AGAINST EVERY       *
003290*                         UNKNOWN WORD IN THE TABLE.             *
003300******************************************************************
003310 N300-MATCH-DICTIONARY.
003320     IF WS-UNK-USED > 0
003330         OPEN INPUT DICTIONARY-FILE
003340         IF NOT WS-DICT-OK
003350             IF WS-DICT-FILE-MISSING
003360                 DISPLAY "VOWLSUGG: NO WORDDICT ON FILE - "
003370                     "NOTHING TO SUGGEST FROM"
003380             ELSE
003390                 DISPLAY "VOWLSUGG: UNABLE TO OPEN WORDDICT - "
003400                     "STATUS " WS-DICT-STATUS
003410             END-IF
003420             MOVE 12 TO WS-RETURN-CODE
003430         ELSE
003440             MOVE "N" TO WS-EOF-SWITCH
003450             PERFORM N310-READ-DICTIONARY
003460             PERFORM N320-MATCH-ONE-DICT-WORD
003470                 UNTIL WS-EOF-REACHED
003480             CLOSE DICTIONARY-FILE
003490         END-IF
003500     END-IF.
003510******************************************************************
003520* N310-READ-DICTIONARY - READ THE NEXT WORDDICT ENTRY IN KEY     *
003530*                        SEQUENCE.                               *
003540******************************************************************
003550 N310-READ-DICTIONARY.
003560     READ DICTIONARY-FILE NEXT RECORD
003570         AT END
003580             MOVE "Y" TO WS-EOF-SWITCH
003590     END-READ.
003600******************************************************************
003610* N320-MATCH-ONE-DICT-WORD - FOLD ONE DICTIONARY WORD TO UPPER   *
003620*                            CASE, TEST IT AGAINST EVERY UNKNOWN *
003630*                            WORD, THEN READ THE NEXT.           *
003640******************************************************************
003650 N320-MATCH-ONE-DICT-WORD.
003660     ADD 1 TO WS-DICT-READ.
003670     MOVE DC-WORD TO WS-DCT-FOLDED.
003680     INSPECT WS-DCT-FOLDED CONVERTING WS-ALPHABET-LOWER
003690         TO WS-ALPHABET-UPPER.
003700     MOVE 0 TO WS-TRAILING-SPACES.
003710     INSPECT DC-WORD TALLYING WS-TRAILING-SPACES
003720         FOR TRAILING SPACES.
003730     COMPUTE WS-DCT-LEN = 40 - WS-TRAILING-SPACES.
003740     PERFORM N330-TEST-ONE-UNKNOWN
003750         VARYING WS-UNK-IX FROM 1 BY 1
003760         UNTIL WS-UNK-IX > WS-UNK-USED.
003770     PERFORM N310-READ-DICTIONARY.
003780******************************************************************
003790* N330-TEST-ONE-UNKNOWN - DECIDE WHETHER THE DICTIONARY WORD IS  *
003800*                         ONE EDIT FROM ONE UNKNOWN WORD AND, IF *
003810*                         SO, KEEP IT AS A SUGGESTION. A WORD    *
003820*                         ADDED TO WORDDICT SINCE THE RUN IS     *
003830*                         MARKED AND GETS NO SUGGESTIONS.        *
003840******************************************************************
003850 N330-TEST-ONE-UNKNOWN.
003860     IF DC-WORD = WS-UNK-WORD(WS-UNK-IX)
003870         SET WS-UNK-NOW-APPROVED(WS-UNK-IX) TO TRUE
003880     ELSE
003890         MOVE SPACE TO WS-EDIT-TYPE
003900         IF WS-DCT-LEN = WS-UNK-LEN(WS-UNK-IX)
003910             PERFORM N340-TEST-SAME-LENGTH
003920         ELSE
003930             IF WS-UNK-LEN(WS-UNK-IX) = WS-DCT-LEN + 1
003940                 MOVE WS-UNK-FOLDED(WS-UNK-IX) TO WS-LONG-WORD
003950                 MOVE WS-DCT-FOLDED TO WS-SHORT-WORD
003960                 MOVE WS-DCT-LEN TO WS-SHORT-LEN
003970                 PERFORM N360-TEST-ONE-EXTRA-LETTER
003980                 IF NOT WS-NO-EDIT
003990                     MOVE "I" TO WS-EDIT-TYPE
004000                 END-IF
004010             ELSE
004020                 IF WS-DCT-LEN = WS-UNK-LEN(WS-UNK-IX) + 1
004030                     MOVE WS-DCT-FOLDED TO WS-LONG-WORD
004040                     MOVE WS-UNK-FOLDED(WS-UNK-IX)
004050                         TO WS-SHORT-WORD
004060                     MOVE WS-UNK-LEN(WS-UNK-IX) TO WS-SHORT-LEN
004070                     PERFORM N360-TEST-ONE-EXTRA-LETTER
004080                     IF NOT WS-NO-EDIT
004090                         MOVE "D" TO WS-EDIT-TYPE
004100                     END-IF
004110                 END-IF
004120             END-IF
004130         END-IF
004140         IF NOT WS-NO-EDIT
004150             PERFORM N380-KEEP-SUGGESTION
004160         END-IF
004170     END-IF.
004180******************************************************************
004190* N340-TEST-SAME-LENGTH - WORDS OF EQUAL LENGTH: THE SAME LETTERS*
004200*                         IN ANOTHER CASE ("C"), ONE LETTER      *
004210*                         SUBSTITUTED ("S"), OR TWO ADJACENT     *
004220*                         LETTERS TRANSPOSED ("X").              *
004230******************************************************************
004240 N340-TEST-SAME-LENGTH.
004250     IF WS-DCT-FOLDED = WS-UNK-FOLDED(WS-UNK-IX)
004260         MOVE "C" TO WS-EDIT-TYPE
004270     ELSE
004280         MOVE 0 TO WS-MISMATCHES
004290         MOVE 0 TO WS-FIRST-DIFF
004300         MOVE WS-DCT-LEN TO WS-CMP-LEN
004310         PERFORM N345-COMPARE-ONE-CHAR
004320             VARYING WS-CMP-IX FROM 1 BY 1
004330             UNTIL WS-CMP-IX > WS-CMP-LEN
004340             OR WS-MISMATCHES > 2
004350         IF WS-MISMATCHES = 1
004360             MOVE "S" TO WS-EDIT-TYPE
004370         ELSE
004380             IF WS-MISMATCHES = 2
004390                 AND WS-FIRST-DIFF < WS-CMP-LEN
004400                 PERFORM N350-TEST-TRANSPOSITION
004410             END-IF
004420         END-IF
004430     END-IF.
004440******************************************************************
004450* N345-COMPARE-ONE-CHAR - COUNT ONE POSITION WHERE THE TWO       *
004460*                         EQUAL-LENGTH WORDS DIFFER, NOTING THE  *
004470*                         FIRST SUCH POSITION.                   *
004480******************************************************************
004490 N345-COMPARE-ONE-CHAR.
004500     IF WS-DCT-FOLDED(WS-CMP-IX:1)
004510         NOT = WS-UNK-FOLDED(WS-UNK-IX)(WS-CMP-IX:1)
004520         ADD 1 TO WS-MISMATCHES
004530         IF WS-FIRST-DIFF = 0
004540             MOVE WS-CMP-IX TO WS-FIRST-DIFF
004550         END-IF
004560     END-IF.
004570******************************************************************
004580* N350-TEST-TRANSPOSITION - TWO MISMATCHES ARE A TRANSPOSITION   *
004590*                           ONLY WHEN THEY ARE ADJACENT AND EACH *
004600*                           WORD HOLDS THE OTHER'S PAIR SWAPPED. *
004610******************************************************************
004620 N350-TEST-TRANSPOSITION.
004630     IF WS-DCT-FOLDED(WS-FIRST-DIFF:1)
004640         = WS-UNK-FOLDED(WS-UNK-IX)(WS-FIRST-DIFF + 1:1)
004650         AND WS-DCT-FOLDED(WS-FIRST-DIFF + 1:1)
004660         = WS-UNK-FOLDED(WS-UNK-IX)(WS-FIRST-DIFF:1)
004670         MOVE "X" TO WS-EDIT-TYPE
004680     END-IF.
004690******************************************************************
004700* N360-TEST-ONE-EXTRA-LETTER - THE LONGER WORD IS THE SHORTER    *
004710*                              ONE WITH A SINGLE LETTER ADDED    *
004720*                              WHEN THEY AGREE UP TO THE FIRST   *
004730*                              DIFFERENCE AND THE LONGER WORD'S  *
004740*                              REMAINDER, LESS THAT LETTER,      *
004750*                              MATCHES THE SHORTER'S REMAINDER.  *
004760*                              SETS WS-EDIT-TYPE NON-BLANK ON A  *
004770*                              MATCH; THE CALLER NAMES THE EDIT. *
004780******************************************************************
004790 N360-TEST-ONE-EXTRA-LETTER.
004800     MOVE 0 TO WS-FIRST-DIFF.
004810     PERFORM N365-FIND-FIRST-DIFF
004820         VARYING WS-CMP-IX FROM 1 BY 1
004830         UNTIL WS-CMP-IX > WS-SHORT-LEN
004840         OR WS-FIRST-DIFF > 0.
004850     IF WS-FIRST-DIFF = 0
004860         MOVE "Y" TO WS-EDIT-TYPE
004870     ELSE
004880         COMPUTE WS-TAIL-LEN = WS-SHORT-LEN - WS-FIRST-DIFF + 1
004890         IF WS-LONG-WORD(WS-FIRST-DIFF + 1:WS-TAIL-LEN)
004900             = WS-SHORT-WORD(WS-FIRST-DIFF:WS-TAIL-LEN)
004910             MOVE "Y" TO WS-EDIT-TYPE
004920         END-IF
004930     END-IF.
004940******************************************************************
004950* N365-FIND-FIRST-DIFF - NOTE THE FIRST POSITION AT WHICH THE    *
004960*                        LONGER AND SHORTER WORDS DIFFER.        *
004970******************************************************************
004980 N365-FIND-FIRST-DIFF.
004990     IF WS-LONG-WORD(WS-CMP-IX:1) NOT = WS-SHORT-WORD(WS-CMP-IX:1)
005000         MOVE WS-CMP-IX TO WS-FIRST-DIFF
005010     END-IF.
005020******************************************************************
005030* N380-KEEP-SUGGESTION - HOLD THE DICTIONARY WORD AS A           *
005040*                        SUGGESTION. THE DICTIONARY IS READ IN   *
005050*                        KEY ORDER, SO THE FIRST THREE FOUND ARE *
005060*                        KEPT - EXCEPT THAT A CASE-ONLY MATCH IS *
005070*                        THE CLOSEST THERE CAN BE AND ALWAYS     *
005080*                        TAKES THE FIRST SLOT, MOVING THE OTHERS *
005090*                        DOWN.                                   *
005100******************************************************************
005110 N380-KEEP-SUGGESTION.
005120     IF WS-CASE-ONLY
005130         MOVE WS-UNK-SUGG(WS-UNK-IX, 2)
005140             TO WS-UNK-SUGG(WS-UNK-IX, 3)
005150         MOVE WS-UNK-SUGG(WS-UNK-IX, 1)
005160             TO WS-UNK-SUGG(WS-UNK-IX, 2)
005170         MOVE WS-EDIT-TYPE TO WS-UNK-EDIT-TYPE(WS-UNK-IX, 1)
005180         MOVE DC-WORD TO WS-UNK-SUGG-WORD(WS-UNK-IX, 1)
005190         IF WS-UNK-SUGG-COUNT(WS-UNK-IX) < 3
005200             ADD 1 TO WS-UNK-SUGG-COUNT(WS-UNK-IX)
005210         END-IF
005220     ELSE
005230         IF WS-UNK-SUGG-COUNT(WS-UNK-IX) < 3
005240             ADD 1 TO WS-UNK-SUGG-COUNT(WS-UNK-IX)
005250             MOVE WS-UNK-SUGG-COUNT(WS-UNK-IX) TO WS-SLOT-IX
005260             MOVE WS-EDIT-TYPE
005270                 TO WS-UNK-EDIT-TYPE(WS-UNK-IX, WS-SLOT-IX)
005280             MOVE DC-WORD
005290                 TO WS-UNK-SUGG-WORD(WS-UNK-IX, WS-SLOT-IX)
005300         END-IF
005310     END-IF.
005320******************************************************************
005330* N500-WRITE-SUGGESTIONS - WRITE ONE SUGGOUT RECORD PER UNKNOWN  *
005340*                          WORD STILL OFF THE DICTIONARY, WITH   *
005350*                          THE DECISION BYTES LEFT BLANK FOR THE *
005360*                          ANALYST.                              *
005370******************************************************************
005380 N500-WRITE-SUGGESTIONS.
005390     OPEN OUTPUT SUGGESTION-FILE.
005400     IF NOT WS-SUGG-OK
005410         DISPLAY "VOWLSUGG: UNABLE TO OPEN SUGGOUT - STATUS "
005420             WS-SUGG-STATUS
005430         MOVE 12 TO WS-RETURN-CODE
005440     ELSE
005450         PERFORM N510-WRITE-ONE-SUGGESTION
005460             VARYING WS-UNK-IX FROM 1 BY 1
005470             UNTIL WS-UNK-IX > WS-UNK-USED
005480         CLOSE SUGGESTION-FILE
005490     END-IF.
005500******************************************************************
005510* N510-WRITE-ONE-SUGGESTION - BUILD AND WRITE ONE SUGGOUT RECORD.*
005520******************************************************************
005530 N510-WRITE-ONE-SUGGESTION.
005540     IF WS-UNK-NOW-APPROVED(WS-UNK-IX)
005550         ADD 1 TO WS-NOW-APPROVED-COUNT
005560     ELSE
005570         IF WS-UNK-SUGG-COUNT(WS-UNK-IX) > 0
005580             ADD 1 TO WS-WITH-SUGG-COUNT
005590         ELSE
005600             ADD 1 TO WS-WITHOUT-SUGG-COUNT
005610         END-IF
005620         MOVE SPACES TO SUGGESTION-RECORD
005630         MOVE WS-UNK-WORD(WS-UNK-IX) TO SG-UNKNOWN-WORD
005640         MOVE WS-UNK-OCCURRENCES(WS-UNK-IX) TO SG-OCCURRENCES
005650         MOVE WS-UNK-SOURCE-FILE(WS-UNK-IX) TO SG-SOURCE-FILE
005660         MOVE WS-UNK-SOURCE-SEQ(WS-UNK-IX) TO SG-SOURCE-SEQ
005670         MOVE WS-UNK-RUN-TIMESTAMP(WS-UNK-IX) TO SG-RUN-TIMESTAMP
005680         MOVE WS-UNK-SUGG-COUNT(WS-UNK-IX) TO SG-SUGGESTION-COUNT
005690         MOVE WS-UNK-SUGG(WS-UNK-IX, 1) TO SG-SUGGESTION(1)
005700         MOVE WS-UNK-SUGG(WS-UNK-IX, 2) TO SG-SUGGESTION(2)
005710         MOVE WS-UNK-SUGG(WS-UNK-IX, 3) TO SG-SUGGESTION(3)
005720         WRITE SUGGESTION-RECORD
005730         ADD 1 TO WS-SUGG-WRITTEN
005740     END-IF.
005750******************************************************************
005760* M100-APPLY-DECISIONS - TURN THE ANALYST'S DECISIONS ON SUGGOUT *
005770*                        INTO EXCCORR OVERRIDES AND DICTCTL "A"  *
005780*                        RECORDS.                                *
005790******************************************************************
005800 M100-APPLY-DECISIONS.
005810     OPEN INPUT SUGGESTION-FILE.
005820     IF NOT WS-SUGG-OK
005830         DISPLAY "VOWLSUGG: UNABLE TO OPEN SUGGOUT - STATUS "
005840             WS-SUGG-STATUS
005850         MOVE 12 TO WS-RETURN-CODE
005860     ELSE
005870         PERFORM M110-LOAD-OVERRIDES
005880         PERFORM M130-OPEN-OUTPUTS
005890         IF WS-RETURN-CODE < 12
005900             MOVE "N" TO WS-EOF-SWITCH
005910             PERFORM M200-READ-SUGGESTION
005920             PERFORM M210-APPLY-ONE-DECISION
005930                 UNTIL WS-EOF-REACHED
005940             CLOSE OVERRIDE-FILE
005950             CLOSE CONTROL-FILE
005960         END-IF
005970         CLOSE SUGGESTION-FILE
005980         IF WS-REJECTED-COUNT > 0
005990             OR WS-OVR-TABLE-FULL > 0
006000             IF WS-RETURN-CODE < 4
006010                 MOVE 4 TO WS-RETURN-CODE
006020             END-IF
006030         END-IF
006040     END-IF.
006050******************************************************************
006060* M110-LOAD-OVERRIDES - NOTE THE ORIGINALS ALREADY ON EXCCORR. A *
006070*                       MISSING EXCCORR SIMPLY MEANS NONE YET.   *
006080******************************************************************
006090 M110-LOAD-OVERRIDES.
006100     OPEN INPUT OVERRIDE-FILE.
006110     IF WS-OVRD-OK
006120         MOVE "N" TO WS-EOF-SWITCH
006130         PERFORM M115-READ-OVERRIDE
006140         PERFORM M120-LOAD-ONE-OVERRIDE
006150             UNTIL WS-EOF-REACHED
006160         CLOSE OVERRIDE-FILE
006170     END-IF.
006180******************************************************************
006190* M115-READ-OVERRIDE - READ ONE EXCCORR RECORD.                  *
006200******************************************************************
006210 M115-READ-OVERRIDE.
006220     READ OVERRIDE-FILE
006230         AT END
006240             MOVE "Y" TO WS-EOF-SWITCH
006250     END-READ.
006260******************************************************************
006270* M120-LOAD-ONE-OVERRIDE - TABLE ONE EXCCORR ORIGINAL, THEN READ *
006280*                          THE NEXT.                             *
006290******************************************************************
006300 M120-LOAD-ONE-OVERRIDE.
006310     PERFORM M125-REMEMBER-ORIGINAL.
006320     PERFORM M115-READ-OVERRIDE.
006330******************************************************************
006340* M125-REMEMBER-ORIGINAL - ADD CR-ORIGINAL-STRING TO THE TABLE   *
006350*                          OF OVERRIDES ON FILE.                 *
006360******************************************************************
006370 M125-REMEMBER-ORIGINAL.
006380     IF WS-OVR-USED < 500
006390         ADD 1 TO WS-OVR-USED
006400         MOVE CR-ORIGINAL-STRING TO WS-OVR-ORIGINAL(WS-OVR-USED)
006410     ELSE
006420         ADD 1 TO WS-OVR-TABLE-FULL
006430     END-IF.
006440******************************************************************
006450* M130-OPEN-OUTPUTS - EXTEND EXCCORR (CREATING IT ON FIRST USE)  *
006460*                     AND START A FRESH DICTNEW WITH A COMMENT   *
006470*                     LINE SAYING WHERE ITS WORDS CAME FROM.     *
006480******************************************************************
006490 M130-OPEN-OUTPUTS.
006500     OPEN EXTEND OVERRIDE-FILE.
006510     IF WS-OVRD-FILE-MISSING
006520         OPEN OUTPUT OVERRIDE-FILE
006530     END-IF.
006540     IF NOT WS-OVRD-OK
006550         DISPLAY "VOWLSUGG: UNABLE TO OPEN EXCCORR - STATUS "
006560             WS-OVRD-STATUS
006570         MOVE 12 TO WS-RETURN-CODE
006580     ELSE
006590         OPEN OUTPUT CONTROL-FILE
006600         IF NOT WS-CTL-OK
006610             DISPLAY "VOWLSUGG: UNABLE TO OPEN DICTNEW - STATUS "
006620                 WS-CTL-STATUS
006630             MOVE 12 TO WS-RETURN-CODE
006640             CLOSE OVERRIDE-FILE
006650         ELSE
006660             MOVE SPACES TO CONTROL-RECORD
006670             MOVE "*" TO DL-ACTION
006680             STRING "SUGGOUT REVIEW OF "
006690                 WS-RUN-DATE " " WS-RUN-TIME
006700                 DELIMITED BY SIZE INTO DL-WORD
006710             WRITE CONTROL-RECORD
006720         END-IF
006730     END-IF.
006740******************************************************************
006750* M200-READ-SUGGESTION - READ THE NEXT REVIEWED SUGGOUT RECORD.  *
006760******************************************************************
006770 M200-READ-SUGGESTION.
006780     READ SUGGESTION-FILE
006790         AT END
006800             MOVE "Y" TO WS-EOF-SWITCH
006810     END-READ.
006820******************************************************************
006830* M210-APPLY-ONE-DECISION - ACT ON ONE DECISION, THEN READ THE   *
006840*                           NEXT. A BLANK DECISION LEAVES THE    *
006850*                           WORD FOR A LATER REVIEW.             *
006860******************************************************************
006870 M210-APPLY-ONE-DECISION.
006880     ADD 1 TO WS-DECISIONS-READ.
006890     IF SG-TYPO-FIX
006900         PERFORM M220-APPLY-TYPO-FIX
006910     ELSE
006920         IF SG-NEW-WORD
006930             PERFORM M240-APPLY-NEW-WORD
006940         ELSE
006950             IF SG-DECISION = SPACE
006960                 ADD 1 TO WS-UNDECIDED-COUNT
006970             ELSE
006980                 ADD 1 TO WS-REJECTED-COUNT
006990                 DISPLAY "VOWLSUGG: DECISION " SG-DECISION
007000                     " NOT RECOGNIZED FOR " SG-UNKNOWN-WORD
007010             END-IF
007020         END-IF
007030     END-IF.
007040     PERFORM M200-READ-SUGGESTION.
007050******************************************************************
007060* M220-APPLY-TYPO-FIX - WRITE AN EXCCORR OVERRIDE MAPPING THE    *
007070*                       WORD TO THE CHOSEN SUGGESTION (THE FIRST *
007080*                       WHEN NONE IS KEYED), UNLESS THE WORD     *
007090*                       ALREADY HAS ONE.                         *
007100******************************************************************
007110 M220-APPLY-TYPO-FIX.
007120     MOVE 0 TO WS-CHOSEN-NUM.
007130     IF SG-CHOSEN = SPACE
007140         MOVE 1 TO WS-CHOSEN-NUM
007150     ELSE
007160         IF SG-CHOSEN IS NUMERIC
007170             MOVE SG-CHOSEN TO WS-CHOSEN-NUM
007180         END-IF
007190     END-IF.
007200     IF SG-SUGGESTION-COUNT NOT NUMERIC
007210         OR WS-CHOSEN-NUM = 0
007220         OR WS-CHOSEN-NUM > SG-SUGGESTION-COUNT
007230         ADD 1 TO WS-REJECTED-COUNT
007240         DISPLAY "VOWLSUGG: TYPO FIX FOR " SG-UNKNOWN-WORD
007250             " NAMES NO SUGGESTION " SG-CHOSEN " - NOT APPLIED"
007260     ELSE
007270         PERFORM M230-FIND-OVERRIDE
007280         IF WS-OVR-FOUND
007290             ADD 1 TO WS-TYPO-ON-FILE
007300             DISPLAY "VOWLSUGG: " SG-UNKNOWN-WORD
007310                 " ALREADY HAS AN EXCCORR OVERRIDE"
007320         ELSE
007330             MOVE SG-UNKNOWN-WORD TO CR-ORIGINAL-STRING
007340             MOVE SG-SUGGESTED-WORD(WS-CHOSEN-NUM)
007350                 TO CR-CORRECTED-STRING
007360             WRITE CORRECTION-RECORD
007370             ADD 1 TO WS-TYPO-APPLIED
007380             PERFORM M125-REMEMBER-ORIGINAL
007390             DISPLAY "VOWLSUGG: OVERRIDE " SG-UNKNOWN-WORD
007400                 " TO " CR-CORRECTED-STRING
007410         END-IF
007420     END-IF.
007430******************************************************************
007440* M230-FIND-OVERRIDE - LOOK FOR THE WORD AMONG THE EXCCORR       *
007450*                      ORIGINALS ALREADY ON FILE.                *
007460******************************************************************
007470 M230-FIND-OVERRIDE.
007480     MOVE "N" TO WS-OVR-FOUND-SWITCH.
007490     PERFORM M235-CHECK-ONE-OVERRIDE
007500         VARYING WS-OVR-IX FROM 1 BY 1
007510         UNTIL WS-OVR-IX > WS-OVR-USED
007520         OR WS-OVR-FOUND.
007530******************************************************************
007540* M235-CHECK-ONE-OVERRIDE - COMPARE ONE TABLED ORIGINAL.         *
007550******************************************************************
007560 M235-CHECK-ONE-OVERRIDE.
007570     IF WS-OVR-ORIGINAL(WS-OVR-IX) = SG-UNKNOWN-WORD
007580         SET WS-OVR-FOUND TO TRUE
007590     END-IF.
007600******************************************************************
007610* M240-APPLY-NEW-WORD - WRITE A DICTCTL "A" RECORD FOR A WORD    *
007620*                       CONFIRMED AS GENUINELY NEW.              *
007630******************************************************************
007640 M240-APPLY-NEW-WORD.
007650     MOVE SPACES TO CONTROL-RECORD.
007660     MOVE "A" TO DL-ACTION.
007670     MOVE SG-UNKNOWN-WORD TO DL-WORD.
007680     WRITE CONTROL-RECORD.
007690     ADD 1 TO WS-NEW-WORD-APPLIED.
007700******************************************************************
007710* R100-REVIEW-REPORT - THE ANALYST'S REVIEW LIST: EACH UNKNOWN   *
007720*                      WORD WITH ITS SUGGESTIONS, THEN TOTALS.   *
007730******************************************************************
007740 R100-REVIEW-REPORT.
007750     DISPLAY " ".
007760     DISPLAY "******************************************".
007770     DISPLAY "*  VOWLSUGG - NEAR-MATCH REVIEW REPORT   *".
007780     DISPLAY "******************************************".
007790     DISPLAY "EDIT: S SUBSTITUTED  I INSERTED  D DROPPED".
007800     DISPLAY "      X TRANSPOSED   C CASE ONLY".
007810     DISPLAY "------------------------------------------".
007820     PERFORM R110-DISPLAY-ONE-WORD
007830         VARYING WS-UNK-IX FROM 1 BY 1
007840         UNTIL WS-UNK-IX > WS-UNK-USED.
007850     DISPLAY "------------------------------------------".
007860     MOVE WS-UNKNOWN-READ TO WS-ED-COUNT.
007870     DISPLAY "UNKNOWN WORD RECORDS ....... " WS-ED-COUNT.
007880     MOVE WS-PHRASE-SKIPPED TO WS-ED-COUNT.
007890     DISPLAY "PHRASE ROLL-UPS PASSED OVER  " WS-ED-COUNT.
007900     MOVE WS-UNK-USED TO WS-ED-COUNT.
007910     DISPLAY "DISTINCT UNKNOWN WORDS ..... " WS-ED-COUNT.
007920     MOVE WS-DICT-READ TO WS-ED-COUNT.
007930     DISPLAY "DICTIONARY WORDS COMPARED .. " WS-ED-COUNT.
007940     MOVE WS-WITH-SUGG-COUNT TO WS-ED-COUNT.
007950     DISPLAY "WORDS WITH SUGGESTIONS ..... " WS-ED-COUNT.
007960     MOVE WS-WITHOUT-SUGG-COUNT TO WS-ED-COUNT.
007970     DISPLAY "WORDS WITH NO NEAR MATCH ... " WS-ED-COUNT.
007980     IF WS-NOW-APPROVED-COUNT > 0
007990         MOVE WS-NOW-APPROVED-COUNT TO WS-ED-COUNT
008000         DISPLAY "NOW ON DICTIONARY - DROPPED  " WS-ED-COUNT
008010     END-IF.
008020     IF WS-UNK-OVERFLOW > 0
008030         MOVE WS-UNK-OVERFLOW TO WS-ED-COUNT
008040         DISPLAY "WORDS BEYOND TABLE ......... " WS-ED-COUNT
008050     END-IF.
008060     MOVE WS-SUGG-WRITTEN TO WS-ED-COUNT.
008070     DISPLAY "SUGGOUT RECORDS WRITTEN .... " WS-ED-COUNT.
008080     DISPLAY "******************************************".
008090******************************************************************
008100* R110-DISPLAY-ONE-WORD - ONE UNKNOWN WORD AND ITS SUGGESTIONS.  *
008110******************************************************************
008120 R110-DISPLAY-ONE-WORD.
008130     IF NOT WS-UNK-NOW-APPROVED(WS-UNK-IX)
008140         MOVE WS-UNK-OCCURRENCES(WS-UNK-IX) TO WS-ED-OCCURS
008150         DISPLAY WS-UNK-WORD(WS-UNK-IX) " SEEN" WS-ED-OCCURS
008160         IF WS-UNK-SUGG-COUNT(WS-UNK-IX) = 0
008170             DISPLAY "    (NO DICTIONARY WORD ONE EDIT AWAY)"
008180         ELSE
008190             PERFORM R120-DISPLAY-ONE-SUGGESTION
008200                 VARYING WS-SLOT-IX FROM 1 BY 1
008210                 UNTIL WS-SLOT-IX > WS-UNK-SUGG-COUNT(WS-UNK-IX)
008220         END-IF
008230     END-IF.
008240******************************************************************
008250* R120-DISPLAY-ONE-SUGGESTION - ONE NUMBERED SUGGESTION LINE.    *
008260******************************************************************
008270 R120-DISPLAY-ONE-SUGGESTION.
008280     MOVE WS-SLOT-IX TO WS-ED-SLOT.
008290     DISPLAY "    " WS-ED-SLOT ". "
008300         WS-UNK-SUGG-WORD(WS-UNK-IX, WS-SLOT-IX)
008310         " (" WS-UNK-EDIT-TYPE(WS-UNK-IX, WS-SLOT-IX) ")".
008320******************************************************************
008330* R200-APPLY-REPORT - TOTALS OF THE DECISIONS APPLIED.           *
008340******************************************************************
008350 R200-APPLY-REPORT.
008360     DISPLAY " ".
008370     DISPLAY "******************************************".
008380     DISPLAY "*  VOWLSUGG - SUGGESTION APPLY REPORT    *".
008390     DISPLAY "******************************************".
008400     MOVE WS-DECISIONS-READ TO WS-ED-COUNT.
008410     DISPLAY "SUGGOUT RECORDS READ ....... " WS-ED-COUNT.
008420     MOVE WS-TYPO-APPLIED TO WS-ED-COUNT.
008430     DISPLAY "EXCCORR OVERRIDES ADDED .... " WS-ED-COUNT.
008440     MOVE WS-TYPO-ON-FILE TO WS-ED-COUNT.
008450     DISPLAY "OVERRIDES ALREADY ON FILE .. " WS-ED-COUNT.
008460     MOVE WS-NEW-WORD-APPLIED TO WS-ED-COUNT.
008470     DISPLAY "DICTNEW ADD RECORDS ........ " WS-ED-COUNT.
008480     MOVE WS-UNDECIDED-COUNT TO WS-ED-COUNT.
008490     DISPLAY "LEFT UNDECIDED ............. " WS-ED-COUNT.
008500     MOVE WS-REJECTED-COUNT TO WS-ED-COUNT.
008510     DISPLAY "DECISIONS NOT APPLIED ...... " WS-ED-COUNT.
008520     IF WS-OVR-TABLE-FULL > 0
008530         MOVE WS-OVR-TABLE-FULL TO WS-ED-COUNT
008540         DISPLAY "EXCCORR ORIGINALS UNCHECKED  " WS-ED-COUNT
008550     END-IF.
008560     DISPLAY "******************************************".
