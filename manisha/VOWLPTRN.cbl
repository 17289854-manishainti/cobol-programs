000010******************************************************************
000020* PROGRAM-ID.  VOWLPTRN                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   WORD-SHAPE PROFILE OFF THE EXTRACT RECORDS WRITTEN BY VOWEL. *
000100*   EACH SCORED WORD CARRIES ITS CONSONANT/VOWEL SHAPE PATTERN,  *
000110*   LONGEST CONSONANT CLUSTER AND ESTIMATED SYLLABLE COUNT, ALL  *
000120*   DERIVED UNDER THE RULESET IN FORCE FOR ITS RUN; THIS REPORT  *
000130*   LISTS THE MOST COMMON SHAPES AND THE CLUSTER-LENGTH AND      *
000140*   SYLLABLE DISTRIBUTIONS, SO QUESTIONS SUCH AS "HOW MANY WORDS *
000150*   HAVE THREE CONSONANTS IN A ROW" ARE ANSWERED WITHOUT COMBING *
000160*   RAW EXTRACT RECORDS. DRIVEN BY ENVIRONMENT VALUES:           *
000170*     PTRNFROM - FIRST RUN DATE (YYYYMMDD) OF A HISTORY RANGE.   *
000180*     PTRNTO   - LAST RUN DATE (YYYYMMDD) OF A HISTORY RANGE.    *
000190*   WITH NEITHER SUPPLIED THE LATEST RUN'S EXTROUT IS PROFILED;  *
000200*   EITHER ONE SWITCHES TO THE STANDING EXTHIST HISTORY KEPT BY  *
000210*   VOWLHIST, SAME RULES AS VOWLFREQ. THE UNIT IS THE WORD: A    *
000220*   STRING SCORED WHOLE ("W") AND EACH WORD OF A TOKENIZED       *
000230*   PHRASE ("T") ARE PROFILED, THE PHRASE ROLL-UP ("P") IS NOT.  *
000240*   A RECORD WRITTEN BEFORE SHAPES WERE KEPT IS COUNTED AND      *
000250*   PASSED OVER.                                                 *
000260*   RETURN CODES: 0 CLEAN, 4 PROFILED WITH WARNINGS (RECORDS     *
000270*   WITHOUT A SHAPE, OR MORE DISTINCT SHAPES THAN THE TABLE      *
000280*   HOLDS), 12 EXTRACT FILE COULD NOT BE OPENED.                 *
000290*----------------------------------------------------------------*
000300* MODIFICATION HISTORY.                                          *
000310*   DATE       INIT  DESCRIPTION                                 *
000320*   10/15/2026 RK    ORIGINAL PROGRAM - SHAPE, CLUSTER AND       *
000330*                    SYLLABLE PROFILE FOR A RUN OR A HISTORY     *
000340*                    DATE RANGE.                                 *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. VOWLPTRN.
000380 AUTHOR. R KULKARNI.
000390 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT EXTRACT-FILE ASSIGN TO DYNAMIC
000500         WS-CURRENT-EXTRACT-FILE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EXTR-STATUS.
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EXTRACT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY VOWLEXT.
000590******************************************************************
000600 WORKING-STORAGE SECTION.
000610 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
000620     88  WS-EXTR-OK                       VALUE "00".
000630     88  WS-EXTR-EOF                      VALUE "10".
000640 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
000650******************************************************************
000660* DATE-RANGE MODE FIELDS - WHEN PTRNFROM AND/OR PTRNTO ARE       *
000670*   SUPPLIED THE PROFILE READS THE STANDING EXTHIST HISTORY      *
000680*   INSTEAD OF THE SINGLE MOST RECENT EXTROUT, AND ONLY RECORDS  *
000690*   WHOSE RUN-TIMESTAMP DATE FALLS IN THE RANGE ARE PROFILED. AN *
000700*   OMITTED BOUND IS OPEN-ENDED.                                 *
000710******************************************************************
000720 77  WS-CURRENT-EXTRACT-FILE PIC X(80)    VALUE "EXTROUT".
000730 77  WS-PTRN-FROM-RAW        PIC X(08)    VALUE SPACES.
000740 77  WS-PTRN-TO-RAW          PIC X(08)    VALUE SPACES.
000750 77  WS-FROM-DATE            PIC 9(08)    VALUE 0.
000760 77  WS-TO-DATE              PIC 9(08)    VALUE 99999999.
000770 77  WS-RANGE-MODE-SWITCH    PIC X(01)    VALUE "N".
000780     88  WS-RANGE-MODE                    VALUE "Y".
000790 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
000800     88  WS-EOF-REACHED                   VALUE "Y".
000810******************************************************************
000820* RECORD COUNTS - EVERY EXTRACT RECORD READ LANDS IN EXACTLY ONE *
000830*   OF THESE, SO THEY FOOT TO THE RECORDS ON THE FILE.           *
000840******************************************************************
000850 77  WS-SKIPPED-COUNT        PIC 9(08) COMP VALUE 0.
000860 77  WS-PHRASE-SKIPPED       PIC 9(08) COMP VALUE 0.
000870 77  WS-NO-SHAPE-COUNT       PIC 9(08) COMP VALUE 0.
000880 77  WS-WORDS-PROFILED       PIC 9(08) COMP VALUE 0.
000890 77  WS-SYLLABLE-TOTAL       PIC 9(08) COMP VALUE 0.
000900 77  WS-AVG-SYLLABLES        PIC 9(02)V9(02) VALUE 0.
000910 77  WS-THREE-PLUS-COUNT     PIC 9(08) COMP VALUE 0.
000920 77  WS-PCT                  PIC 9(03)V9(02) VALUE 0.
000930 77  WS-ED-PCT               PIC ZZ9.99.
000940 77  WS-ED-AVG               PIC Z9.99.
000950 77  WS-ED-RANK              PIC Z9.
000960 77  WS-ED-COUNT             PIC ZZ,ZZZ,ZZ9.
000970******************************************************************
000980* WS-SHAPE-TABLE - ONE ENTRY PER DISTINCT SHAPE PATTERN SEEN, IN *
000990*   ORDER OF FIRST APPEARANCE. A SHAPE ARRIVING AFTER THE TABLE  *
001000*   IS FULL IS COUNTED IN WS-SHAPE-OVERFLOW ONLY.                *
001010******************************************************************
001020 77  WS-SHAPE-USED           PIC 9(04) COMP VALUE 0.
001030 77  WS-SHAPE-OVERFLOW       PIC 9(08) COMP VALUE 0.
001040 77  WS-SHP-IX               PIC 9(04) COMP VALUE 0.
001050 77  WS-FOUND-IX             PIC 9(04) COMP VALUE 0.
001060 77  WS-RANK                 PIC 9(02) COMP VALUE 0.
001070 77  WS-MAX-COUNT            PIC 9(08) COMP VALUE 0.
001080 77  WS-MAX-IX               PIC 9(04) COMP VALUE 0.
001090 01  WS-SHAPE-TABLE.
001100     05  WS-SHAPE-ENTRY OCCURS 500 TIMES.
001110         10  WS-SHAPE-PATTERN        PIC X(40).
001120         10  WS-SHAPE-COUNT          PIC 9(08) COMP.
001130         10  WS-SHAPE-RANKED-SW      PIC X(01).
001140             88  WS-SHAPE-RANKED              VALUE "Y".
001150******************************************************************
001160* CLUSTER AND SYLLABLE DISTRIBUTIONS - BUCKETS 1-10 HOLD THE     *
001170*   WORDS WITH 0-9, BUCKET 11 THOSE WITH 10 OR MORE.             *
001180******************************************************************
001190 77  WS-BKT-IX               PIC 9(02) COMP VALUE 0.
001200 77  WS-BKT-VALUE            PIC 9(02)    VALUE 0.
001210 01  WS-CLUSTER-TABLE.
001220     05  WS-CLUSTER-BKT OCCURS 11 TIMES PIC 9(08) COMP.
001230 01  WS-SYLLABLE-TABLE.
001240     05  WS-SYLLABLE-BKT OCCURS 11 TIMES PIC 9(08) COMP.
001250******************************************************************
001260 PROCEDURE DIVISION.
001270 MAIN-PARA.
001280     PERFORM P100-INITIALIZE.
001290     IF NOT WS-EOF-REACHED
001300         PERFORM P300-PROCESS-EXTRACT
001310             UNTIL WS-EOF-REACHED
001320     END-IF.
001330     PERFORM P900-TERMINATE.
001340     IF WS-RETURN-CODE < 12
001350         PERFORM R100-PATTERN-REPORT
001360     END-IF.
001370     MOVE WS-RETURN-CODE TO RETURN-CODE.
001380     STOP RUN.
001390******************************************************************
001400* P100-INITIALIZE - CLEAR THE DISTRIBUTIONS, PICK UP THE         *
001410*                   OPTIONAL DATE RANGE, OPEN THE EXTRACT AND    *
001420*                   PRIME THE READ.                              *
001430******************************************************************
001440 P100-INITIALIZE.
001450     PERFORM P105-ZERO-BUCKET
001460         VARYING WS-BKT-IX FROM 1 BY 1
001470         UNTIL WS-BKT-IX > 11.
001480     PERFORM P110-SET-DATE-RANGE.
001490     OPEN INPUT EXTRACT-FILE.
001500     IF NOT WS-EXTR-OK
001510         DISPLAY "VOWLPTRN: UNABLE TO OPEN "
001520             WS-CURRENT-EXTRACT-FILE " - STATUS "
001530             WS-EXTR-STATUS
001540         MOVE 12 TO WS-RETURN-CODE
001550         MOVE "Y" TO WS-EOF-SWITCH
001560     ELSE
001570         PERFORM P310-READ-EXTRACT
001580     END-IF.
001590******************************************************************
001600* P105-ZERO-BUCKET - CLEAR ONE CLUSTER AND ONE SYLLABLE BUCKET.  *
001610******************************************************************
001620 P105-ZERO-BUCKET.
001630     MOVE 0 TO WS-CLUSTER-BKT(WS-BKT-IX).
001640     MOVE 0 TO WS-SYLLABLE-BKT(WS-BKT-IX).
001650******************************************************************
001660* P110-SET-DATE-RANGE - PICK UP THE OPTIONAL PTRNFROM/PTRNTO     *
001670*                       BOUNDS. EITHER ONE SWITCHES THE PROFILE  *
001680*                       TO THE EXTHIST HISTORY FILE; AN OMITTED  *
001690*                       OR NON-NUMERIC BOUND IS OPEN-ENDED.      *
001700******************************************************************
001710 P110-SET-DATE-RANGE.
001720     ACCEPT WS-PTRN-FROM-RAW FROM ENVIRONMENT "PTRNFROM".
001730     ACCEPT WS-PTRN-TO-RAW FROM ENVIRONMENT "PTRNTO".
001740     IF WS-PTRN-FROM-RAW NOT = SPACES
001750         OR WS-PTRN-TO-RAW NOT = SPACES
001760         SET WS-RANGE-MODE TO TRUE
001770         MOVE "EXTHIST" TO WS-CURRENT-EXTRACT-FILE
001780         IF WS-PTRN-FROM-RAW NOT = SPACES
001790             IF WS-PTRN-FROM-RAW IS NUMERIC
001800                 MOVE WS-PTRN-FROM-RAW TO WS-FROM-DATE
001810             ELSE
001820                 DISPLAY "VOWLPTRN: PTRNFROM NOT YYYYMMDD - "
001830                     "LOWER BOUND LEFT OPEN"
001840             END-IF
001850         END-IF
001860         IF WS-PTRN-TO-RAW NOT = SPACES
001870             IF WS-PTRN-TO-RAW IS NUMERIC
001880                 MOVE WS-PTRN-TO-RAW TO WS-TO-DATE
001890             ELSE
001900                 DISPLAY "VOWLPTRN: PTRNTO NOT YYYYMMDD - "
001910                     "UPPER BOUND LEFT OPEN"
001920             END-IF
001930         END-IF
001940     END-IF.
001950******************************************************************
001960* P300-PROCESS-EXTRACT - PROFILE ONE EXTRACT RECORD, THEN READ   *
001970*                        THE NEXT. OUT-OF-RANGE RECORDS, PHRASE  *
001980*                        ROLL-UPS AND RECORDS WITHOUT A SHAPE ARE*
001990*                        COUNTED AND PASSED OVER.                *
002000******************************************************************
002010 P300-PROCESS-EXTRACT.
002020     IF WS-RANGE-MODE
002030         AND (XR-RUN-TIMESTAMP(1:8) NOT NUMERIC
002040         OR XR-RUN-TIMESTAMP(1:8) < WS-FROM-DATE
002050         OR XR-RUN-TIMESTAMP(1:8) > WS-TO-DATE)
002060         ADD 1 TO WS-SKIPPED-COUNT
002070     ELSE
002080         IF XR-PHRASE-RECORD
002090             ADD 1 TO WS-PHRASE-SKIPPED
002100         ELSE
002110             IF XR-SHAPE-PATTERN = SPACES
002120                 OR XR-LONGEST-CLUSTER NOT NUMERIC
002130                 OR XR-SYLLABLE-COUNT NOT NUMERIC
002140                 ADD 1 TO WS-NO-SHAPE-COUNT
002150             ELSE
002160                 PERFORM P320-PROFILE-ONE-WORD
002170             END-IF
002180         END-IF
002190     END-IF.
002200     PERFORM P310-READ-EXTRACT.
002210******************************************************************
002220* P310-READ-EXTRACT - READ THE NEXT EXTRACT RECORD.              *
002230******************************************************************
002240 P310-READ-EXTRACT.
002250     READ EXTRACT-FILE
002260         AT END
002270             MOVE "Y" TO WS-EOF-SWITCH
002280     END-READ.
002290******************************************************************
002300* P320-PROFILE-ONE-WORD - FOLD ONE WORD INTO THE SHAPE TABLE AND *
002310*                         THE CLUSTER AND SYLLABLE DISTRIBUTIONS.*
002320******************************************************************
002330 P320-PROFILE-ONE-WORD.
002340     ADD 1 TO WS-WORDS-PROFILED.
002350     ADD XR-SYLLABLE-COUNT TO WS-SYLLABLE-TOTAL.
002360     IF XR-LONGEST-CLUSTER >= 3
002370         ADD 1 TO WS-THREE-PLUS-COUNT
002380     END-IF.
002390     IF XR-LONGEST-CLUSTER > 9
002400         ADD 1 TO WS-CLUSTER-BKT(11)
002410     ELSE
002420         ADD 1 TO WS-CLUSTER-BKT(XR-LONGEST-CLUSTER + 1)
002430     END-IF.
002440     IF XR-SYLLABLE-COUNT > 9
002450         ADD 1 TO WS-SYLLABLE-BKT(11)
002460     ELSE
002470         ADD 1 TO WS-SYLLABLE-BKT(XR-SYLLABLE-COUNT + 1)
002480     END-IF.
002490     MOVE 0 TO WS-FOUND-IX.
002500     PERFORM P330-FIND-ONE-SHAPE
002510         VARYING WS-SHP-IX FROM 1 BY 1
002520         UNTIL WS-SHP-IX > WS-SHAPE-USED
002530         OR WS-FOUND-IX > 0.
002540     IF WS-FOUND-IX > 0
002550         ADD 1 TO WS-SHAPE-COUNT(WS-FOUND-IX)
002560     ELSE
002570         IF WS-SHAPE-USED < 500
002580             ADD 1 TO WS-SHAPE-USED
002590             MOVE XR-SHAPE-PATTERN
002600                 TO WS-SHAPE-PATTERN(WS-SHAPE-USED)
002610             MOVE 1 TO WS-SHAPE-COUNT(WS-SHAPE-USED)
002620             MOVE "N" TO WS-SHAPE-RANKED-SW(WS-SHAPE-USED)
002630         ELSE
002640             ADD 1 TO WS-SHAPE-OVERFLOW
002650         END-IF
002660     END-IF.
002670******************************************************************
002680* P330-FIND-ONE-SHAPE - TEST ONE SHAPE TABLE ENTRY FOR A MATCH ON*
002690*                       THE CURRENT WORD'S PATTERN.              *
002700******************************************************************
002710 P330-FIND-ONE-SHAPE.
002720     IF WS-SHAPE-PATTERN(WS-SHP-IX) = XR-SHAPE-PATTERN
002730         MOVE WS-SHP-IX TO WS-FOUND-IX
002740     END-IF.
002750******************************************************************
002760* P900-TERMINATE - CLOSE THE EXTRACT AND SET THE WARNING RETURN  *
002770*                  CODE WHEN ANY WORD COULD NOT BE PROFILED.     *
002780******************************************************************
002790 P900-TERMINATE.
002800     IF WS-EXTR-OK OR WS-EXTR-EOF
002810         CLOSE EXTRACT-FILE
002820     END-IF.
002830     IF WS-RETURN-CODE = 0
002840         AND (WS-NO-SHAPE-COUNT > 0
002850         OR WS-SHAPE-OVERFLOW > 0)
002860         MOVE 4 TO WS-RETURN-CODE
002870     END-IF.
002880******************************************************************
002890* R100-PATTERN-REPORT - HEADING AND RECORD COUNTS, THE TEN MOST  *
002900*                       COMMON SHAPES, THEN THE CLUSTER-LENGTH   *
002910*                       AND SYLLABLE DISTRIBUTIONS.              *
002920******************************************************************
002930 R100-PATTERN-REPORT.
002940     DISPLAY " ".
002950     DISPLAY "******************************************".
002960     DISPLAY "*    VOWLPTRN - WORD SHAPE PROFILE REPORT *".
002970     DISPLAY "******************************************".
002980     IF WS-RANGE-MODE
002990         DISPLAY "HISTORY RANGE (EXTHIST) .... " WS-FROM-DATE
003000             " THRU " WS-TO-DATE
003010         DISPLAY "RECORDS OUTSIDE RANGE ...... " WS-SKIPPED-COUNT
003020     END-IF.
003030     DISPLAY "WORDS PROFILED ............. " WS-WORDS-PROFILED.
003040     DISPLAY "PHRASE ROLL-UPS PASSED OVER  " WS-PHRASE-SKIPPED.
003050     IF WS-NO-SHAPE-COUNT > 0
003060         DISPLAY "RECORDS WITHOUT A SHAPE .... " WS-NO-SHAPE-COUNT
003070     END-IF.
003080     DISPLAY "DISTINCT SHAPES ............ " WS-SHAPE-USED.
003090     IF WS-SHAPE-OVERFLOW > 0
003100         DISPLAY "WORDS OVER SHAPE TABLE LIMIT " WS-SHAPE-OVERFLOW
003110     END-IF.
003120     MOVE 0 TO WS-AVG-SYLLABLES.
003130     IF WS-WORDS-PROFILED > 0
003140         COMPUTE WS-AVG-SYLLABLES ROUNDED =
003150             WS-SYLLABLE-TOTAL / WS-WORDS-PROFILED
003160     END-IF.
003170     MOVE WS-AVG-SYLLABLES TO WS-ED-AVG.
003180     DISPLAY "AVERAGE SYLLABLES PER WORD . " WS-ED-AVG.
003190     DISPLAY "WORDS WITH 3+ CONSONANTS IN A ROW "
003200         WS-THREE-PLUS-COUNT.
003210     DISPLAY "------------------------------------------".
003220     DISPLAY "TEN MOST COMMON SHAPES:".
003230     PERFORM R200-FIND-TOP-SHAPES
003240         VARYING WS-RANK FROM 1 BY 1
003250         UNTIL WS-RANK > 10.
003260     DISPLAY "------------------------------------------".
003270     DISPLAY "LONGEST CLUSTER            WORDS    PERCENT".
003280     PERFORM R300-DISPLAY-CLUSTER-BKT
003290         VARYING WS-BKT-IX FROM 1 BY 1
003300         UNTIL WS-BKT-IX > 11.
003310     DISPLAY "------------------------------------------".
003320     DISPLAY "SYLLABLES                  WORDS    PERCENT".
003330     PERFORM R400-DISPLAY-SYLLABLE-BKT
003340         VARYING WS-BKT-IX FROM 1 BY 1
003350         UNTIL WS-BKT-IX > 11.
003360     DISPLAY "******************************************".
003370******************************************************************
003380* R200-FIND-TOP-SHAPES - SELECT THE NEXT-HIGHEST UNRANKED SHAPE  *
003390*                        AND DISPLAY IT, FOR TEN RANKS.          *
003400******************************************************************
003410 R200-FIND-TOP-SHAPES.
003420     MOVE 0 TO WS-MAX-COUNT.
003430     MOVE 0 TO WS-MAX-IX.
003440     PERFORM R210-SCAN-ONE-SHAPE
003450         VARYING WS-SHP-IX FROM 1 BY 1
003460         UNTIL WS-SHP-IX > WS-SHAPE-USED.
003470     IF WS-MAX-IX > 0
003480         SET WS-SHAPE-RANKED(WS-MAX-IX) TO TRUE
003490         MOVE 0 TO WS-PCT
003500         IF WS-WORDS-PROFILED > 0
003510             COMPUTE WS-PCT ROUNDED =
003520                 WS-SHAPE-COUNT(WS-MAX-IX) * 100
003530                 / WS-WORDS-PROFILED
003540         END-IF
003550         MOVE WS-RANK TO WS-ED-RANK
003560         MOVE WS-SHAPE-COUNT(WS-MAX-IX) TO WS-ED-COUNT
003570         MOVE WS-PCT TO WS-ED-PCT
003580         DISPLAY "  " WS-ED-RANK ". " WS-SHAPE-PATTERN(WS-MAX-IX)
003590             WS-ED-COUNT "  " WS-ED-PCT "%"
003600     ELSE
003610         IF WS-RANK = 1
003620             DISPLAY "  (NO WORDS PROFILED)"
003630         END-IF
003640     END-IF.
003650******************************************************************
003660* R210-SCAN-ONE-SHAPE - COMPARE ONE SHAPE TABLE ENTRY AGAINST THE*
003670*                       HIGHEST UNRANKED COUNT FOUND SO FAR.     *
003680******************************************************************
003690 R210-SCAN-ONE-SHAPE.
003700     IF NOT WS-SHAPE-RANKED(WS-SHP-IX)
003710         AND WS-SHAPE-COUNT(WS-SHP-IX) > WS-MAX-COUNT
003720         MOVE WS-SHAPE-COUNT(WS-SHP-IX) TO WS-MAX-COUNT
003730         MOVE WS-SHP-IX TO WS-MAX-IX
003740     END-IF.
003750******************************************************************
003760* R300-DISPLAY-CLUSTER-BKT - SHOW ONE CLUSTER-LENGTH BUCKET AND  *
003770*                            ITS SHARE OF THE WORDS PROFILED.    *
003780******************************************************************
003790 R300-DISPLAY-CLUSTER-BKT.
003800     MOVE 0 TO WS-PCT.
003810     IF WS-WORDS-PROFILED > 0
003820         COMPUTE WS-PCT ROUNDED =
003830             WS-CLUSTER-BKT(WS-BKT-IX) * 100 / WS-WORDS-PROFILED
003840     END-IF.
003850     COMPUTE WS-BKT-VALUE = WS-BKT-IX - 1.
003860     MOVE WS-CLUSTER-BKT(WS-BKT-IX) TO WS-ED-COUNT.
003870     MOVE WS-PCT TO WS-ED-PCT.
003880     IF WS-BKT-IX = 11
003890         DISPLAY "  10 OR MORE          "
003900             WS-ED-COUNT "   " WS-ED-PCT "%"
003910     ELSE
003920         DISPLAY "  " WS-BKT-VALUE "                  "
003930             WS-ED-COUNT "   " WS-ED-PCT "%"
003940     END-IF.
003950******************************************************************
003960* R400-DISPLAY-SYLLABLE-BKT - SHOW ONE SYLLABLE-COUNT BUCKET AND *
003970*                             ITS SHARE OF THE WORDS PROFILED.   *
003980******************************************************************
003990 R400-DISPLAY-SYLLABLE-BKT.
004000     MOVE 0 TO WS-PCT.
004010     IF WS-WORDS-PROFILED > 0
004020         COMPUTE WS-PCT ROUNDED =
004030             WS-SYLLABLE-BKT(WS-BKT-IX) * 100 / WS-WORDS-PROFILED
004040     END-IF.
004050     COMPUTE WS-BKT-VALUE = WS-BKT-IX - 1.
004060     MOVE WS-SYLLABLE-BKT(WS-BKT-IX) TO WS-ED-COUNT.
004070     MOVE WS-PCT TO WS-ED-PCT.
004080     IF WS-BKT-IX = 11
004090         DISPLAY "  10 OR MORE          "
004100             WS-ED-COUNT "   " WS-ED-PCT "%"
004110     ELSE
004120         DISPLAY "  " WS-BKT-VALUE "                  "
004130             WS-ED-COUNT "   " WS-ED-PCT "%"
004140     END-IF.
