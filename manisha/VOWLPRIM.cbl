000010******************************************************************
000020* PROGRAM-ID.  VOWLPRIM                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   PRE-CUTOVER CACHE PRIMING FOR A FUTURE-DATED RSETMSTR        *
000100*   RULESET. VOWELKSD HOLDS EACH WORD ONCE PER RULESET, BUT A    *
000110*   RULESET ONLY GATHERS ENTRIES ONCE A VOWEL RUN SCORES UNDER   *
000120*   IT, SO ON ITS FIRST DAY EVERY WORD WOULD MISS THE CACHE.     *
000130*   RUN AHEAD OF THE EFFECTIVE-FROM DATE, THIS JOB TAKES EVERY   *
000140*   DISTINCT WORD ON THE STANDING EXTHIST HISTORY, SCORES IT     *
000150*   UNDER THE INCOMING RULESET AND CACHES THE RESULT, THEN       *
000160*   REPORTS HOW MANY OF THOSE WORDS WILL CHANGE SCORE AT         *
000170*   CUTOVER AGAINST THE RULESET IN FORCE TODAY, SO THE BUSINESS  *
000180*   SEES THE DOWNSTREAM IMPACT BEFORE THE DATE ARRIVES. DRIVEN   *
000190*   BY ENVIRONMENT VALUES:                                       *
000200*     PRIMRSET - NAME OF THE RSETMSTR RULESET TO PRIME. IT MUST  *
000210*                BE ON THE REGISTRY WITH AN EFFECTIVE-FROM DATE  *
000220*                AFTER TODAY, AND ITS CONTROL FILE MUST ALREADY  *
000230*                BE STAGED - A RULESET IN FORCE IS CACHED BY THE *
000240*                BATCH ITSELF.                                   *
000250*     PRIMMAX  - LIMIT ON THE CHANGED WORDS LISTED INDIVIDUALLY  *
000260*                (DEFAULT 50). THE COUNTS ALWAYS COVER THEM ALL. *
000270*   THE UNIT IS THE WORD, AS IN VOWLPTRN: A STRING SCORED WHOLE  *
000280*   ("W") AND EACH WORD OF A TOKENIZED PHRASE ("T") ARE PRIMED,  *
000290*   THE PHRASE ROLL-UP ("P") IS NOT - IT IS NEVER CACHED. A WORD *
000300*   IS COUNTED ONCE HOWEVER OFTEN IT APPEARS. A SCORE IS THE     *
000310*   VOWEL COUNT; THE RULESET IN FORCE TODAY IS SELECTED AND      *
000320*   LOADED WITH THE SAME RULES AND ENGLISH FALLBACK AS           *
000330*   V100-LOAD-VOWEL-SET IN VOWEL. A PRIMED ENTRY CARRIES A BLANK *
000340*   LK-CREATED-STAMP - NO BATCH RUN OWNS IT, SO VOWLBKOT NEVER   *
000350*   REMOVES IT. AN ENTRY ALREADY CACHED UNDER THE INCOMING       *
000360*   RULESET IS LEFT AS IT IS, SO A RERUN IS HARMLESS AND REPORTS *
000370*   THE SAME IMPACT.                                             *
000380*   RETURN CODES: 0 CLEAN, 4 PRIMED WITH WARNINGS (CACHE WRITE   *
000390*   FAILURES, OR MORE DISTINCT WORDS THAN THE TABLE HOLDS, WHEN  *
000400*   A REPEATED WORD MAY BE COUNTED AGAIN), 8 REFUSED (NO OR      *
000410*   UNKNOWN PRIMRSET, RULESET ALREADY IN FORCE, CONTROL FILE NOT *
000420*   STAGED), 12 RSETMSTR, EXTHIST OR VOWELKSD COULD NOT BE       *
000430*   OPENED.                                                      *
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY.                                          *
000460*   DATE       INIT  DESCRIPTION                                 *
000470*   10/15/2026 RK    ORIGINAL PROGRAM - PRIME VOWELKSD FOR A     *
000480*                    FUTURE-DATED RULESET FROM EXTHIST AND       *
000490*                    REPORT THE SCORE CHANGES AT CUTOVER.        *
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. VOWLPRIM.
000530 AUTHOR. R KULKARNI.
000540 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000550 DATE-WRITTEN. 10/15/2026.
000560 DATE-COMPILED.
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT HISTORY-FILE ASSIGN TO "EXTHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT LOOKUP-FILE ASSIGN TO "VOWELKSD"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS LK-CACHE-KEY
000710         FILE STATUS IS WS-LOOKUP-STATUS.
000720     SELECT VOWEL-PARM-FILE ASSIGN TO DYNAMIC
000730         WS-CURRENT-PARM-FILE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PARM-STATUS.
000760     SELECT REGISTRY-FILE ASSIGN TO "RSETMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RG-RULESET-NAME
000800         FILE STATUS IS WS-RGY-STATUS.
000810******************************************************************
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  HISTORY-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY VOWLEXT.
000870 FD  LOOKUP-FILE.
000880     COPY VOWLKSD.
000890 FD  VOWEL-PARM-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY VOWLPRM.
000920 FD  REGISTRY-FILE.
000930     COPY VOWLRGY.
000940******************************************************************
000950 WORKING-STORAGE SECTION.
000960 77  WS-HIST-STATUS          PIC X(02)    VALUE "00".
000970     88  WS-HIST-OK                       VALUE "00".
000980     88  WS-HIST-EOF                      VALUE "10".
000990 77  WS-LOOKUP-STATUS        PIC X(02)    VALUE "00".
001000     88  WS-LOOKUP-OK                     VALUE "00".
001010     88  WS-LOOKUP-FILE-MISSING           VALUE "35".
001015     88  WS-LOOKUP-OLD-FORMAT             VALUE "39".
001020 77  WS-PARM-STATUS          PIC X(02)    VALUE "00".
001030     88  WS-PARM-OK                       VALUE "00".
001040     88  WS-PARM-EOF                      VALUE "10".
001050 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
001060 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001070 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
001080     88  WS-EOF-REACHED                   VALUE "Y".
001090******************************************************************
001100* PARAMETERS - THE RULESET TO PRIME AND THE LISTING LIMIT.       *
001110******************************************************************
001120 77  WS-TARGET-NAME          PIC X(08)    VALUE SPACES.
001130 77  WS-PRIMMAX-RAW          PIC X(08)    VALUE SPACES.
001140* WS-PRIMMAX-LEN - LENGTH OF THE TYPED PRIMMAX VALUE, WHICH      *
001150*   ARRIVES LEFT-JUSTIFIED WITH TRAILING SPACES AND WOULD FAIL   *
001160*   A WHOLE-FIELD NUMERIC TEST.                                  *
001170 77  WS-PRIMMAX-LEN          PIC 9(02) COMP VALUE 0.
001180 77  WS-TRAILING-SPACES      PIC 9(02) COMP VALUE 0.
001190 77  WS-LIST-LIMIT           PIC 9(08) COMP VALUE 50.
001200******************************************************************
001210* RULESET REGISTRY FIELDS - THE INCOMING RULESET IS READ BY NAME;*
001220*   THE RULESET IN FORCE TODAY IS SELECTED FROM THE SAME MASTER  *
001230*   (LATEST EFFECTIVE-FROM WINS), SAME RULES AS                  *
001240*   V105-SELECT-RULESET IN VOWEL.                                *
001250******************************************************************
001260 77  WS-RGY-STATUS           PIC X(02)    VALUE "00".
001270     88  WS-RGY-OK                        VALUE "00".
001280 77  WS-RGY-EOF-SWITCH       PIC X(01)    VALUE "N".
001290     88  WS-RGY-AT-EOF                    VALUE "Y".
001300 77  WS-REGISTRY-FOUND-SW    PIC X(01)    VALUE "N".
001310     88  WS-REGISTRY-FOUND                VALUE "Y".
001320 77  WS-SEL-RULESET-NAME     PIC X(08)    VALUE SPACES.
001330 77  WS-SEL-EFF-FROM         PIC 9(08)    VALUE 0.
001340 77  WS-SEL-PARM-FILE        PIC X(80)    VALUE SPACES.
001350 77  WS-TARGET-EFF-FROM      PIC 9(08)    VALUE 0.
001360 77  WS-TARGET-EFF-TO        PIC 9(08)    VALUE 0.
001370 77  WS-CURRENT-PARM-FILE    PIC X(80)    VALUE "VOWLPARM".
001380* WS-PARM-RECORD-COUNT - NON-BLANK RECORDS READ FROM THE CONTROL *
001390*   FILE, SO A SUPPLIED-BUT-USELESS FILE CAN BE TOLD APART FROM  *
001400*   A GENUINELY MISSING OR EMPTY ONE.                            *
001410 77  WS-PARM-RECORD-COUNT    PIC 9(04) COMP VALUE 0.
001420******************************************************************
001430* RECORD COUNTS - EVERY EXTHIST RECORD READ LANDS IN EXACTLY ONE *
001440*   OF PHRASE ROLL-UPS, BLANK STRINGS, REPEATS AND DISTINCT      *
001450*   WORDS, SO THEY FOOT TO THE RECORDS READ. EVERY DISTINCT WORD *
001460*   IS NEWLY CACHED, ALREADY CACHED OR A WRITE FAILURE, AND      *
001470*   EITHER CHANGES SCORE OR DOES NOT.                            *
001480******************************************************************
001490 77  WS-RECORDS-READ         PIC 9(08) COMP VALUE 0.
001500 77  WS-PHRASE-SKIPPED       PIC 9(08) COMP VALUE 0.
001510 77  WS-BLANK-SKIPPED        PIC 9(08) COMP VALUE 0.
001520 77  WS-REPEAT-COUNT         PIC 9(08) COMP VALUE 0.
001530 77  WS-DISTINCT-COUNT       PIC 9(08) COMP VALUE 0.
001540 77  WS-NEWLY-CACHED         PIC 9(08) COMP VALUE 0.
001550 77  WS-ALREADY-CACHED       PIC 9(08) COMP VALUE 0.
001560 77  WS-WRITE-FAIL-COUNT     PIC 9(08) COMP VALUE 0.
001570 77  WS-CHANGED-COUNT        PIC 9(08) COMP VALUE 0.
001580 77  WS-RISE-COUNT           PIC 9(08) COMP VALUE 0.
001590 77  WS-FALL-COUNT           PIC 9(08) COMP VALUE 0.
001600 77  WS-UNCHANGED-COUNT      PIC 9(08) COMP VALUE 0.
001610 77  WS-NET-CHANGE           PIC S9(08) COMP VALUE 0.
001620 77  WS-OLD-SCORE            PIC 9(02)    VALUE 0.
001630 77  WS-NEW-SCORE            PIC 9(02)    VALUE 0.
001640 77  WS-LISTED-COUNT         PIC 9(08) COMP VALUE 0.
001650 77  WS-PCT                  PIC 9(03)V9(02) VALUE 0.
001660 77  WS-ED-PCT               PIC ZZ9.99.
001670 77  WS-ED-NET               PIC +ZZ,ZZZ,ZZ9.
001680 77  WS-ED-LIMIT             PIC ZZ,ZZZ,ZZ9.
001690******************************************************************
001700* WS-WORD-TABLE - ONE ENTRY PER DISTINCT WORD PRIMED, IN ORDER OF*
001710*   FIRST APPEARANCE, WITH ITS SCORE UNDER EACH RULESET FOR THE  *
001720*   CHANGED-WORD LISTING. A WORD ARRIVING AFTER THE TABLE IS FULL*
001730*   IS STILL PRIMED BUT COUNTED IN WS-WORD-OVERFLOW, AND ANY     *
001740*   LATER REPEAT OF IT CANNOT BE RECOGNISED.                     *
001750******************************************************************
001760 77  WS-WORD-USED            PIC 9(04) COMP VALUE 0.
001770 77  WS-WORD-OVERFLOW        PIC 9(08) COMP VALUE 0.
001780 77  WS-WORD-IX              PIC 9(04) COMP VALUE 0.
001790 77  WS-FOUND-IX             PIC 9(04) COMP VALUE 0.
001800 01  WS-WORD-TABLE.
001810     05  WS-WORD-ENTRY OCCURS 5000 TIMES.
001820         10  WS-WORD-STRING          PIC X(40).
001830         10  WS-WORD-OLD-SCORE       PIC 9(02).
001840         10  WS-WORD-NEW-SCORE       PIC 9(02).
001850******************************************************************
001860* SCORING FIELDS - SAME LAYOUT AND RULES AS IN VOWEL, SO A SCORE *
001870*   AND SHAPE CACHED FROM HERE MATCH ONES THE BATCH WOULD HAVE   *
001880*   WRITTEN UNDER THE SAME RULESET.                              *
001890******************************************************************
001900 77  WS-STR                  PIC X(40)    VALUE SPACES.
001910 77  WS-CTR1                 PIC 9(02)    VALUE 0.
001920 77  WS-CONSONANT-CTR        PIC 9(04) COMP VALUE 0.
001930 77  WS-DIGIT-CTR            PIC 9(04) COMP VALUE 0.
001940 77  WS-OTHER-CTR            PIC 9(04) COMP VALUE 0.
001950 77  WS-CHAR-IDX             PIC 9(02) COMP VALUE 0.
001960 77  WS-VOWEL-COUNT          PIC 9(02) COMP VALUE 0.
001970 77  WS-VOWEL-MATCH-SWITCH   PIC X(01)    VALUE "N".
001980     88  WS-VOWEL-MATCHED                 VALUE "Y".
001990     88  WS-VOWEL-NOT-MATCHED             VALUE "N".
002000 01  WS-SHAPE-RESULT.
002010     05  WS-SHAPE-PATTERN         PIC X(40)    VALUE SPACES.
002020     05  WS-LONGEST-VOWEL-RUN     PIC 9(02)    VALUE 0.
002030     05  WS-LONGEST-CLUSTER       PIC 9(02)    VALUE 0.
002040     05  WS-SYLLABLE-COUNT        PIC 9(02)    VALUE 0.
002050 77  WS-SHP-VOWEL-RUN        PIC 9(02) COMP VALUE 0.
002060 77  WS-SHP-CLUSTER          PIC 9(02) COMP VALUE 0.
002070 77  WS-SHP-WORD-GROUPS      PIC 9(02) COMP VALUE 0.
002080 77  WS-SHP-WORD-LETTERS     PIC 9(02) COMP VALUE 0.
002090 77  WS-SHP-END-IX           PIC 9(02) COMP VALUE 0.
002100******************************************************************
002110* WS-VOWEL-TABLE / WS-VOWEL-SET-ID - THE RULESET BEING LOADED OR *
002120*   SCORED UNDER AT THE MOMENT, SAME LAYOUT AS IN VOWEL.         *
002130******************************************************************
002140 01  WS-VOWEL-TABLE.
002150     05  WS-VOWEL-ENTRY OCCURS 20 TIMES INDEXED BY WS-VOWEL-IDX.
002160         10  WS-VOWEL-UPPER-CHAR     PIC X(01).
002170         10  WS-VOWEL-LOWER-CHAR     PIC X(01).
002180         10  WS-VOWEL-UPPER-CTR      PIC 9(04) COMP.
002190         10  WS-VOWEL-LOWER-CTR      PIC 9(04) COMP.
002200 01  WS-VOWEL-SET-ID.
002210     05  WS-VOWEL-SET-COUNT      PIC 9(02).
002220     05  WS-VOWEL-SET-PAIR OCCURS 20 TIMES.
002230         10  WS-VOWEL-SET-UPPER  PIC X(01).
002240         10  WS-VOWEL-SET-LOWER  PIC X(01).
002250******************************************************************
002260* WS-RULESET-TABLE - THE TWO RULESETS COMPARED: ENTRY 1 IS THE   *
002270*   RULESET IN FORCE TODAY, ENTRY 2 THE INCOMING ONE. EACH HOLDS *
002280*   ITS OWN VOWEL PAIRS AND SIGNATURE, SO SCORING CAN SWITCH     *
002290*   BETWEEN THEM WITHOUT RELOADING A CONTROL FILE (AS IN         *
002300*   VOWLCMPR).                                                   *
002310******************************************************************
002320 77  WS-RSET-IX              PIC 9(02) COMP VALUE 0.
002330 01  WS-RULESET-TABLE.
002340     05  WS-RULESET-ENTRY OCCURS 2 TIMES.
002350         10  WS-RSET-NAME           PIC X(08).
002360         10  WS-RSET-PARM-FILE      PIC X(80).
002370         10  WS-RSET-VOWEL-COUNT    PIC 9(02) COMP.
002380         10  WS-RSET-VOWEL-PAIR OCCURS 20 TIMES.
002390             15  WS-RSET-VOWEL-UPPER PIC X(01).
002400             15  WS-RSET-VOWEL-LOWER PIC X(01).
002410         10  WS-RSET-SET-ID         PIC X(42).
002420******************************************************************
002430 PROCEDURE DIVISION.
002440 MAIN-PARA.
002450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002460     PERFORM K100-GET-PARAMETERS.
002470     IF WS-RETURN-CODE < 8
002480         PERFORM V100-LOAD-RULESETS
002490     END-IF.
002500     IF WS-RETURN-CODE < 8
002510         PERFORM P100-PRIME-FROM-HISTORY
002520     END-IF.
002530     PERFORM R100-PRIMING-REPORT.
002540     MOVE WS-RETURN-CODE TO RETURN-CODE.
002550     STOP RUN.
002560******************************************************************
002570* K100-GET-PARAMETERS - PICK UP THE RULESET TO PRIME AND THE     *
002580*                       CHANGED-WORD LISTING LIMIT FROM THE      *
002590*                       ENVIRONMENT.                             *
002600******************************************************************
002610 K100-GET-PARAMETERS.
002620     ACCEPT WS-TARGET-NAME FROM ENVIRONMENT "PRIMRSET".
002630     ACCEPT WS-PRIMMAX-RAW FROM ENVIRONMENT "PRIMMAX".
002640     IF WS-TARGET-NAME = SPACES
002650         DISPLAY "VOWLPRIM: PRIMRSET NOT SUPPLIED - NAME THE "
002660             "RSETMSTR RULESET TO PRIME"
002670         MOVE 8 TO WS-RETURN-CODE
002680     END-IF.
002690     IF WS-PRIMMAX-RAW NOT = SPACES
002700         MOVE 0 TO WS-TRAILING-SPACES
002710         INSPECT WS-PRIMMAX-RAW TALLYING WS-TRAILING-SPACES
002720             FOR TRAILING SPACES
002730         COMPUTE WS-PRIMMAX-LEN = 8 - WS-TRAILING-SPACES
002740         IF WS-PRIMMAX-RAW(1:WS-PRIMMAX-LEN) IS NUMERIC
002750             MOVE WS-PRIMMAX-RAW(1:WS-PRIMMAX-LEN)
002760                 TO WS-LIST-LIMIT
002770         ELSE
002780             DISPLAY "VOWLPRIM: PRIMMAX NOT NUMERIC - USING "
002790                 "DEFAULT LIMIT 50"
002800         END-IF
002810     END-IF.
002820******************************************************************
002830* V100-LOAD-RULESETS - FIND THE INCOMING RULESET ON RSETMSTR AND *
002840*                      CHECK IT IS STILL TO TAKE EFFECT, SELECT  *
002850*                      THE RULESET IN FORCE TODAY, THEN LOAD     *
002860*                      BOTH INTO THE RULESET TABLE.              *
002870******************************************************************
002880 V100-LOAD-RULESETS.
002890     OPEN INPUT REGISTRY-FILE.
002900     IF NOT WS-RGY-OK
002910         DISPLAY "VOWLPRIM: UNABLE TO OPEN RSETMSTR - STATUS "
002920             WS-RGY-STATUS
002930         MOVE 12 TO WS-RETURN-CODE
002940     ELSE
002950         PERFORM V102-FIND-TARGET-RULESET
002960         IF WS-RETURN-CODE < 8
002970             PERFORM V105-SELECT-RULESET
002980         END-IF
002990         CLOSE REGISTRY-FILE
003000     END-IF.
003010     IF WS-RETURN-CODE < 8
003020         PERFORM V108-LOAD-IN-FORCE-RULESET
003030         PERFORM V109-LOAD-TARGET-RULESET
003040     END-IF.
003050******************************************************************
003060* V102-FIND-TARGET-RULESET - READ THE PRIMRSET ENTRY BY NAME. IT *
003070*                            MUST EXIST AND TAKE EFFECT AFTER    *
003080*                            TODAY; ONE ALREADY IN FORCE IS      *
003090*                            CACHED BY THE BATCH AS IT RUNS.     *
003100******************************************************************
003110 V102-FIND-TARGET-RULESET.
003120     MOVE WS-TARGET-NAME TO RG-RULESET-NAME.
003130     READ REGISTRY-FILE
003140         INVALID KEY
003150             DISPLAY "VOWLPRIM: RULESET " WS-TARGET-NAME
003160                 " NOT ON RSETMSTR - NOTHING PRIMED"
003170             MOVE 8 TO WS-RETURN-CODE
003180     END-READ.
003190     IF WS-RETURN-CODE < 8
003200         IF RG-EFF-FROM-DATE NOT NUMERIC
003210             OR RG-EFF-FROM-DATE NOT > WS-RUN-DATE
003220             DISPLAY "VOWLPRIM: RULESET " WS-TARGET-NAME
003230                 " EFFECTIVE FROM " RG-EFF-FROM-DATE
003240                 " IS NOT FUTURE-DATED - NOTHING PRIMED"
003250             MOVE 8 TO WS-RETURN-CODE
003260         ELSE
003270             MOVE RG-EFF-FROM-DATE TO WS-TARGET-EFF-FROM
003280             MOVE RG-EFF-TO-DATE TO WS-TARGET-EFF-TO
003290             MOVE RG-RULESET-NAME TO WS-RSET-NAME(2)
003300             MOVE RG-PARM-FILE-NAME TO WS-RSET-PARM-FILE(2)
003310         END-IF
003320     END-IF.
003330******************************************************************
003340* V105-SELECT-RULESET - SCAN RSETMSTR FOR THE RULESET IN FORCE   *
003350*                       TODAY, SAME SELECTION RULES AS           *
003360*                       V105-SELECT-RULESET IN VOWEL; FALLS BACK *
003370*                       TO THE PLAIN VOWLPARM FILE.              *
003380******************************************************************
003390 V105-SELECT-RULESET.
003400     MOVE "N" TO WS-REGISTRY-FOUND-SW.
003410     MOVE "N" TO WS-RGY-EOF-SWITCH.
003420     MOVE LOW-VALUES TO RG-RULESET-NAME.
003430     START REGISTRY-FILE
003440         KEY IS NOT LESS THAN RG-RULESET-NAME
003450         INVALID KEY
003460             MOVE "Y" TO WS-RGY-EOF-SWITCH
003470     END-START.
003480     IF NOT WS-RGY-AT-EOF
003490         PERFORM V106-READ-REGISTRY
003500         PERFORM V107-TEST-ONE-RULESET
003510             UNTIL WS-RGY-AT-EOF
003520     END-IF.
003530     IF WS-REGISTRY-FOUND
003540         MOVE WS-SEL-RULESET-NAME TO WS-RSET-NAME(1)
003550         MOVE WS-SEL-PARM-FILE TO WS-RSET-PARM-FILE(1)
003560     ELSE
003570         DISPLAY "VOWLPRIM: NO REGISTRY RULESET IN FORCE "
003580             "FOR " WS-RUN-DATE " - FALLING BACK TO VOWLPARM"
003590         MOVE "VOWLPARM" TO WS-RSET-NAME(1)
003600         MOVE "VOWLPARM" TO WS-RSET-PARM-FILE(1)
003610     END-IF.
003620******************************************************************
003630* V106-READ-REGISTRY - READ THE NEXT REGISTRY ENTRY IN KEY       *
003640*                      SEQUENCE.                                 *
003650******************************************************************
003660 V106-READ-REGISTRY.
003670     READ REGISTRY-FILE NEXT RECORD
003680         AT END
003690             MOVE "Y" TO WS-RGY-EOF-SWITCH
003700     END-READ.
003710******************************************************************
003720* V107-TEST-ONE-RULESET - KEEP THIS ENTRY AS THE SELECTION WHEN  *
003730*                         ITS DATE RANGE COVERS TODAY AND IT     *
003740*                         STARTS LATER THAN THE ENTRY HELD SO    *
003750*                         FAR, THEN ADVANCE.                     *
003760******************************************************************
003770 V107-TEST-ONE-RULESET.
003780     IF RG-EFF-FROM-DATE NUMERIC
003790         AND RG-EFF-TO-DATE NUMERIC
003800         AND RG-EFF-FROM-DATE <= WS-RUN-DATE
003810         AND RG-EFF-TO-DATE >= WS-RUN-DATE
003820         IF NOT WS-REGISTRY-FOUND
003830             OR RG-EFF-FROM-DATE > WS-SEL-EFF-FROM
003840             SET WS-REGISTRY-FOUND TO TRUE
003850             MOVE RG-RULESET-NAME TO WS-SEL-RULESET-NAME
003860             MOVE RG-EFF-FROM-DATE TO WS-SEL-EFF-FROM
003870             MOVE RG-PARM-FILE-NAME TO WS-SEL-PARM-FILE
003880         END-IF
003890     END-IF.
003900     PERFORM V106-READ-REGISTRY.
003910******************************************************************
003920* V108-LOAD-IN-FORCE-RULESET - LOAD TODAY'S RULESET INTO ENTRY 1 *
003930*                              WITH THE ENGLISH FALLBACK, SAME   *
003940*                              RULES AS V100-LOAD-VOWEL-SET IN   *
003950*                              VOWEL, SO ITS SCORES ARE THE ONES *
003960*                              PRODUCTION GIVES TODAY.           *
003970******************************************************************
003980 V108-LOAD-IN-FORCE-RULESET.
003990     MOVE WS-RSET-PARM-FILE(1) TO WS-CURRENT-PARM-FILE.
004000     DISPLAY "VOWLPRIM: RULESET " WS-RSET-NAME(1)
004010         " IN FORCE FOR " WS-RUN-DATE
004020         " - LOADING " WS-CURRENT-PARM-FILE.
004030     PERFORM V110-LOAD-CONTROL-FILE.
004040     IF WS-VOWEL-COUNT = 0
004050*        FALLING BACK TO THE ENGLISH SET IS AN EXPLICIT, LOGGED  *
004060*        DECISION, NEVER AN ACCIDENT - AND A SUPPLIED FILE THAT  *
004070*        YIELDED NOTHING USABLE IS CALLED OUT AS SUCH.           *
004080         IF WS-PARM-RECORD-COUNT > 0
004090             DISPLAY "VOWLPRIM: " WS-CURRENT-PARM-FILE
004100                 " YIELDED NO USABLE VOWEL PAIRS - DEFAULT "
004110                 "ENGLISH SET IN FORCE"
004120         ELSE
004130             DISPLAY "VOWLPRIM: NO RULESET SUPPLIED AT "
004140                 WS-CURRENT-PARM-FILE " - DEFAULT ENGLISH SET "
004150                 "EXPLICITLY IN FORCE"
004160         END-IF
004170         PERFORM V120-LOAD-DEFAULT-VOWELS
004180     END-IF.
004190     MOVE 1 TO WS-RSET-IX.
004200     PERFORM V150-STORE-ONE-RULESET.
004210******************************************************************
004220* V109-LOAD-TARGET-RULESET - LOAD THE INCOMING RULESET INTO ENTRY*
004230*                            2. A CONTROL FILE THAT IS MISSING OR*
004240*                            YIELDS NO PAIR IS NOT DEFAULTED -   *
004250*                            THE IMPACT WOULD BE MEASURED AGAINST*
004260*                            A RULESET NOBODY STAGED - SO THE    *
004270*                            PRIMING IS REFUSED.                 *
004280******************************************************************
004290 V109-LOAD-TARGET-RULESET.
004300     MOVE WS-RSET-PARM-FILE(2) TO WS-CURRENT-PARM-FILE.
004310     DISPLAY "VOWLPRIM: PRIMING RULESET " WS-RSET-NAME(2)
004320         " EFFECTIVE FROM " WS-TARGET-EFF-FROM
004330         " - LOADING " WS-CURRENT-PARM-FILE.
004340     PERFORM V110-LOAD-CONTROL-FILE.
004350     IF WS-VOWEL-COUNT = 0
004360         IF WS-PARM-RECORD-COUNT > 0
004370             DISPLAY "VOWLPRIM: " WS-CURRENT-PARM-FILE
004380                 " YIELDED NO USABLE VOWEL PAIRS - NOTHING PRIMED"
004390         ELSE
004400             DISPLAY "VOWLPRIM: CONTROL FILE "
004410                 WS-CURRENT-PARM-FILE
004420                 " MISSING OR EMPTY - STAGE IT BEFORE PRIMING"
004430         END-IF
004440         MOVE 8 TO WS-RETURN-CODE
004450     ELSE
004460         MOVE 2 TO WS-RSET-IX
004470         PERFORM V150-STORE-ONE-RULESET
004480         IF WS-RSET-SET-ID(2) = WS-RSET-SET-ID(1)
004490             DISPLAY "VOWLPRIM: " WS-RSET-NAME(2) " HAS THE SAME "
004500                 "VOWEL SET AS " WS-RSET-NAME(1)
004510                 " - NO SCORE WILL CHANGE"
004520         END-IF
004530     END-IF.
004540******************************************************************
004550* V110-LOAD-CONTROL-FILE - LOAD THE VOWEL PAIRS OF THE CONTROL   *
004560*                          FILE AT WS-CURRENT-PARM-FILE INTO THE *
004570*                          VOWEL TABLE.                          *
004580******************************************************************
004590 V110-LOAD-CONTROL-FILE.
004600     MOVE 0 TO WS-VOWEL-COUNT.
004610     MOVE 0 TO WS-PARM-RECORD-COUNT.
004620     OPEN INPUT VOWEL-PARM-FILE.
004630     IF WS-PARM-OK
004640         PERFORM V112-READ-VOWEL-PARM
004650             UNTIL WS-PARM-EOF
004660         CLOSE VOWEL-PARM-FILE
004670     END-IF.
004680******************************************************************
004690* V112-READ-VOWEL-PARM - READ ONE VOWEL PAIR, SAME PRE-RUN       *
004700*                        VALIDATION AND REJECT REPORTING AS      *
004710*                        V110-READ-VOWEL-PARM IN VOWEL.          *
004720******************************************************************
004730 V112-READ-VOWEL-PARM.
004740     READ VOWEL-PARM-FILE
004750         AT END
004760             MOVE "10" TO WS-PARM-STATUS
004770     END-READ.
004780     IF WS-PARM-OK
004790*        A WHOLLY BLANK RECORD IS IGNORED; EVERYTHING ELSE IS    *
004800*        ACCEPTED OR REJECTED WITH A REPORT LINE.                *
004810         IF PM-VOWEL-UPPER = SPACE
004820             AND PM-VOWEL-LOWER = SPACE
004830             CONTINUE
004840         ELSE
004850         ADD 1 TO WS-PARM-RECORD-COUNT
004860         IF PM-VOWEL-UPPER NOT = SPACE
004870             AND PM-VOWEL-LOWER NOT = SPACE
004880             PERFORM V115-CHECK-VOWEL-DUPLICATE
004890             IF WS-VOWEL-NOT-MATCHED
004900                 IF WS-VOWEL-COUNT = 20
004910                     DISPLAY "VOWLPRIM: VOWEL PAIR '"
004920                         PM-VOWEL-UPPER "/" PM-VOWEL-LOWER
004930                         "' REJECTED - 20-ENTRY TABLE IS FULL"
004940                 ELSE
004950                     ADD 1 TO WS-VOWEL-COUNT
004960                     MOVE PM-VOWEL-UPPER
004970                         TO WS-VOWEL-UPPER-CHAR(WS-VOWEL-COUNT)
004980                     MOVE PM-VOWEL-LOWER
004990                         TO WS-VOWEL-LOWER-CHAR(WS-VOWEL-COUNT)
005000                 END-IF
005010             ELSE
005020                 DISPLAY "VOWLPRIM: DUPLICATE VOWEL PAIR '"
005030                     PM-VOWEL-UPPER "/" PM-VOWEL-LOWER
005040                     "' REJECTED"
005050             END-IF
005060         ELSE
005070             DISPLAY "VOWLPRIM: ONE-SIDED VOWEL PAIR '"
005080                 PM-VOWEL-UPPER "/" PM-VOWEL-LOWER
005090                 "' REJECTED"
005100         END-IF
005110         END-IF
005120     END-IF.
005130******************************************************************
005140* V115-CHECK-VOWEL-DUPLICATE - TEST THE PAIR JUST READ AGAINST   *
005150*                              EVERY PAIR ALREADY ACCEPTED.      *
005160******************************************************************
005170 V115-CHECK-VOWEL-DUPLICATE.
005180     SET WS-VOWEL-NOT-MATCHED TO TRUE.
005190     PERFORM V116-CHECK-ONE-VOWEL-DUPE
005200         VARYING WS-VOWEL-IDX FROM 1 BY 1
005210         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
005220         OR WS-VOWEL-MATCHED.
005230******************************************************************
005240* V116-CHECK-ONE-VOWEL-DUPE - COMPARE THE PAIR JUST READ AGAINST *
005250*                             ONE EXISTING VOWEL TABLE ENTRY.    *
005260******************************************************************
005270 V116-CHECK-ONE-VOWEL-DUPE.
005280     IF PM-VOWEL-UPPER = WS-VOWEL-UPPER-CHAR(WS-VOWEL-IDX)
005290         OR PM-VOWEL-LOWER = WS-VOWEL-LOWER-CHAR(WS-VOWEL-IDX)
005300         SET WS-VOWEL-MATCHED TO TRUE
005310     END-IF.
005320******************************************************************
005330* V120-LOAD-DEFAULT-VOWELS - STANDARD ENGLISH A/E/I/O/U SET.     *
005340******************************************************************
005350 V120-LOAD-DEFAULT-VOWELS.
005360     MOVE 5 TO WS-VOWEL-COUNT.
005370     MOVE "A" TO WS-VOWEL-UPPER-CHAR(1).
005380     MOVE "a" TO WS-VOWEL-LOWER-CHAR(1).
005390     MOVE "E" TO WS-VOWEL-UPPER-CHAR(2).
005400     MOVE "e" TO WS-VOWEL-LOWER-CHAR(2).
005410     MOVE "I" TO WS-VOWEL-UPPER-CHAR(3).
005420     MOVE "i" TO WS-VOWEL-LOWER-CHAR(3).
005430     MOVE "O" TO WS-VOWEL-UPPER-CHAR(4).
005440     MOVE "o" TO WS-VOWEL-LOWER-CHAR(4).
005450     MOVE "U" TO WS-VOWEL-UPPER-CHAR(5).
005460     MOVE "u" TO WS-VOWEL-LOWER-CHAR(5).
005470******************************************************************
005480* V130-BUILD-VOWEL-SET-ID - STAMP WS-VOWEL-SET-ID WITH THE       *
005490*                           SIGNATURE OF THE VOWEL TABLE.        *
005500******************************************************************
005510 V130-BUILD-VOWEL-SET-ID.
005520     MOVE WS-VOWEL-COUNT TO WS-VOWEL-SET-COUNT.
005530     PERFORM V135-BUILD-ONE-SET-PAIR
005540         VARYING WS-VOWEL-IDX FROM 1 BY 1
005550         UNTIL WS-VOWEL-IDX > 20.
005560******************************************************************
005570* V135-BUILD-ONE-SET-PAIR - COPY OR BLANK ONE SLOT OF THE VOWEL  *
005580*                           RULESET SIGNATURE.                   *
005590******************************************************************
005600 V135-BUILD-ONE-SET-PAIR.
005610     IF WS-VOWEL-IDX <= WS-VOWEL-COUNT
005620         MOVE WS-VOWEL-UPPER-CHAR(WS-VOWEL-IDX)
005630             TO WS-VOWEL-SET-UPPER(WS-VOWEL-IDX)
005640         MOVE WS-VOWEL-LOWER-CHAR(WS-VOWEL-IDX)
005650             TO WS-VOWEL-SET-LOWER(WS-VOWEL-IDX)
005660     ELSE
005670         MOVE SPACE TO WS-VOWEL-SET-UPPER(WS-VOWEL-IDX)
005680         MOVE SPACE TO WS-VOWEL-SET-LOWER(WS-VOWEL-IDX)
005690     END-IF.
005700******************************************************************
005710* V150-STORE-ONE-RULESET - SAVE THE VOWEL TABLE JUST LOADED, AND *
005720*                          ITS SIGNATURE, IN RULESET TABLE ENTRY *
005730*                          WS-RSET-IX.                           *
005740******************************************************************
005750 V150-STORE-ONE-RULESET.
005760     PERFORM V130-BUILD-VOWEL-SET-ID.
005770     MOVE WS-VOWEL-SET-ID TO WS-RSET-SET-ID(WS-RSET-IX).
005780     MOVE WS-VOWEL-COUNT TO WS-RSET-VOWEL-COUNT(WS-RSET-IX).
005790     PERFORM V155-STORE-ONE-PAIR
005800         VARYING WS-VOWEL-IDX FROM 1 BY 1
005810         UNTIL WS-VOWEL-IDX > 20.
005820******************************************************************
005830* V155-STORE-ONE-PAIR - COPY ONE VOWEL TABLE SLOT INTO THE       *
005840*                       RULESET TABLE ENTRY BEING BUILT.         *
005850******************************************************************
005860 V155-STORE-ONE-PAIR.
005870     MOVE WS-VOWEL-SET-UPPER(WS-VOWEL-IDX)
005880         TO WS-RSET-VOWEL-UPPER(WS-RSET-IX, WS-VOWEL-IDX).
005890     MOVE WS-VOWEL-SET-LOWER(WS-VOWEL-IDX)
005900         TO WS-RSET-VOWEL-LOWER(WS-RSET-IX, WS-VOWEL-IDX).
005910******************************************************************
005920* V160-USE-RULESET - MAKE RULESET TABLE ENTRY WS-RSET-IX THE     *
005930*                    VOWEL TABLE SCORED UNDER.                   *
005940******************************************************************
005950 V160-USE-RULESET.
005960     MOVE WS-RSET-VOWEL-COUNT(WS-RSET-IX) TO WS-VOWEL-COUNT.
005970     PERFORM V165-USE-ONE-PAIR
005980         VARYING WS-VOWEL-IDX FROM 1 BY 1
005990         UNTIL WS-VOWEL-IDX > 20.
006000     MOVE WS-RSET-SET-ID(WS-RSET-IX) TO WS-VOWEL-SET-ID.
006010******************************************************************
006020* V165-USE-ONE-PAIR - COPY ONE PAIR OF THE CHOSEN RULESET INTO   *
006030*                     THE VOWEL TABLE.                           *
006040******************************************************************
006050 V165-USE-ONE-PAIR.
006060     MOVE WS-RSET-VOWEL-UPPER(WS-RSET-IX, WS-VOWEL-IDX)
006070         TO WS-VOWEL-UPPER-CHAR(WS-VOWEL-IDX).
006080     MOVE WS-RSET-VOWEL-LOWER(WS-RSET-IX, WS-VOWEL-IDX)
006090         TO WS-VOWEL-LOWER-CHAR(WS-VOWEL-IDX).
006100******************************************************************
006110* P100-PRIME-FROM-HISTORY - OPEN EXTHIST AND VOWELKSD, THEN PRIME*
006120*                           EVERY DISTINCT WORD ON THE HISTORY.  *
006130******************************************************************
006140 P100-PRIME-FROM-HISTORY.
006150     OPEN INPUT HISTORY-FILE.
006160     IF NOT WS-HIST-OK
006170         DISPLAY "VOWLPRIM: UNABLE TO OPEN EXTHIST - STATUS "
006180             WS-HIST-STATUS
006190         MOVE 12 TO WS-RETURN-CODE
006200     ELSE
006210         PERFORM L100-OPEN-LOOKUP
006220         IF NOT WS-LOOKUP-OK
006230             MOVE 12 TO WS-RETURN-CODE
006240         ELSE
006250             MOVE "N" TO WS-EOF-SWITCH
006260             PERFORM P110-READ-HISTORY
006270             PERFORM P120-PROCESS-ONE-RECORD
006280                 UNTIL WS-EOF-REACHED
006290             CLOSE LOOKUP-FILE
006300         END-IF
006310         CLOSE HISTORY-FILE
006320     END-IF.
006330     IF WS-RETURN-CODE = 0
006340         AND (WS-WRITE-FAIL-COUNT > 0
006350         OR WS-WORD-OVERFLOW > 0)
006360         MOVE 4 TO WS-RETURN-CODE
006370     END-IF.
006380******************************************************************
006390* P110-READ-HISTORY - READ THE NEXT EXTHIST RECORD.              *
006400******************************************************************
006410 P110-READ-HISTORY.
006420     READ HISTORY-FILE
006430         AT END
006440             MOVE "Y" TO WS-EOF-SWITCH
006450     END-READ.
006460******************************************************************
006470* P120-PROCESS-ONE-RECORD - PASS OVER A PHRASE ROLL-UP, A BLANK  *
006480*                           STRING OR A WORD ALREADY PRIMED BY   *
006490*                           THIS RUN; PRIME ANY OTHER WORD. THEN *
006500*                           READ THE NEXT RECORD.                *
006510******************************************************************
006520 P120-PROCESS-ONE-RECORD.
006530     ADD 1 TO WS-RECORDS-READ.
006540     IF XR-PHRASE-RECORD
006550         ADD 1 TO WS-PHRASE-SKIPPED
006560     ELSE
006570         IF XR-INPUT-STRING = SPACES
006580             ADD 1 TO WS-BLANK-SKIPPED
006590         ELSE
006600             MOVE 0 TO WS-FOUND-IX
006610             PERFORM P130-FIND-ONE-WORD
006620                 VARYING WS-WORD-IX FROM 1 BY 1
006630                 UNTIL WS-WORD-IX > WS-WORD-USED
006640                 OR WS-FOUND-IX > 0
006650             IF WS-FOUND-IX > 0
006660                 ADD 1 TO WS-REPEAT-COUNT
006670             ELSE
006680                 PERFORM P140-PRIME-ONE-WORD
006690             END-IF
006700         END-IF
006710     END-IF.
006720     PERFORM P110-READ-HISTORY.
006730******************************************************************
006740* P130-FIND-ONE-WORD - TEST ONE WORD TABLE ENTRY FOR A MATCH ON  *
006750*                      THE CURRENT HISTORY STRING.               *
006760******************************************************************
006770 P130-FIND-ONE-WORD.
006780     IF WS-WORD-STRING(WS-WORD-IX) = XR-INPUT-STRING
006790         MOVE WS-WORD-IX TO WS-FOUND-IX
006800     END-IF.
006810******************************************************************
006820* P140-PRIME-ONE-WORD - SCORE A NEW DISTINCT WORD UNDER TODAY'S  *
006830*                       RULESET AND THE INCOMING ONE, TALLY THE  *
006840*                       CHANGE, NOTE IT IN THE WORD TABLE AND    *
006850*                       CACHE THE INCOMING SCORE.                *
006860******************************************************************
006870 P140-PRIME-ONE-WORD.
006880     ADD 1 TO WS-DISTINCT-COUNT.
006890     MOVE XR-INPUT-STRING TO WS-STR.
006900     MOVE 1 TO WS-RSET-IX.
006910     PERFORM A100-SCORE-VOWELS.
006920     MOVE WS-CTR1 TO WS-OLD-SCORE.
006930     MOVE 2 TO WS-RSET-IX.
006940     PERFORM A100-SCORE-VOWELS.
006950     MOVE WS-CTR1 TO WS-NEW-SCORE.
006960     IF WS-NEW-SCORE = WS-OLD-SCORE
006970         ADD 1 TO WS-UNCHANGED-COUNT
006980     ELSE
006990         ADD 1 TO WS-CHANGED-COUNT
007000         IF WS-NEW-SCORE > WS-OLD-SCORE
007010             ADD 1 TO WS-RISE-COUNT
007020         ELSE
007030             ADD 1 TO WS-FALL-COUNT
007040         END-IF
007050         COMPUTE WS-NET-CHANGE = WS-NET-CHANGE
007060             + WS-NEW-SCORE - WS-OLD-SCORE
007070     END-IF.
007080     IF WS-WORD-USED < 5000
007090         ADD 1 TO WS-WORD-USED
007100         MOVE WS-STR TO WS-WORD-STRING(WS-WORD-USED)
007110         MOVE WS-OLD-SCORE TO WS-WORD-OLD-SCORE(WS-WORD-USED)
007120         MOVE WS-NEW-SCORE TO WS-WORD-NEW-SCORE(WS-WORD-USED)
007130     ELSE
007140         ADD 1 TO WS-WORD-OVERFLOW
007150     END-IF.
007160     PERFORM L110-LOOKUP-WORD.
007170*    THE VOWEL TABLE STILL HOLDS THE INCOMING RULESET'S COUNTS   *
007180*    FOR WS-STR, WHICH L200 SAVES AS THE PER-VOWEL DETAIL.       *
007190     IF WS-LOOKUP-OK
007200         ADD 1 TO WS-ALREADY-CACHED
007210     ELSE
007220         PERFORM A105-CLASSIFY-CHARS
007230         PERFORM S100-DERIVE-SHAPE
007240         PERFORM L200-WRITE-LOOKUP
007250     END-IF.
007260******************************************************************
007270* A100-SCORE-VOWELS - COUNT THE VOWELS OF WS-STR UNDER RULESET   *
007280*                     TABLE ENTRY WS-RSET-IX INTO WS-CTR1.       *
007290******************************************************************
007300 A100-SCORE-VOWELS.
007310     PERFORM V160-USE-RULESET.
007320     MOVE 0 TO WS-CTR1.
007330     PERFORM A110-TALLY-VOWEL
007340         VARYING WS-VOWEL-IDX FROM 1 BY 1
007350         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT.
007360******************************************************************
007370* A110-TALLY-VOWEL - COUNT ONE VOWEL'S UPPER/LOWER OCCURRENCES   *
007380*                    IN WS-STR, SAME AS A110-TALLY-VOWEL IN      *
007390*                    VOWEL.                                      *
007400******************************************************************
007410 A110-TALLY-VOWEL.
007420     MOVE 0 TO WS-VOWEL-UPPER-CTR(WS-VOWEL-IDX).
007430     MOVE 0 TO WS-VOWEL-LOWER-CTR(WS-VOWEL-IDX).
007440     INSPECT WS-STR TALLYING
007450         WS-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
007460         FOR ALL WS-VOWEL-UPPER-CHAR(WS-VOWEL-IDX).
007470     INSPECT WS-STR TALLYING
007480         WS-VOWEL-LOWER-CTR(WS-VOWEL-IDX)
007490         FOR ALL WS-VOWEL-LOWER-CHAR(WS-VOWEL-IDX).
007500     ADD WS-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
007510         WS-VOWEL-LOWER-CTR(WS-VOWEL-IDX) TO WS-CTR1.
007520******************************************************************
007530* A105-CLASSIFY-CHARS - BREAK OUT CONSONANT, DIGIT AND OTHER     *
007540*                       COUNTS FOR WS-STR, SAME RULES AS         *
007550*                       A105-CLASSIFY-CHARS IN VOWEL.            *
007560******************************************************************
007570 A105-CLASSIFY-CHARS.
007580     MOVE 0 TO WS-CONSONANT-CTR.
007590     MOVE 0 TO WS-DIGIT-CTR.
007600     MOVE 0 TO WS-OTHER-CTR.
007610     PERFORM A106-CLASSIFY-ONE-CHAR
007620         VARYING WS-CHAR-IDX FROM 1 BY 1
007630         UNTIL WS-CHAR-IDX > 40.
007640******************************************************************
007650* A106-CLASSIFY-ONE-CHAR - CLASSIFY ONE CHARACTER OF WS-STR,     *
007660*                          VOWELS EXCLUDED VIA THE RULESET       *
007670*                          TABLE, EMBEDDED SPACES IGNORED.       *
007680******************************************************************
007690 A106-CLASSIFY-ONE-CHAR.
007700     IF WS-STR(WS-CHAR-IDX:1) NOT = SPACE
007710         PERFORM B115-CHECK-VOWEL-TABLE
007720         IF NOT WS-VOWEL-MATCHED
007730             IF WS-STR(WS-CHAR-IDX:1) IS NUMERIC
007740                 ADD 1 TO WS-DIGIT-CTR
007750             ELSE
007760                 IF WS-STR(WS-CHAR-IDX:1) IS ALPHABETIC
007770                     ADD 1 TO WS-CONSONANT-CTR
007780                 ELSE
007790                     ADD 1 TO WS-OTHER-CTR
007800                 END-IF
007810             END-IF
007820         END-IF
007830     END-IF.
007840******************************************************************
007850* B115-CHECK-VOWEL-TABLE - TEST THE CURRENT CHARACTER AGAINST    *
007860*                          EVERY PAIR IN THE RULESET TABLE.      *
007870******************************************************************
007880 B115-CHECK-VOWEL-TABLE.
007890     SET WS-VOWEL-NOT-MATCHED TO TRUE.
007900     PERFORM B116-CHECK-ONE-VOWEL-ENTRY
007910         VARYING WS-VOWEL-IDX FROM 1 BY 1
007920         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
007930         OR WS-VOWEL-MATCHED.
007940******************************************************************
007950* B116-CHECK-ONE-VOWEL-ENTRY - COMPARE THE CURRENT CHARACTER     *
007960*                              AGAINST ONE VOWEL TABLE ENTRY.    *
007970******************************************************************
007980 B116-CHECK-ONE-VOWEL-ENTRY.
007990     IF WS-STR(WS-CHAR-IDX:1) = WS-VOWEL-UPPER-CHAR(WS-VOWEL-IDX)
008000         OR WS-STR(WS-CHAR-IDX:1) =
008010             WS-VOWEL-LOWER-CHAR(WS-VOWEL-IDX)
008020         SET WS-VOWEL-MATCHED TO TRUE
008030     END-IF.
008040******************************************************************
008050* S100-DERIVE-SHAPE - BUILD THE CONSONANT/VOWEL SHAPE OF         *
008060*                     WS-STR (WS-SHAPE-PATTERN), ITS LONGEST     *
008070*                     VOWEL RUN AND CONSONANT CLUSTER, AND THE   *
008080*                     ESTIMATED SYLLABLE COUNT SUMMED OVER ITS   *
008090*                     WORDS, SAME RULES AS S100-DERIVE-SHAPE IN  *
008100*                     VOWEL.                                     *
008110******************************************************************
008120 S100-DERIVE-SHAPE.
008130     MOVE SPACES TO WS-SHAPE-PATTERN.
008140     MOVE 0 TO WS-LONGEST-VOWEL-RUN.
008150     MOVE 0 TO WS-LONGEST-CLUSTER.
008160     MOVE 0 TO WS-SYLLABLE-COUNT.
008170     MOVE 0 TO WS-SHP-WORD-GROUPS.
008180     MOVE 0 TO WS-SHP-WORD-LETTERS.
008190     PERFORM S110-SHAPE-ONE-CHAR
008200         VARYING WS-CHAR-IDX FROM 1 BY 1
008210         UNTIL WS-CHAR-IDX > 40.
008220     MOVE 40 TO WS-SHP-END-IX.
008230     PERFORM S120-CLOSE-WORD.
008240******************************************************************
008250* S110-SHAPE-ONE-CHAR - CLASS ONE BYTE OF WS-STR INTO THE        *
008260*                       PATTERN AND EXTEND OR BREAK THE CURRENT  *
008270*                       VOWEL RUN AND CONSONANT CLUSTER. A SPACE *
008280*                       CLOSES THE WORD ENDING ON THE BYTE BEFORE*
008290*                       IT.                                      *
008300******************************************************************
008310 S110-SHAPE-ONE-CHAR.
008320     IF WS-STR(WS-CHAR-IDX:1) = SPACE
008330         IF WS-CHAR-IDX > 1
008340             COMPUTE WS-SHP-END-IX = WS-CHAR-IDX - 1
008350             PERFORM S120-CLOSE-WORD
008360         END-IF
008370     ELSE
008380         PERFORM B115-CHECK-VOWEL-TABLE
008390         IF WS-VOWEL-MATCHED
008400             MOVE "V" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
008410             MOVE 0 TO WS-SHP-CLUSTER
008420             ADD 1 TO WS-SHP-VOWEL-RUN
008430             ADD 1 TO WS-SHP-WORD-LETTERS
008440             IF WS-SHP-VOWEL-RUN = 1
008450                 ADD 1 TO WS-SHP-WORD-GROUPS
008460             END-IF
008470             IF WS-SHP-VOWEL-RUN > WS-LONGEST-VOWEL-RUN
008480                 MOVE WS-SHP-VOWEL-RUN TO WS-LONGEST-VOWEL-RUN
008490             END-IF
008500         ELSE
008510             MOVE 0 TO WS-SHP-VOWEL-RUN
008520             IF WS-STR(WS-CHAR-IDX:1) IS NUMERIC
008530                 MOVE "D" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
008540                 MOVE 0 TO WS-SHP-CLUSTER
008550             ELSE
008560                 IF WS-STR(WS-CHAR-IDX:1) IS ALPHABETIC
008570                     MOVE "C" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
008580                     ADD 1 TO WS-SHP-CLUSTER
008590                     ADD 1 TO WS-SHP-WORD-LETTERS
008600                     IF WS-SHP-CLUSTER > WS-LONGEST-CLUSTER
008610                         MOVE WS-SHP-CLUSTER TO WS-LONGEST-CLUSTER
008620                     END-IF
008630                 ELSE
008640                     MOVE "X" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
008650                     MOVE 0 TO WS-SHP-CLUSTER
008660                 END-IF
008670             END-IF
008680         END-IF
008690     END-IF.
008700******************************************************************
008710* S120-CLOSE-WORD - END THE WORD WHOSE LAST BYTE IS              *
008720*                   WS-SHP-END-IX: ITS VOWEL GROUPS, LESS A      *
008730*                   SILENT FINAL "E", ARE ITS SYLLABLES - AT     *
008740*                   LEAST ONE FOR A WORD WITH ANY LETTER IN IT.  *
008750******************************************************************
008760 S120-CLOSE-WORD.
008770     MOVE 0 TO WS-SHP-VOWEL-RUN.
008780     MOVE 0 TO WS-SHP-CLUSTER.
008790     IF WS-SHP-WORD-LETTERS > 0
008800         IF WS-SHP-WORD-GROUPS > 1
008810             AND WS-SHP-END-IX > 2
008820             PERFORM S130-CHECK-SILENT-E
008830         END-IF
008840         IF WS-SHP-WORD-GROUPS = 0
008850             MOVE 1 TO WS-SHP-WORD-GROUPS
008860         END-IF
008870         ADD WS-SHP-WORD-GROUPS TO WS-SYLLABLE-COUNT
008880     END-IF.
008890     MOVE 0 TO WS-SHP-WORD-GROUPS.
008900     MOVE 0 TO WS-SHP-WORD-LETTERS.
008910******************************************************************
008920* S130-CHECK-SILENT-E - A WORD ENDING CONSONANT + "E" (AS IN     *
008930*                       CAKE) LOSES ONE VOWEL GROUP, UNLESS IT   *
008940*                       ENDS CONSONANT + "LE" (AS IN TABLE),     *
008950*                       WHERE THE FINAL GROUP IS SOUNDED.        *
008960******************************************************************
008970 S130-CHECK-SILENT-E.
008980     IF (WS-STR(WS-SHP-END-IX:1) = "E" OR "e")
008990         AND WS-SHAPE-PATTERN(WS-SHP-END-IX:1) = "V"
009000         AND WS-SHAPE-PATTERN(WS-SHP-END-IX - 1:1) = "C"
009010         IF (WS-STR(WS-SHP-END-IX - 1:1) = "L" OR "l")
009020             AND WS-SHAPE-PATTERN(WS-SHP-END-IX - 2:1) = "C"
009030             CONTINUE
009040         ELSE
009050             SUBTRACT 1 FROM WS-SHP-WORD-GROUPS
009060         END-IF
009070     END-IF.
009080******************************************************************
009090* L100-OPEN-LOOKUP - OPEN THE WORD-SCORE LOOKUP FILE FOR UPDATE, *
009100*                    CREATING IT ON FIRST USE, SAME RULES AS     *
009110*                    L100-OPEN-LOOKUP IN VOWEL.                  *
009120******************************************************************
009130 L100-OPEN-LOOKUP.
009132     OPEN I-O LOOKUP-FILE.
009134*    STATUS 39 IS A VOWELKSD STILL IN THE LAYOUT KEYED ON THE     *
009136*    STRING ALONE. ITS ENTRIES CANNOT BE READ UNDER THE RULESET   *
009138*    KEY, SO IT IS RE-CREATED EMPTY AND REFILLS AS WORDS RECUR.   *
009140     IF WS-LOOKUP-OLD-FORMAT
009142         DISPLAY "VOWLPRIM: VOWELKSD IS IN THE OLD LAYOUT - "
009144             "RE-CREATING IT EMPTY UNDER THE RULESET KEY"
009146     END-IF.
009148     IF WS-LOOKUP-FILE-MISSING
009150         OR WS-LOOKUP-OLD-FORMAT
009160         OPEN OUTPUT LOOKUP-FILE
009170         CLOSE LOOKUP-FILE
009180         OPEN I-O LOOKUP-FILE
009190     END-IF.
009200     IF NOT WS-LOOKUP-OK
009210         DISPLAY "VOWLPRIM: UNABLE TO OPEN VOWELKSD - STATUS "
009220             WS-LOOKUP-STATUS
009230     END-IF.
009240******************************************************************
009250* L110-LOOKUP-WORD - READ THE ENTRY FOR WS-STR UNDER THE INCOMING*
009260*                    RULESET; WS-LOOKUP-OK WHEN IT IS ALREADY    *
009270*                    CACHED.                                     *
009280******************************************************************
009290 L110-LOOKUP-WORD.
009300     MOVE WS-STR TO LK-INPUT-STRING.
009310     MOVE WS-RSET-SET-ID(2) TO LK-RULESET-ID.
009320     READ LOOKUP-FILE
009330         INVALID KEY
009340             CONTINUE
009350     END-READ.
009360******************************************************************
009370* L200-WRITE-LOOKUP - CACHE THE WORD'S SCORE UNDER THE INCOMING  *
009380*                     RULESET, SAME FIELDS AS L200-WRITE-LOOKUP  *
009390*                     IN VOWEL, WITH A BLANK CREATED-STAMP.      *
009400******************************************************************
009410 L200-WRITE-LOOKUP.
009420     MOVE WS-STR TO LK-INPUT-STRING.
009430     MOVE WS-CTR1 TO LK-VOWEL-COUNT.
009440     MOVE WS-CONSONANT-CTR TO LK-CONSONANT-COUNT.
009450     MOVE WS-DIGIT-CTR TO LK-DIGIT-COUNT.
009460     MOVE WS-OTHER-CTR TO LK-OTHER-COUNT.
009470     MOVE WS-VOWEL-SET-ID TO LK-RULESET-ID.
009480     MOVE SPACES TO LK-CREATED-STAMP.
009490     MOVE WS-SHAPE-PATTERN TO LK-SHAPE-PATTERN.
009500     MOVE WS-LONGEST-VOWEL-RUN TO LK-LONGEST-VOWEL-RUN.
009510     MOVE WS-LONGEST-CLUSTER TO LK-LONGEST-CLUSTER.
009520     MOVE WS-SYLLABLE-COUNT TO LK-SYLLABLE-COUNT.
009530     PERFORM L210-SAVE-CACHED-DETAIL
009540         VARYING WS-VOWEL-IDX FROM 1 BY 1
009550         UNTIL WS-VOWEL-IDX > 20.
009560     WRITE LOOKUP-RECORD
009570         INVALID KEY
009580             ADD 1 TO WS-WRITE-FAIL-COUNT
009590             DISPLAY "VOWLPRIM: LOOKUP WRITE FAILED FOR " WS-STR
009600                 " - STATUS " WS-LOOKUP-STATUS
009610         NOT INVALID KEY
009620             ADD 1 TO WS-NEWLY-CACHED
009630     END-WRITE.
009640******************************************************************
009650* L210-SAVE-CACHED-DETAIL - COPY ONE VOWEL ENTRY'S UPPER/LOWER   *
009660*                           COUNTS INTO THE LOOKUP RECORD, ZERO  *
009670*                           BEYOND THE RULESET'S LAST PAIR.      *
009680******************************************************************
009690 L210-SAVE-CACHED-DETAIL.
009700     IF WS-VOWEL-IDX <= WS-VOWEL-COUNT
009710         MOVE WS-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
009720             TO LK-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
009730         MOVE WS-VOWEL-LOWER-CTR(WS-VOWEL-IDX)
009740             TO LK-VOWEL-LOWER-CTR(WS-VOWEL-IDX)
009750     ELSE
009760         MOVE 0 TO LK-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
009770         MOVE 0 TO LK-VOWEL-LOWER-CTR(WS-VOWEL-IDX)
009780     END-IF.
009790******************************************************************
009800* R100-PRIMING-REPORT - THE RULESETS COMPARED, THE RECORD AND    *
009810*                       CACHE COUNTS, THE SCORE CHANGES AT       *
009820*                       CUTOVER AND THE CHANGED WORDS.           *
009830******************************************************************
009840 R100-PRIMING-REPORT.
009850     DISPLAY " ".
009860     DISPLAY "******************************************".
009870     DISPLAY "*  VOWLPRIM - PRE-CUTOVER PRIMING REPORT *".
009880     DISPLAY "******************************************".
009890     DISPLAY "RULESET PRIMED ............. " WS-TARGET-NAME.
009900     IF WS-RETURN-CODE >= 8
009910         DISPLAY "PRIMING NOT DONE - SEE MESSAGES ABOVE"
009920     ELSE
009930         DISPLAY "  EFFECTIVE FROM ........... "
009940             WS-TARGET-EFF-FROM
009950             " THRU " WS-TARGET-EFF-TO
009960         DISPLAY "  CONTROL FILE ............. "
009970             WS-RSET-PARM-FILE(2)
009980         DISPLAY "COMPARED WITH RULESET ...... " WS-RSET-NAME(1)
009990             " (IN FORCE " WS-RUN-DATE ")"
010000         DISPLAY "EXTHIST RECORDS READ ....... " WS-RECORDS-READ
010010         DISPLAY "PHRASE ROLL-UPS PASSED OVER  " WS-PHRASE-SKIPPED
010020         IF WS-BLANK-SKIPPED > 0
010030             DISPLAY "BLANK STRINGS PASSED OVER .. "
010040                 WS-BLANK-SKIPPED
010050         END-IF
010060         DISPLAY "REPEATS OF A WORD .......... " WS-REPEAT-COUNT
010070         DISPLAY "DISTINCT WORDS ............. " WS-DISTINCT-COUNT
010080         DISPLAY "  NEWLY CACHED ............. " WS-NEWLY-CACHED
010090         DISPLAY "  ALREADY CACHED ........... " WS-ALREADY-CACHED
010100         IF WS-WRITE-FAIL-COUNT > 0
010110             DISPLAY "  CACHE WRITE FAILURES ..... "
010120                 WS-WRITE-FAIL-COUNT
010130         END-IF
010140         IF WS-WORD-OVERFLOW > 0
010150             DISPLAY "WORDS OVER WORD TABLE LIMIT  "
010160                 WS-WORD-OVERFLOW
010170             DISPLAY "  (A REPEAT OF ONE OF THESE MAY BE COUNTED "
010180                 "AGAIN)"
010190         END-IF
010200         PERFORM R110-DISPLAY-IMPACT
010210     END-IF.
010220     DISPLAY "******************************************".
010230******************************************************************
010240* R110-DISPLAY-IMPACT - HOW MANY DISTINCT WORDS CHANGE SCORE AT  *
010250*                       CUTOVER, WHICH WAY, AND THE FIRST OF THEM*
010260*                       UP TO THE PRIMMAX LIMIT.                 *
010270******************************************************************
010280 R110-DISPLAY-IMPACT.
010290     DISPLAY "------------------------------------------".
010300     DISPLAY "SCORE CHANGES AT CUTOVER:".
010310     MOVE 0 TO WS-PCT.
010320     IF WS-DISTINCT-COUNT > 0
010330         COMPUTE WS-PCT ROUNDED =
010340             WS-CHANGED-COUNT * 100 / WS-DISTINCT-COUNT
010350     END-IF.
010360     MOVE WS-PCT TO WS-ED-PCT.
010370     DISPLAY "  WORDS CHANGING SCORE ..... " WS-CHANGED-COUNT
010380         "  " WS-ED-PCT "%".
010390     DISPLAY "    SCORE RISES ............ " WS-RISE-COUNT.
010400     DISPLAY "    SCORE FALLS ............ " WS-FALL-COUNT.
010410     DISPLAY "  WORDS UNCHANGED .......... " WS-UNCHANGED-COUNT.
010420     MOVE WS-NET-CHANGE TO WS-ED-NET.
010430     DISPLAY "  NET CHANGE IN VOWELS ..... " WS-ED-NET.
010440     IF WS-CHANGED-COUNT > 0
010450         DISPLAY "------------------------------------------"
010460         DISPLAY "WORD                                     "
010470             "TODAY  CUTOVER"
010480         MOVE 0 TO WS-LISTED-COUNT
010490         PERFORM R120-LIST-ONE-CHANGE
010500             VARYING WS-WORD-IX FROM 1 BY 1
010510             UNTIL WS-WORD-IX > WS-WORD-USED
010520             OR WS-LISTED-COUNT >= WS-LIST-LIMIT
010530         IF WS-LISTED-COUNT < WS-CHANGED-COUNT
010540             MOVE WS-LIST-LIMIT TO WS-ED-LIMIT
010550             DISPLAY "  (LISTING STOPPED AT " WS-ED-LIMIT
010560                 " - RAISE PRIMMAX FOR MORE)"
010570         END-IF
010580     END-IF.
010590******************************************************************
010600* R120-LIST-ONE-CHANGE - SHOW ONE WORD TABLE ENTRY WHOSE SCORE   *
010610*                        CHANGES AT CUTOVER.                     *
010620******************************************************************
010630 R120-LIST-ONE-CHANGE.
010640     IF WS-WORD-NEW-SCORE(WS-WORD-IX)
010650         NOT = WS-WORD-OLD-SCORE(WS-WORD-IX)
010660         ADD 1 TO WS-LISTED-COUNT
010670         DISPLAY "  " WS-WORD-STRING(WS-WORD-IX)
010680             "  " WS-WORD-OLD-SCORE(WS-WORD-IX)
010690             "      " WS-WORD-NEW-SCORE(WS-WORD-IX)
010700     END-IF.
