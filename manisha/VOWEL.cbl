000670*                    WHOLE TRAIL BEFORE IT IS TRUSTED.           *
000680*   09/02/2026 RK    EFFECTIVE-DATED RULESET REGISTRY: THE       *
000690*                    RULESET IN FORCE FOR THE RUN DATE IS        *
000691*                    SELECTED FROM RSETMSTR (SEE V105) AND THE   *
000692*                    CONTROL FILE IS VALIDATED PAIR BY PAIR; A   *
000693*                    FILE YIELDING NO USABLE PAIRS REFUSES THE   *
000694*                    RUN, AND THE ENGLISH DEFAULT IS AN          *
000695*                    EXPLICIT, LOGGED DECISION.                  *
000696*   10/15/2026 RK    VOWELKSD ENTRIES NOW CARRY THE RUN          *
000697*                    TIMESTAMP THAT SCORED THEM (LK-CREATED-     *
000698*                    STAMP) SO VOWLBKOT CAN REVERSE A BAD RUN.   *
000699*   10/15/2026 RK    INBOUND FEED CERTIFICATION: EVERY FEED MUST *
000700*                    CARRY A HEADER AND TRAILER (VOWLFHT) AND IS *
000701*                    CHECKED FOR COUNT, HASH TOTAL, BUSINESS     *
000702*                    DATE AND FEED SEQUENCE (AGAINST FEEDREG)    *
000703*                    BEFORE ANY WORD IS SCORED (SEE F100). A     *
000704*                    FAILING FEED IS LISTED ON FEEDREJ AND THE   *
000705*                    BATCH IS HELD; CONTROL RECORDS ARE NEVER    *
000706*                    SCORED.                                     *
000707*   10/15/2026 RK    PHRASE TOKENIZATION MODE (WORDTOKN=Y): A    *
000708*                    MULTI-WORD STRING IS SPLIT INTO ITS WORDS,  *
000709*                    EACH SCORED, CACHED, DICTIONARY-CHECKED     *
000710*                    AND EXTRACTED AS A "T" RECORD, FOLLOWED BY  *
000711*                    A "P" RECORD WITH THE ROLLED-UP TOTALS AND  *
000712*                    WORD COUNT (SEE T200); SUMRPT GAINS PHRASE  *
000713*                    AND TOKEN SECTIONS.                         *
000714*   10/15/2026 RK    SHAPE ANALYSIS: EACH SCORED STRING NOW      *
000715*                    CARRIES ITS CONSONANT/VOWEL PATTERN,        *
000716*                    LONGEST VOWEL RUN, LONGEST CONSONANT        *
000717*                    CLUSTER AND AN ESTIMATED SYLLABLE COUNT     *
000718*                    UNDER THE RULESET IN FORCE (SEE S100), ON   *
000719*                    THE EXTRACT AND CACHED IN VOWELKSD.         *
000720*   10/15/2026 RK    RUNLOCKOVR IS HONOURED ONLY FOR AN OPERATOR *
000721*                    HOLDING THE RUN-LOCK RIGHT ON OPERAUTH, AND *
000722*                    EVERY OVERRIDE, ALLOWED OR REFUSED, IS      *
000723*                    WRITTEN TO THE CHGJRNL CHANGE JOURNAL (SEE  *
000724*                    C440/C450).                                 *
000725*   10/15/2026 RK    PARTITIONED MULTI-STREAM RUN - VOWLPMODE= *
000726*                    SPLIT CERTIFIES THE DAY'S FEEDS, TAKES THE *
000727*                    RUN LOCK ONCE AND DEALS WORDINLS OUT INTO N *
000728*                    PARTITION LISTS (PARTCTL); EACH PARTITION   *
000729*                    (VOWLPMODE=PART) SCORES ITS LIST UNDER THE  *
000730*                    SHARED TIMESTAMP WITH ITS OWN CHECKPOINT,   *
000731*                    EXCEPOUT, EXTROUT AND SUMRPT; VOWLPMODE=    *
000732*                    MERGE COMBINES THEM INTO ONE EXTROUT,       *
000733*                    EXCEPOUT, SUMRPT AND AUDITLOG RECORD (SEE   *
000734*                    P100-P330 AND M100-M900).                   *
000735*   10/15/2026 RK    VOWELKSD IS NOW KEYED ON THE WORD AND THE   *
000736*                    RULESET SIGNATURE TOGETHER (LK-CACHE-KEY),  *
000737*                    SO A NEW RULESET ADDS ITS OWN ENTRIES       *
000738*                    BESIDE THE OLD ONES INSTEAD OF OVERWRITING  *
000739*                    THEM (SEE L110).                            *
000740*   10/15/2026 RK    A VOWELKSD STILL IN THE OLD LAYOUT (OPEN    *
000741*                    STATUS 39) IS RE-CREATED EMPTY UNDER THE    *
000742*                    RULESET KEY INSTEAD OF ENDING THE RUN - THE *
000743*                    ONE-TIME CONVERSION (SEE L100).             *
000750******************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. VOWEL.
000920         WS-CURRENT-WORDIN-FILE
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-WORDIN-STATUS.
000950     SELECT WORDIN-LIST-FILE ASSIGN TO DYNAMIC
000955         WS-CURRENT-WLIST-FILE
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-WLIST-STATUS.
000980     SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
000985         WS-CURRENT-EXCEPT-FILE
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-EXCEPT-STATUS.
001010     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
001015         WS-CURRENT-CKPT-FILE
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-CKPT-STATUS.
001040     SELECT VOWEL-PARM-FILE ASSIGN TO DYNAMIC
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS RG-RULESET-NAME
001120         FILE STATUS IS WS-RGY-STATUS.
001130     SELECT EXTRACT-FILE ASSIGN TO DYNAMIC
001135         WS-CURRENT-EXTR-FILE
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-EXTR-STATUS.
001160     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001190     SELECT LOOKUP-FILE ASSIGN TO "VOWELKSD"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS LK-CACHE-KEY
001230         FILE STATUS IS WS-LOOKUP-STATUS.
001240     SELECT SUMMARY-REPORT-FILE ASSIGN TO DYNAMIC
001245         WS-CURRENT-SUMRPT-FILE
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-SUMRPT-STATUS.
001270     SELECT RUN-STATUS-FILE ASSIGN TO "RUNLOG"
001330         RECORD KEY IS DC-WORD
001340         FILE STATUS IS WS-DICT-STATUS.
001350     SELECT EXCEPTION-LIMIT-FILE ASSIGN TO "EXCLIMIT"
001351         ORGANIZATION IS LINE SEQUENTIAL
001352         FILE STATUS IS WS-EXCLIM-STATUS.
001353     SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
001354         ORGANIZATION IS LINE SEQUENTIAL
001355         FILE STATUS IS WS-FREG-STATUS.
001356     SELECT FEED-REJECT-FILE ASSIGN TO "FEEDREJ"
001357         ORGANIZATION IS LINE SEQUENTIAL
001358         FILE STATUS IS WS-FREJ-STATUS.
001359     SELECT AUTHORIZATION-FILE ASSIGN TO "OPERAUTH"
001360         ORGANIZATION IS LINE SEQUENTIAL
001361         FILE STATUS IS WS-AUTH-STATUS.
001362     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
001363         ORGANIZATION IS LINE SEQUENTIAL
001364         FILE STATUS IS WS-JRNL-STATUS.
001365     SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
001366         ORGANIZATION IS LINE SEQUENTIAL
001367         FILE STATUS IS WS-PCTL-STATUS.
001368     SELECT PART-EXTRACT-FILE ASSIGN TO DYNAMIC
001369         WS-PART-EXTR-FILE
001370         ORGANIZATION IS LINE SEQUENTIAL
001371         FILE STATUS IS WS-PEXTR-STATUS.
001372     SELECT PART-EXCEPTION-FILE ASSIGN TO DYNAMIC
001373         WS-PART-EXCEPT-FILE
001374         ORGANIZATION IS LINE SEQUENTIAL
001375         FILE STATUS IS WS-PEXC-STATUS.
001380******************************************************************
001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  WORDIN-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY VOWLREC.
001435     COPY VOWLFHT.
001440 FD  WORDIN-LIST-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY VOWLWLS.
001750     05  EL-MAX-EXCEPT-PCT       PIC 9(03).
001760     05  FILLER                  PIC X(01).
001770     05  EL-SAMPLE-COUNT         PIC 9(08).
001771 FD  REGISTRY-FILE.
001772     COPY VOWLRGY.
001773 FD  FEED-REGISTER-FILE
001774     LABEL RECORDS ARE STANDARD.
001775     COPY VOWLFRG.
001776 FD  FEED-REJECT-FILE
001777     LABEL RECORDS ARE STANDARD.
001778 01  FJ-PRINT-LINE               PIC X(132).
001779 FD  AUTHORIZATION-FILE
001780     LABEL RECORDS ARE STANDARD.
001781     COPY VOWLAUT.
001782 FD  CHANGE-JOURNAL-FILE
001783     LABEL RECORDS ARE STANDARD.
001784     COPY VOWLJRN.
001785 FD  PARTITION-CONTROL-FILE
001786     LABEL RECORDS ARE STANDARD.
001787     COPY VOWLPCT.
001788 FD  PART-EXTRACT-FILE
001789     LABEL RECORDS ARE STANDARD.
001790     COPY VOWLEXT REPLACING LEADING ==XR== BY ==PX==
001791         ==EXTRACT-RECORD== BY ==PART-EXTRACT-RECORD==.
001792 FD  PART-EXCEPTION-FILE
001793     LABEL RECORDS ARE STANDARD.
001794     COPY VOWLEXC REPLACING
001795         ==EXCEPTION-RECORD== BY ==PART-EXCEPTION-RECORD==
001796         LEADING ==EX== BY ==PE==.
001800******************************************************************
001810 WORKING-STORAGE SECTION.
001820 77  WS-STR                  PIC X(40).
001940*   THE BATCH CROSSES FILE BOUNDARIES.                            *
001950******************************************************************
001960 77  WS-CURRENT-WORDIN-FILE  PIC X(80)    VALUE "WORDIN".
001961* WS-CURRENT-xxxx-FILE - PHYSICAL NAMES OF THE LIST, CHECKPOINT, *
001962*   EXCEPTION, EXTRACT AND SUMMARY FILES. A SERIAL RUN USES THE  *
001963*   STANDARD NAMES; A PARTITION OF A SPLIT RUN USES THE SAME     *
001964*   NAMES SUFFIXED ".Pnn" (SEE P110-BUILD-PARTITION-NAMES).      *
001965 77  WS-CURRENT-WLIST-FILE   PIC X(80)    VALUE "WORDINLS".
001966 77  WS-CURRENT-CKPT-FILE    PIC X(80)    VALUE "CHKPOINT".
001967 77  WS-CURRENT-EXCEPT-FILE  PIC X(80)    VALUE "EXCEPOUT".
001968 77  WS-CURRENT-EXTR-FILE    PIC X(80)    VALUE "EXTROUT".
001969 77  WS-CURRENT-SUMRPT-FILE  PIC X(80)    VALUE "SUMRPT".
001970* WS-SOURCE-SEQ - WITHIN-FILE RECORD NUMBER OF THE WORDIN RECORD  *
001980*   CURRENTLY IN THE BUFFER. RESET AT EVERY FILE BOUNDARY AND     *
001990*   STAMPED ONTO EACH EXTRACT AND EXCEPTION RECORD, SO A REJECT   *
002060     88  WS-WLIST-IN-USE                  VALUE "Y".
002070 77  WS-WLIST-EOF-SWITCH     PIC X(01)    VALUE "N".
002080     88  WS-WLIST-NO-MORE-FILES           VALUE "Y".
002081* WS-CORR-FEED-SWITCH - SET WHEN THE CONCATENATION LIST FEEDS      *
002082*   THE WORDINCR CORRECTION FILE INTO THIS BATCH, SO A CLEAN RUN   *
002083*   CAN RETIRE IT AND A CORRECTED WORD IS SCORED EXACTLY ONCE.     *
002084 77  WS-CORR-FEED-SWITCH     PIC X(01)    VALUE "N".
002085     88  WS-CORR-FEED-IN-BATCH            VALUE "Y".
002086 77  WS-WORDIN-AT-END-SWITCH PIC X(01)    VALUE "N".
002087     88  WS-WORDIN-AT-END                 VALUE "Y".
002088* WS-CONTROL-REC-SWITCH - SET WHEN THE RECORD JUST READ IS A FEED  *
002089*   HEADER OR TRAILER, SO 2100-READ-WORDIN READS PAST IT AND IT    *
002090*   IS NEVER SCORED, COUNTED OR CHECKPOINTED AS A WORD.            *
002091 77  WS-CONTROL-REC-SWITCH   PIC X(01)    VALUE "N".
002092     88  WS-CONTROL-RECORD                VALUE "Y".
002093******************************************************************
002094* FEED CERTIFICATION FIELDS - F100-CERTIFY-FEEDS READS EVERY FEED  *
002095*   OF THE BATCH END TO END BEFORE THE RUN LOCK IS TAKEN, CHECKING *
002096*   ITS HEADER/TRAILER AGAINST ITS CONTENT, THE EXPECTED BUSINESS  *
002097*   DATE (FEEDDATE, DEFAULT THE RUN DATE) AND THE SOURCE'S LAST    *
002098*   REGISTERED FEED SEQUENCE ON FEEDREG. ANY FAILURE HOLDS THE     *
002099*   WHOLE BATCH. WORDINCR IS VOWLCORR'S OWN CORRECTION FILE, NOT   *
002100*   AN UPSTREAM FEED, AND CARRIES NO CONTROL RECORDS.              *
002101******************************************************************
002102 77  WS-FREG-STATUS          PIC X(02)    VALUE "00".
002103     88  WS-FREG-OK                       VALUE "00".
002104 77  WS-FREJ-STATUS          PIC X(02)    VALUE "00".
002105     88  WS-FREJ-OK                       VALUE "00".
002106 77  WS-FREG-EOF-SWITCH      PIC X(01)    VALUE "N".
002107     88  WS-FREG-AT-EOF                   VALUE "Y".
002108 77  WS-FEED-EOF-SWITCH      PIC X(01)    VALUE "N".
002109     88  WS-FEED-AT-EOF                   VALUE "Y".
002110 77  WS-FEEDS-HELD-SWITCH    PIC X(01)    VALUE "N".
002111     88  WS-FEEDS-HELD                    VALUE "Y".
002112 77  WS-FEED-DATE-TEXT       PIC X(08)    VALUE SPACES.
002113 77  WS-EXPECTED-FEED-DATE   PIC 9(08)    VALUE 0.
002114 77  WS-FEED-CERT-COUNT      PIC 9(04) COMP VALUE 0.
002115 77  WS-FEED-REJECT-COUNT    PIC 9(04) COMP VALUE 0.
002116 77  WS-FEED-REASON          PIC X(30)    VALUE SPACES.
002117 77  WS-FEED-HEADER-SW       PIC X(01)    VALUE "N".
002118     88  WS-FEED-HAS-HEADER               VALUE "Y".
002119 77  WS-FEED-TRAILER-SW      PIC X(01)    VALUE "N".
002120     88  WS-FEED-HAS-TRAILER              VALUE "Y".
002121 77  WS-FEED-MISPLACED-SW    PIC X(01)    VALUE "N".
002122     88  WS-FEED-MISPLACED                VALUE "Y".
002123 77  WS-FEED-SOURCE-ID       PIC X(08)    VALUE SPACES.
002124 77  WS-FEED-BUSINESS-DATE   PIC 9(08)    VALUE 0.
002125 77  WS-FEED-SEQ             PIC 9(06)    VALUE 0.
002126 77  WS-FEED-HEADER-VALID-SW PIC X(01)    VALUE "N".
002127     88  WS-FEED-HEADER-VALID             VALUE "Y".
002128 77  WS-FEED-TRAILER-VALID-SW PIC X(01)   VALUE "N".
002129     88  WS-FEED-TRAILER-VALID            VALUE "Y".
002130 77  WS-FEED-EXPECT-COUNT    PIC 9(08)    VALUE 0.
002131 77  WS-FEED-EXPECT-HASH     PIC 9(10)    VALUE 0.
002132 77  WS-FEED-RECORD-COUNT    PIC 9(08) COMP VALUE 0.
002133 77  WS-FEED-HASH-TOTAL      PIC 9(10) COMP VALUE 0.
002134 77  WS-FEED-TRAILING        PIC 9(02) COMP VALUE 0.
002135 77  WS-FEED-LAST-SEQ        PIC 9(06)    VALUE 0.
002136* WS-FEED-SOURCE-TABLE - LAST FEED SEQUENCE ACCEPTED PER SOURCE,   *
002137*   LOADED FROM FEEDREG AND ADVANCED AS EACH FEED OF THIS BATCH    *
002138*   CERTIFIES, SO TWO FEEDS FROM ONE SOURCE MUST ALSO FOLLOW ON.   *
002139 01  WS-FEED-SOURCE-TABLE.
002140     05  WS-FSRC-ENTRY OCCURS 100 TIMES INDEXED BY WS-FSRC-IX.
002141         10  WS-FSRC-ID          PIC X(08).
002142         10  WS-FSRC-LAST-SEQ    PIC 9(06).
002143 77  WS-FSRC-COUNT           PIC 9(04) COMP VALUE 0.
002144 77  WS-FSRC-SLOT            PIC 9(04) COMP VALUE 0.
002145* WS-CERT-FEED-TABLE - THE FEEDS THAT CERTIFIED, REGISTERED ON     *
002146*   FEEDREG BY F500-REGISTER-FEEDS ONLY WHEN THE RUN ENDS CLEAN,   *
002147*   SO A RESTARTED BATCH RECERTIFIES THE SAME FEEDS WITHOUT THEM   *
002148*   READING AS DUPLICATES.                                         *
002149 01  WS-CERT-FEED-TABLE.
002150     05  WS-CFD-ENTRY OCCURS 50 TIMES INDEXED BY WS-CFD-IX.
002151         10  WS-CFD-FILE-NAME    PIC X(20).
002152         10  WS-CFD-SOURCE-ID    PIC X(08).
002153         10  WS-CFD-BUSINESS-DATE PIC 9(08).
002154         10  WS-CFD-FEED-SEQ     PIC 9(06).
002155         10  WS-CFD-RECORD-COUNT PIC 9(08).
002156         10  WS-CFD-HASH-TOTAL   PIC 9(10).
002157 77  WS-FREJ-OPEN-SWITCH     PIC X(01)    VALUE "N".
002158     88  WS-FREJ-OPEN                     VALUE "Y".
002159 77  WS-ED-NUM10             PIC 9(10)    VALUE 0.
002160 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
002170     88  WS-EOF-REACHED                   VALUE "Y".
002180 77  WS-EXCEPT-STATUS        PIC X(02)    VALUE "00".
003280 77  WS-LOOKUP-STATUS        PIC X(02)    VALUE "00".
003290     88  WS-LOOKUP-OK                     VALUE "00".
003300     88  WS-LOOKUP-FILE-MISSING           VALUE "35".
003305     88  WS-LOOKUP-OLD-FORMAT             VALUE "39".
003310 77  WS-LOOKUP-SWITCH        PIC X(01)    VALUE "N".
003320     88  WS-LOOKUP-FOUND                  VALUE "Y".
003330     88  WS-LOOKUP-NOTFOUND               VALUE "N".
003390 77  WS-DICT-STATUS          PIC X(02)    VALUE "00".
003400     88  WS-DICT-OK                       VALUE "00".
003410     88  WS-DICT-FILE-MISSING             VALUE "35".
003411 77  WS-DICT-IN-USE-SWITCH   PIC X(01)    VALUE "N".
003412     88  WS-DICT-IN-USE                   VALUE "Y".
003413 77  WS-UNKNOWN-SWITCH       PIC X(01)    VALUE " ".
003414     88  WS-WORD-UNKNOWN                  VALUE "Y".
003415     88  WS-WORD-APPROVED                 VALUE "N".
003416 77  WS-SUM-UNKNOWN-COUNT    PIC 9(08) COMP VALUE 0.
003417******************************************************************
003418* PHRASE TOKENIZATION FIELDS - WITH WORDTOKN=Y A VALID STRING OF  *
003419*   MORE THAN ONE WORD IS SCORED WORD BY WORD (T200-SCORE-PHRASE) *
003420*   SO EACH WORD GETS ITS OWN CACHE ENTRY, DICTIONARY VERDICT AND *
003421*   EXTRACT RECORD; THE PHRASE ITSELF IS THEN EXTRACTED WITH THE  *
003422*   SUMMED COUNTS. A ONE-WORD STRING IS SCORED WHOLE AS ALWAYS.   *
003423*   THE PHRASE IS THE UNIT FOR THE BATCH TOTALS AND AUDITLOG, SO  *
003424*   THOSE FIGURES ARE THE SAME IN EITHER MODE.                    *
003425******************************************************************
003426 77  WS-TOKEN-MODE-SW        PIC X(01)    VALUE "N".
003427     88  WS-TOKEN-MODE                    VALUE "Y".
003428 77  WS-PHRASE-STR           PIC X(40)    VALUE SPACES.
003429 77  WS-PHRASE-WORD-COUNT    PIC 9(02) COMP VALUE 0.
003430 77  WS-TOKEN-IX             PIC 9(02) COMP VALUE 0.
003431 77  WS-TOKEN-PTR            PIC 9(02) COMP VALUE 0.
003432 77  WS-PHR-VOWELS           PIC 9(04) COMP VALUE 0.
003433 77  WS-PHR-CONSONANTS       PIC 9(04) COMP VALUE 0.
003434 77  WS-PHR-DIGITS           PIC 9(04) COMP VALUE 0.
003435 77  WS-PHR-OTHERS           PIC 9(04) COMP VALUE 0.
003436 77  WS-PHR-UNKNOWN-WORDS    PIC 9(02) COMP VALUE 0.
003437 01  WS-PHRASE-VOWEL-TABLE.
003438     05  WS-PHR-VOWEL-ENTRY OCCURS 20 TIMES.
003439         10  WS-PHR-VOWEL-UPPER-CTR  PIC 9(04) COMP.
003440         10  WS-PHR-VOWEL-LOWER-CTR  PIC 9(04) COMP.
003441* WS-EXTRACT-LINKAGE - RECORD TYPE, WORD COUNT, TOKEN NUMBER AND  *
003442*   PARENT PHRASE FOR THE NEXT A140-WRITE-EXTRACT.                *
003443 01  WS-EXTRACT-LINKAGE.
003444     05  WS-EXTRACT-TYPE         PIC X(01)    VALUE "W".
003445     05  WS-EXTRACT-TOKEN-NUMBER PIC 9(02)    VALUE 0.
003446     05  WS-EXTRACT-PARENT       PIC X(40)    VALUE SPACES.
003447 01  WS-TOKEN-SUMMARY-AREA.
003448     05  WS-SUM-PHRASE-COUNT      PIC 9(08) COMP VALUE 0.
003449     05  WS-SUM-MAX-PHRASE-WORDS  PIC 9(02) COMP VALUE 0.
003450     05  WS-SUM-PHRASE-UNKNOWN    PIC 9(08) COMP VALUE 0.
003451     05  WS-SUM-SINGLE-COUNT      PIC 9(08) COMP VALUE 0.
003452     05  WS-SUM-AVG-PHRASE-WORDS  PIC 9(02)V9(02) VALUE 0.
003453     05  WS-SUM-TOKEN-COUNT       PIC 9(08) COMP VALUE 0.
003454     05  WS-SUM-TOKEN-VOWELS      PIC 9(08) COMP VALUE 0.
003455     05  WS-SUM-TOKEN-MIN-VOWELS  PIC 9(02) COMP VALUE 0.
003456     05  WS-SUM-TOKEN-MAX-VOWELS  PIC 9(02) COMP VALUE 0.
003457     05  WS-SUM-AVG-TOKEN-VOWELS  PIC 9(04)V9(02) VALUE 0.
003458     05  WS-SUM-TOKEN-UNKNOWN     PIC 9(08) COMP VALUE 0.
003459******************************************************************
003460* SHAPE ANALYSIS FIELDS - S100-DERIVE-SHAPE WALKS WS-STR ONCE,   *
003461*   CLASSING EACH BYTE WITH THE SAME VOWEL TEST AS THE COUNTS    *
003462*   (B115-CHECK-VOWEL-TABLE), SO THE PATTERN, RUNS AND SYLLABLE  *
003463*   ESTIMATE ALWAYS FOLLOW THE RULESET IN FORCE. WS-SHAPE-RESULT *
003464*   IS WHAT GOES TO THE EXTRACT AND THE LOOKUP CACHE; THE WS-SHP *
003465*   ITEMS ARE THE RUNNING STATE OF THE CURRENT WORD.             *
003466******************************************************************
003467 01  WS-SHAPE-RESULT.
003468     05  WS-SHAPE-PATTERN         PIC X(40)    VALUE SPACES.
003469     05  WS-LONGEST-VOWEL-RUN     PIC 9(02)    VALUE 0.
003470     05  WS-LONGEST-CLUSTER       PIC 9(02)    VALUE 0.
003471     05  WS-SYLLABLE-COUNT        PIC 9(02)    VALUE 0.
003472 77  WS-SHP-VOWEL-RUN        PIC 9(02) COMP VALUE 0.
003473 77  WS-SHP-CLUSTER          PIC 9(02) COMP VALUE 0.
003474 77  WS-SHP-WORD-GROUPS      PIC 9(02) COMP VALUE 0.
003475 77  WS-SHP-WORD-LETTERS     PIC 9(02) COMP VALUE 0.
003476 77  WS-SHP-END-IX           PIC 9(02) COMP VALUE 0.
003480******************************************************************
003490* SEVERITY AND KILL-SWITCH FIELDS - THE RUN ENDS WITH A PROPER    *
003500*   RETURN CODE THE SCHEDULER CAN ACT ON: 0 CLEAN, 4 COMPLETED    *
003970     88  WS-RUNLOG-AT-EOF                  VALUE "Y".
003980 77  WS-LAST-RUN-STATUS       PIC X(08)    VALUE SPACES.
003990 77  WS-RUN-OVERRIDE          PIC X(01)    VALUE SPACES.
003991 77  WS-RUN-REFUSED-SWITCH    PIC X(01)    VALUE "N".
003992     88  WS-RUN-REFUSED                    VALUE "Y".
003993* OVERRIDE AUTHORITY FIELDS - RUNLOCKOVR IS HONOURED ONLY FOR AN *
003994*   OPERATOR GRANTED THE RUN-LOCK RIGHT ON OPERAUTH, AND ONLY    *
003995*   ONCE THE OVERRIDE IS ON THE CHGJRNL CHANGE JOURNAL, WITH THE *
003996*   LOCK RECORD IT SET ASIDE AS THE BEFORE IMAGE.                *
003997 77  WS-LAST-RUN-RECORD       PIC X(30)    VALUE SPACES.
003998 77  WS-AUTH-STATUS           PIC X(02)    VALUE "00".
003999     88  WS-AUTH-OK                        VALUE "00".
004000 77  WS-JRNL-STATUS           PIC X(02)    VALUE "00".
004001     88  WS-JRNL-OK                        VALUE "00".
004002     88  WS-JRNL-FILE-MISSING              VALUE "35".
004003 77  WS-AUTH-EOF-SWITCH       PIC X(01)    VALUE "N".
004004     88  WS-AUTH-AT-EOF                    VALUE "Y".
004005 77  WS-LOCK-AUTH-SWITCH      PIC X(01)    VALUE "N".
004006     88  WS-LOCK-AUTHORIZED                VALUE "Y".
004007 77  WS-JRNL-WRITTEN-SWITCH   PIC X(01)    VALUE "N".
004008     88  WS-JRNL-WRITTEN                   VALUE "Y".
004009 77  WS-JRNL-TIME-RAW         PIC 9(08)    VALUE 0.
004010* JRNL-RUN-STATUS-RECORD - THIS RUN'S "STARTED" RECORD AS BUILT  *
004011*   FOR THE OVERRIDE'S JOURNAL AFTER IMAGE, HELD HERE BECAUSE    *
004012*   RUNLOG IS NOT OPEN WHEN THE JOURNAL ENTRY IS MADE.           *
004013     COPY VOWLRUN REPLACING
004014         ==RUN-STATUS-RECORD== BY ==JRNL-RUN-STATUS-RECORD==
004015         LEADING ==RS== BY ==JS==.
004020******************************************************************
004030* WS-TIME-CONVERT-AREA - BREAKS AN HHMMSS TIME FIGURE DOWN TO      *
004040*   WHOLE SECONDS SINCE MIDNIGHT SO ELAPSED RUNTIME AND BATCH      *
005040*   ACCUMULATOR IS MOVED INTO BEFORE IT CAN BE STRUNG INTO A      *
005050*   REPORT LINE.                                                  *
005060 77  WS-ED-NUM8               PIC 9(08)    VALUE 0.
005061 77  WS-ED-NUM8B              PIC 9(08)    VALUE 0.
005062 77  WS-ED-NUM8C              PIC 9(08)    VALUE 0.
005063 77  WS-ED-NUM4               PIC 9(04)    VALUE 0.
005064* WS-CACHE-HIT-PCT - PERCENTAGE OF LOOKUPS ANSWERED FROM VOWELKSD*
005065*   RATHER THAN FRESHLY SCANNED, FOR THE CACHE HIT-RATE SECTION   *
005066*   OF THE SUMMARY REPORT.                                        *
005067 77  WS-CACHE-HIT-PCT         PIC 9(03)V9(02) VALUE 0.
005068******************************************************************
005069* PARTITIONED-RUN FIELDS - VOWLPMODE SELECTS THE STEP: UNSET FOR *
005070*   AN ORDINARY SERIAL RUN; "SPLIT" CERTIFIES THE DAY'S FEEDS,   *
005071*   TAKES THE RUN LOCK FOR THE WHOLE LOGICAL RUN AND DEALS THE   *
005072*   WORDINLS FEEDS OUT INTO VOWLPARTS PARTITION LISTS; "PART"    *
005073*   SCORES PARTITION VOWLPART; "MERGE" COMBINES THE FINISHED     *
005074*   PARTITIONS INTO THE RUN'S ONE EXTROUT, EXCEPOUT, SUMRPT AND  *
005075*   AUDITLOG RECORD AND RELEASES THE LOCK. PARTCTL CARRIES THE   *
005076*   SPLIT'S TIMESTAMP AND OPERATOR TO EVERY LATER STEP, SO THE   *
005077*   WHOLE RUN IS STAMPED AS ONE.                                 *
005078******************************************************************
005079 77  WS-RUN-MODE              PIC X(05)    VALUE SPACES.
005080     88  WS-SERIAL-RUN                     VALUE SPACES.
005081     88  WS-SPLIT-RUN                      VALUE "SPLIT".
005082     88  WS-PARTITION-RUN                  VALUE "PART".
005083     88  WS-MERGE-RUN                      VALUE "MERGE".
005084 77  WS-PCTL-STATUS           PIC X(02)    VALUE "00".
005085     88  WS-PCTL-OK                        VALUE "00".
005086 77  WS-PEXTR-STATUS          PIC X(02)    VALUE "00".
005087     88  WS-PEXTR-OK                       VALUE "00".
005088 77  WS-PEXC-STATUS           PIC X(02)    VALUE "00".
005089     88  WS-PEXC-OK                        VALUE "00".
005090 77  WS-PART-EOF-SWITCH       PIC X(01)    VALUE "N".
005091     88  WS-PART-AT-EOF                    VALUE "Y".
005092 77  WS-PART-DONE-SWITCH      PIC X(01)    VALUE "N".
005093     88  WS-PART-DONE                      VALUE "Y".
005094 77  WS-PART-NUMBER-TEXT      PIC X(02)    VALUE SPACES.
005095 77  WS-PART-NUMBER           PIC 9(02)    VALUE 0.
005096 77  WS-PART-COUNT            PIC 9(02)    VALUE 0.
005097 77  WS-PART-MAXIMUM          PIC 9(02)    VALUE 20.
005098 77  WS-PART-IX               PIC 9(02) COMP VALUE 0.
005099 77  WS-PART-INCOMPLETE-COUNT PIC 9(02) COMP VALUE 0.
005100 77  WS-PART-EXTR-FILE        PIC X(80)    VALUE SPACES.
005101 77  WS-PART-EXCEPT-FILE      PIC X(80)    VALUE SPACES.
005102 77  WS-PC-FEED-DATE          PIC 9(08)    VALUE 0.
005103 77  WS-PC-TOKEN-MODE         PIC X(01)    VALUE "N".
005104 77  WS-MERGE-EXTR-COUNT      PIC 9(08) COMP VALUE 0.
005105 77  WS-MERGE-EXCEPT-COUNT    PIC 9(08) COMP VALUE 0.
005106* WS-STEP-START-TIME - WHEN THIS EXECUTION ITSELF STARTED. IN A  *
005107*   PARTITION IT DIFFERS FROM WS-RUN-TIME, WHICH IS THE SPLIT'S. *
005108 77  WS-STEP-START-TIME       PIC 9(06)    VALUE 0.
005109* WS-CKPT-STATE-SW - "C" ON THE FINAL CHECKPOINT OF A PARTITION  *
005110*   THAT FINISHED CLEAN (CK-PARTITION-STATE).                    *
005111 77  WS-CKPT-STATE-SW         PIC X(01)    VALUE SPACE.
005112     88  WS-CKPT-FINAL                     VALUE "C".
005113 01  WS-PART-SUFFIX.
005114     05  FILLER               PIC X(02)    VALUE ".P".
005115     05  WS-PART-SUFFIX-NO    PIC 9(02)    VALUE 0.
005116 01  WS-PART-NAME-AREA.
005117     05  WS-PN-WLIST-FILE     PIC X(80).
005118     05  WS-PN-CKPT-FILE      PIC X(80).
005119     05  WS-PN-EXCEPT-FILE    PIC X(80).
005120     05  WS-PN-EXTR-FILE      PIC X(80).
005121     05  WS-PN-SUMRPT-FILE    PIC X(80).
005122* WS-SPLIT-PLAN-TABLE - ONE ENTRY PER WORDINLS FEED, IN LIST     *
005123*   ORDER, WITH THE PARTITION IT IS DEALT TO. ALL FEEDS OF ONE   *
005124*   SOURCE SHARE A PARTITION, SO THEIR FEED SEQUENCES STAY IN ONE*
005125*   STREAM; A NEW SOURCE GOES TO AN EMPTY PARTITION WHILE ONE    *
005126*   REMAINS, THEN TO THE ONE WITH THE FEWEST CERTIFIED RECORDS.  *
005127 01  WS-SPLIT-PLAN-TABLE.
005128     05  WS-PLAN-ENTRY OCCURS 50 TIMES.
005129         10  WS-PLAN-FILE-NAME   PIC X(80).
005130         10  WS-PLAN-SOURCE-ID   PIC X(08).
005131         10  WS-PLAN-PARTITION   PIC 9(02).
005132 77  WS-PLAN-COUNT            PIC 9(04) COMP VALUE 0.
005133 77  WS-PLAN-IX               PIC 9(04) COMP VALUE 0.
005134 77  WS-PLAN-CFD-PTR          PIC 9(04) COMP VALUE 0.
005135 77  WS-PLAN-RECORDS          PIC 9(08) COMP VALUE 0.
005136 77  WS-PLAN-TARGET           PIC 9(02) COMP VALUE 0.
005137 77  WS-PLAN-USED             PIC 9(02)    VALUE 0.
005138 01  WS-PART-LOAD-TABLE.
005139     05  WS-PLOAD-ENTRY OCCURS 20 TIMES.
005140         10  WS-PLOAD-FILES      PIC 9(04) COMP.
005141         10  WS-PLOAD-RECORDS    PIC 9(08) COMP.
005142******************************************************************
005150 PROCEDURE DIVISION.
005160 MAIN-PARA.
005170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005180     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005190     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
005195     MOVE WS-RUN-TIME TO WS-STEP-START-TIME.
005200     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
005210     ACCEPT WS-QUERY-WORD FROM ENVIRONMENT "WORDQUERY".
005220     IF WS-QUERY-WORD NOT = SPACES
005230         PERFORM 1050-RUN-WORD-INQUIRY
005240     ELSE
005241         PERFORM P100-SET-RUN-MODE
005242*       A PARTITION OR THE MERGE RUNS UNDER THE LOCK ITS SPLIT   *
005243*       STEP TOOK FOR THE WHOLE LOGICAL RUN.                     *
005244         IF NOT WS-RUN-REFUSED
005245             IF WS-PARTITION-RUN OR WS-MERGE-RUN
005246                 PERFORM P200-JOIN-LOGICAL-RUN
005247             ELSE
005248                 PERFORM C400-CHECK-RUN-LOCK
005249             END-IF
005250         END-IF
005260         IF NOT WS-RUN-REFUSED
005270             PERFORM V100-LOAD-VOWEL-SET
005280             IF WS-PARM-REJECTED
005285*               NOTHING HAS BEEN OPENED OR LOCKED YET - JUST     *
005290*               LEAVE THE REFUSAL ON THE AUDIT TRAIL. A PARTITION*
005295*               OR MERGE IS SIMPLY RERUN - THE LOGICAL RUN'S ONE *
005300*               AUDIT RECORD IS THE MERGE'S.                     *
005305                 IF WS-SERIAL-RUN OR WS-SPLIT-RUN
005310                     PERFORM 9200-WRITE-AUDIT
005315                 END-IF
005320             ELSE
005326             IF WS-PARTITION-RUN
005332*               THE SPLIT STEP CERTIFIED EVERY FEED OF THE RUN.  *
005340                 PERFORM 1000-INITIALIZE
005350                 PERFORM 2000-PROCESS-WORDIN
005360                     UNTIL WS-EOF-REACHED
005361                     OR WS-ABORT-TAKEN
005362                 PERFORM 9000-TERMINATE
005363             ELSE
005364                 PERFORM F100-CERTIFY-FEEDS
005365                 IF WS-FEEDS-HELD
005366*                   STILL NOTHING OPENED OR LOCKED - THE HELD    *
005367*                   BATCH IS LEFT ON THE AUDIT TRAIL ONLY. AT    *
005368*                   MERGE TIME A FEED CHANGED SINCE THE SPLIT,   *
005369*                   AND NOTHING IS MERGED.                       *
005370                     IF NOT WS-MERGE-RUN
005371                         PERFORM 9200-WRITE-AUDIT
005372                     END-IF
005373                 ELSE
005374                 IF WS-SPLIT-RUN
005375                     PERFORM P300-SPLIT-BATCH
005376                 ELSE
005377                 IF WS-MERGE-RUN
005378                     PERFORM M100-MERGE-PARTITIONS
005379                 ELSE
005380                     PERFORM C410-WRITE-RUN-STARTED
005381                     PERFORM 1000-INITIALIZE
005382                     PERFORM 2000-PROCESS-WORDIN
005383                         UNTIL WS-EOF-REACHED
005384                         OR WS-ABORT-TAKEN
005385                     PERFORM 9000-TERMINATE
005386                 END-IF
005387                 END-IF
005388                 END-IF
005389             END-IF
005390             END-IF
005400         END-IF
005410     END-IF.
005450* 1000-INITIALIZE - OPEN THE WORD FILE AND PRIME THE READ.       *
005460******************************************************************
005470 1000-INITIALIZE.
005480     PERFORM 1010-ZERO-SUMMARY-TOTALS.
005490     ACCEPT WS-TOKEN-MODE-SW FROM ENVIRONMENT "WORDTOKN".
005500     IF WS-TOKEN-MODE-SW NOT = "Y"
005510         MOVE "N" TO WS-TOKEN-MODE-SW
005520     END-IF.
005530*   EVERY PARTITION OF A SPLIT RUN TOKENIZES AS THE SPLIT STEP   *
005540*   RECORDED ON PARTCTL, SO THE MERGED TOTALS ARE ALL ONE MODE.  *
005550     IF WS-PARTITION-RUN
005560         MOVE WS-PC-TOKEN-MODE TO WS-TOKEN-MODE-SW
005570     END-IF.
005580     MOVE WS-STEP-START-TIME TO WS-TIME-CONVERT-IN.
005730     PERFORM C215-CONVERT-TIME-TO-SECONDS.
005740     MOVE WS-TIME-CONVERT-OUT TO WS-JOB-START-SECONDS.
005750     MOVE WS-JOB-START-SECONDS TO WS-LAST-CKPT-SECONDS.
006660         DISPLAY "  CONSONANTS: " LK-CONSONANT-COUNT
006670             "  DIGITS: " LK-DIGIT-COUNT
006680             "  OTHER: " LK-OTHER-COUNT
006681         PERFORM S140-LOAD-CACHED-SHAPE
006682         PERFORM S150-DISPLAY-SHAPE
006690         MOVE LK-VOWEL-COUNT TO WS-SUM-TOTAL-VOWELS
006700     ELSE
006710         DISPLAY "VOWEL: NO CACHED SCORE ON FILE FOR " WS-STR
006740     PERFORM 9200-WRITE-AUDIT.
006750******************************************************************
006760* L100-OPEN-LOOKUP - OPEN THE WORD-SCORE LOOKUP FILE FOR UPDATE,  *
006770*                    CREATING IT WHEN IT DOES NOT YET EXIST      *
006780*                    (STATUS 35) AND RE-CREATING IT EMPTY WHEN IT *
006790*                    IS STILL IN THE OLD LAYOUT (STATUS 39). ANY  *
006800*                    OTHER OPEN FAILURE (LOCK CONTENTION, A       *
006810*                    TRANSIENT I/O ERROR, ...) IS LEFT ALONE, SO  *
006820*                    IT CAN NEVER WIPE THE WORD-SCORE CACHE.      *
006830******************************************************************
006840 L100-OPEN-LOOKUP.
006850     OPEN I-O LOOKUP-FILE.
006851*    STATUS 39 IS A VOWELKSD STILL IN THE LAYOUT KEYED ON THE     *
006852*    STRING ALONE. ITS ENTRIES CANNOT BE READ UNDER THE RULESET   *
006853*    KEY, SO IT IS RE-CREATED EMPTY AND REFILLS AS WORDS RECUR.   *
006854     IF WS-LOOKUP-OLD-FORMAT
006855         DISPLAY "VOWEL: VOWELKSD IS IN THE OLD LAYOUT - "
006856             "RE-CREATING IT EMPTY UNDER THE RULESET KEY"
006857     END-IF.
006860     IF WS-LOOKUP-FILE-MISSING
006865         OR WS-LOOKUP-OLD-FORMAT
006870         OPEN OUTPUT LOOKUP-FILE
006880         CLOSE LOOKUP-FILE
006890         OPEN I-O LOOKUP-FILE
007540                 CONTINUE
007550         END-READ
007560         IF WS-CKPT-OK
007561*            A PARTITION RESUMES ONLY FROM ITS OWN LOGICAL RUN'S *
007562*            CHECKPOINT - ONE LEFT BY AN EARLIER SPLIT IS STALE. *
007563             IF WS-PARTITION-RUN
007564                 AND CK-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
007565                 DISPLAY "VOWEL: CHECKPOINT IS FROM AN EARLIER "
007566                     "RUN - PARTITION " WS-PART-NUMBER
007567                     " STARTS FROM THE TOP"
007568                 MOVE 0 TO CK-LAST-RECORD-COUNT
007569             END-IF
007570             MOVE CK-LAST-RECORD-COUNT TO WS-RESTART-COUNT
007580             IF WS-RESTART-COUNT > 0
007590                 MOVE CK-SUM-RECORD-COUNT TO WS-SUM-RECORD-COUNT
007940                     IF CK-SUM-UNKNOWN-COUNT NUMERIC
007950                         MOVE CK-SUM-UNKNOWN-COUNT
007960                             TO WS-SUM-UNKNOWN-COUNT
007962                     END-IF
007964                     IF CK-SUM-PHRASE-COUNT NUMERIC
007966                         PERFORM C128-LOAD-TOKEN-TOTALS
007970                     END-IF
007980                 END-IF
007990             END-IF
008350         TO WS-SRC-RECORDS(WS-CKPT-TABLE-IDX).
008360     MOVE CK-SRC-EXCEPTIONS(WS-CKPT-TABLE-IDX)
008370         TO WS-SRC-EXCEPTIONS(WS-CKPT-TABLE-IDX).
008371     MOVE CK-SRC-VOWELS(WS-CKPT-TABLE-IDX)
008372         TO WS-SRC-VOWELS(WS-CKPT-TABLE-IDX).
008373******************************************************************
008374* C128-LOAD-TOKEN-TOTALS - RESTORE THE PHRASE AND TOKEN           *
008375*                         ACCUMULATORS, AND THE TOKENIZATION MODE *
008376*                         THE BATCH STARTED IN - A RESTART THAT   *
008377*                         SWITCHED MODE PART WAY WOULD LEAVE HALF *
008378*                         THE BATCH SPLIT AND HALF NOT.           *
008379******************************************************************
008380 C128-LOAD-TOKEN-TOTALS.
008381     IF (CK-TOKEN-MODE = "Y" OR "N")
008382         AND CK-TOKEN-MODE NOT = WS-TOKEN-MODE-SW
008383         DISPLAY "VOWEL: WORDTOKN IGNORED ON RESTART - BATCH "
008384             "CONTINUES WITH TOKENIZATION MODE " CK-TOKEN-MODE
008385         MOVE CK-TOKEN-MODE TO WS-TOKEN-MODE-SW
008386     END-IF.
008387     MOVE CK-SUM-PHRASE-COUNT TO WS-SUM-PHRASE-COUNT.
008388     MOVE CK-SUM-MAX-PHRASE-WORDS TO WS-SUM-MAX-PHRASE-WORDS.
008389     MOVE CK-SUM-PHRASE-UNKNOWN TO WS-SUM-PHRASE-UNKNOWN.
008390     MOVE CK-SUM-TOKEN-COUNT TO WS-SUM-TOKEN-COUNT.
008391     MOVE CK-SUM-TOKEN-VOWELS TO WS-SUM-TOKEN-VOWELS.
008392     MOVE CK-SUM-TOKEN-MIN-VOWELS TO WS-SUM-TOKEN-MIN-VOWELS.
008393     MOVE CK-SUM-TOKEN-MAX-VOWELS TO WS-SUM-TOKEN-MAX-VOWELS.
008394     MOVE CK-SUM-TOKEN-UNKNOWN TO WS-SUM-TOKEN-UNKNOWN.
008400******************************************************************
008410* C110-SKIP-RECORD - DISCARD ONE ALREADY-PROCESSED RECORD WHILE  *
008420*                    REPOSITIONING TO THE CHECKPOINT. THIS ONLY   *
011930         COMPUTE WS-ABORT-PCT ROUNDED =
011940             WS-SUM-EXCEPTION-COUNT * 100 / WS-RECORDS-PROCESSED
011950         IF WS-ABORT-PCT > WS-EXCLIM-MAX-PCT
011951             SET WS-ABORT-TAKEN TO TRUE
011952             MOVE 8 TO WS-NEW-SEVERITY
011953             PERFORM 9300-RAISE-SEVERITY
011954             DISPLAY "VOWEL: ABORTING - " WS-ABORT-PCT
011955                 " PCT OF FIRST " WS-RECORDS-PROCESSED
011956                 " RECORDS REJECTED (LIMIT " WS-EXCLIM-MAX-PCT
011957                 " PCT) - CHECKPOINTING FOR RESUME"
011958         END-IF
011959     END-IF.
011960******************************************************************
011961* F100-CERTIFY-FEEDS - READ EVERY FEED OF THE BATCH (EACH NAME ON *
011962*                      WORDINLS, OR THE SINGLE WORDIN FILE) END   *
011963*                      TO END AND CERTIFY IT BEFORE ANYTHING IS   *
011964*                      OPENED, LOCKED OR SCORED. ONE FAILING FEED *
011965*                      HOLDS THE WHOLE BATCH WITH RETURN CODE 8   *
011966*                      AND LISTS EVERY FAILURE ON FEEDREJ, SO THE *
011967*                      DAY IS NEVER PART-SCORED.                  *
011968******************************************************************
011969 F100-CERTIFY-FEEDS.
011970     MOVE "N" TO WS-FEEDS-HELD-SWITCH.
011971     MOVE 0 TO WS-FEED-CERT-COUNT.
011972     MOVE 0 TO WS-FEED-REJECT-COUNT.
011973     MOVE 0 TO WS-FSRC-COUNT.
011974     PERFORM F105-SET-EXPECTED-FEED-DATE.
011975     PERFORM F110-LOAD-FEED-REGISTER.
011976     MOVE "N" TO WS-FREJ-OPEN-SWITCH.
011977     OPEN OUTPUT FEED-REJECT-FILE.
011978     IF WS-FREJ-OK
011979         SET WS-FREJ-OPEN TO TRUE
011980         PERFORM F150-PRINT-REJECT-HEADER
011981     ELSE
011982         DISPLAY "VOWEL: UNABLE TO OPEN FEEDREJ - STATUS "
011983             WS-FREJ-STATUS
011984         MOVE 4 TO WS-NEW-SEVERITY
011985         PERFORM 9300-RAISE-SEVERITY
011986     END-IF.
011987     MOVE "N" TO WS-WLIST-EOF-SWITCH.
011988     OPEN INPUT WORDIN-LIST-FILE.
011989     IF WS-WLIST-OK
011990         PERFORM C310-READ-WORDIN-LIST
011991         IF WS-WLIST-NO-MORE-FILES
011992             MOVE "WORDIN" TO WS-CURRENT-WORDIN-FILE
011993             PERFORM F200-CERTIFY-ONE-FEED
011994         ELSE
011995             PERFORM F140-CERTIFY-LISTED-FEED
011996                 UNTIL WS-WLIST-NO-MORE-FILES
011997         END-IF
011998         CLOSE WORDIN-LIST-FILE
011999     ELSE
012000         MOVE "WORDIN" TO WS-CURRENT-WORDIN-FILE
012001         PERFORM F200-CERTIFY-ONE-FEED
012002     END-IF.
012003*    1000-INITIALIZE REOPENS THE LIST FROM THE TOP.               *
012004     MOVE "WORDIN" TO WS-CURRENT-WORDIN-FILE.
012005     MOVE "N" TO WS-WLIST-EOF-SWITCH.
012006     IF WS-FEED-REJECT-COUNT > 0
012007         SET WS-FEEDS-HELD TO TRUE
012008         MOVE 8 TO WS-NEW-SEVERITY
012009         PERFORM 9300-RAISE-SEVERITY
012010         MOVE WS-FEED-REJECT-COUNT TO WS-ED-NUM4
012011         DISPLAY "VOWEL: " WS-ED-NUM4 " FEED(S) FAILED "
012012             "CERTIFICATION - BATCH HELD, NOTHING SCORED. "
012013             "SEE FEEDREJ."
012014     ELSE
012015         MOVE WS-FEED-CERT-COUNT TO WS-ED-NUM4
012016         DISPLAY "VOWEL: " WS-ED-NUM4 " FEED(S) CERTIFIED FOR "
012017             "BUSINESS DATE " WS-EXPECTED-FEED-DATE
012018     END-IF.
012019     IF WS-FREJ-OPEN
012020         PERFORM F160-PRINT-REJECT-FOOTER
012021         CLOSE FEED-REJECT-FILE
012022     END-IF.
012023******************************************************************
012024* F110-LOAD-FEED-REGISTER - BUILD EACH SOURCE'S LAST ACCEPTED FEED*
012025*                           SEQUENCE FROM FEEDREG. NO FEEDREG     *
012026*                           MEANS NO SOURCE HAS A HISTORY YET.    *
012027******************************************************************
012028 F110-LOAD-FEED-REGISTER.
012029     OPEN INPUT FEED-REGISTER-FILE.
012030     IF WS-FREG-OK
012031         MOVE "N" TO WS-FREG-EOF-SWITCH
012032         PERFORM F115-READ-FEED-REGISTER
012033         PERFORM F120-APPLY-REGISTER-ENTRY
012034             UNTIL WS-FREG-AT-EOF
012035         CLOSE FEED-REGISTER-FILE
012036     END-IF.
012037******************************************************************
012038* F115-READ-FEED-REGISTER - READ THE NEXT FEEDREG RECORD.         *
012039******************************************************************
012040 F115-READ-FEED-REGISTER.
012041     READ FEED-REGISTER-FILE
012042         AT END
012043             MOVE "Y" TO WS-FREG-EOF-SWITCH
012044     END-READ.
012045******************************************************************
012046* F120-APPLY-REGISTER-ENTRY - AN ACCEPTED FEED ADVANCES ITS       *
012047*                             SOURCE'S LAST SEQUENCE; A BACKED-   *
012048*                             OUT FEED THAT IS STILL THE LAST ONE *
012049*                             STEPS IT BACK, SO THE FEED CAN BE   *
012050*                             RESENT. THEN ADVANCE.               *
012051******************************************************************
012052 F120-APPLY-REGISTER-ENTRY.
012053     MOVE FR-SOURCE-ID TO WS-FEED-SOURCE-ID.
012054     PERFORM F130-FIND-FEED-SOURCE.
012055     IF FR-ACCEPTED
012056         AND FR-FEED-SEQ NUMERIC
012057         IF WS-FSRC-SLOT = 0
012058             PERFORM F135-ADD-FEED-SOURCE
012059         END-IF
012060         IF WS-FSRC-SLOT > 0
012061             AND FR-FEED-SEQ > WS-FSRC-LAST-SEQ(WS-FSRC-SLOT)
012062             MOVE FR-FEED-SEQ TO WS-FSRC-LAST-SEQ(WS-FSRC-SLOT)
012063         END-IF
012064     END-IF.
012065     IF FR-BACKED-OUT
012066         AND FR-FEED-SEQ NUMERIC
012067         AND FR-FEED-SEQ > 0
012068         AND WS-FSRC-SLOT > 0
012069         IF FR-FEED-SEQ = WS-FSRC-LAST-SEQ(WS-FSRC-SLOT)
012070             SUBTRACT 1 FROM WS-FSRC-LAST-SEQ(WS-FSRC-SLOT)
012071         END-IF
012072     END-IF.
012073     PERFORM F115-READ-FEED-REGISTER.
012074******************************************************************
012075* F130-FIND-FEED-SOURCE - LOCATE WS-FEED-SOURCE-ID IN THE SOURCE  *
012076*                         TABLE; WS-FSRC-SLOT IS ZERO WHEN IT IS  *
012077*                         NOT THERE.                              *
012078******************************************************************
012079 F130-FIND-FEED-SOURCE.
012080     MOVE 0 TO WS-FSRC-SLOT.
012081     PERFORM F131-TEST-ONE-SOURCE
012082         VARYING WS-FSRC-IX FROM 1 BY 1
012083         UNTIL WS-FSRC-IX > WS-FSRC-COUNT
012084         OR WS-FSRC-SLOT > 0.
012085******************************************************************
012086* F131-TEST-ONE-SOURCE - COMPARE ONE SOURCE TABLE ENTRY.          *
012087******************************************************************
012088 F131-TEST-ONE-SOURCE.
012089     IF WS-FSRC-ID(WS-FSRC-IX) = WS-FEED-SOURCE-ID
012090         SET WS-FSRC-SLOT TO WS-FSRC-IX
012091     END-IF.
012092******************************************************************
012093* F135-ADD-FEED-SOURCE - OPEN A SOURCE TABLE ENTRY FOR A SOURCE   *
012094*                        NOT SEEN BEFORE. A FULL TABLE LEAVES     *
012095*                        WS-FSRC-SLOT ZERO AND THE SOURCE'S       *
012096*                        SEQUENCE UNCHECKED.                      *
012097******************************************************************
012098 F135-ADD-FEED-SOURCE.
012099     IF WS-FSRC-COUNT < 100
012100         ADD 1 TO WS-FSRC-COUNT
012101         MOVE WS-FSRC-COUNT TO WS-FSRC-SLOT
012102         MOVE WS-FEED-SOURCE-ID TO WS-FSRC-ID(WS-FSRC-SLOT)
012103         MOVE 0 TO WS-FSRC-LAST-SEQ(WS-FSRC-SLOT)
012104     END-IF.
012105******************************************************************
012106* F140-CERTIFY-LISTED-FEED - CERTIFY THE FEED NAMED BY THE        *
012107*                            CURRENT WORDINLS RECORD, THEN        *
012108*                            ADVANCE THE LIST.                    *
012109******************************************************************
012110 F140-CERTIFY-LISTED-FEED.
012111     MOVE WL-FILE-NAME TO WS-CURRENT-WORDIN-FILE.
012112     PERFORM F200-CERTIFY-ONE-FEED.
012113     PERFORM C310-READ-WORDIN-LIST.
012114******************************************************************
012115* F150-PRINT-REJECT-HEADER - TITLE AND COLUMN HEADINGS OF THE     *
012116*                            REJECTED-FEED REPORT.                *
012117******************************************************************
012118 F150-PRINT-REJECT-HEADER.
012119     MOVE SPACES TO WS-PRINT-LINE.
012120     STRING "VOWEL - INBOUND FEED CERTIFICATION - REJECTED FEEDS"
012121         DELIMITED BY SIZE
012122         INTO WS-PRINT-LINE
012123     END-STRING.
012124     WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012125         AFTER ADVANCING WS-TOP-OF-PAGE.
012126     MOVE SPACES TO WS-PRINT-LINE.
012127     STRING "RUN DATE: " DELIMITED BY SIZE
012128         WS-RUN-DATE DELIMITED BY SIZE
012129         "   OPERATOR: " DELIMITED BY SIZE
012130         WS-OPERATOR-ID DELIMITED BY SIZE
012131         "   EXPECTED BUSINESS DATE: " DELIMITED BY SIZE
012132         WS-EXPECTED-FEED-DATE DELIMITED BY SIZE
012133         INTO WS-PRINT-LINE
012134     END-STRING.
012135     WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012136         AFTER ADVANCING 1 LINE.
012137     MOVE SPACES TO WS-PRINT-LINE.
012138     WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012139         AFTER ADVANCING 1 LINE.
012140     MOVE SPACES TO WS-PRINT-LINE.
012141     STRING "FEED FILE            SOURCE   BUS-DATE FEED-SEQ"
012142         DELIMITED BY SIZE
012143         " RECORDS  EXPECTED HASH-TOTAL EXPECTED   REASON"
012144         DELIMITED BY SIZE
012145         INTO WS-PRINT-LINE
012146     END-STRING.
012147     WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012148         AFTER ADVANCING 1 LINE.
012149******************************************************************
012150* F160-PRINT-REJECT-FOOTER - BATCH VERDICT AT THE FOOT OF THE     *
012151*                            REJECTED-FEED REPORT.                *
012152******************************************************************
012153 F160-PRINT-REJECT-FOOTER.
012154     MOVE SPACES TO WS-PRINT-LINE.
012155     IF WS-FEED-REJECT-COUNT = 0
012156         STRING "  NO FEEDS REJECTED" DELIMITED BY SIZE
012157             INTO WS-PRINT-LINE
012158         END-STRING
012159     END-IF.
012160     WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012161         AFTER ADVANCING 1 LINE.
012162     MOVE SPACES TO WS-PRINT-LINE.
012163     MOVE WS-FEED-CERT-COUNT TO WS-ED-NUM4.
012164     MOVE WS-FEED-REJECT-COUNT TO WS-ED-NUM8.
012165     STRING "FEEDS CERTIFIED: " DELIMITED BY SIZE
012166         WS-ED-NUM4 DELIMITED BY SIZE
012167         "   FEEDS REJECTED: " DELIMITED BY SIZE
012168         WS-ED-NUM8(5:4) DELIMITED BY SIZE
012169         INTO WS-PRINT-LINE
012170     END-STRING.
012171     IF WS-FEED-REJECT-COUNT > 0
012172         MOVE "BATCH HELD - NOTHING SCORED"
012173             TO WS-PRINT-LINE(50:27)
012174     ELSE
012175         MOVE "BATCH RELEASED FOR SCORING"
012176             TO WS-PRINT-LINE(50:26)
012177     END-IF.
012178     WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012179         AFTER ADVANCING 1 LINE.
012180******************************************************************
012181* F200-CERTIFY-ONE-FEED - READ ONE FEED THROUGH, THEN JUDGE IT.   *
012182*                         THE FIRST RECORD MUST BE THE HEADER;    *
012183*                         EVERY RECORD AFTER IT IS A WORD UNTIL   *
012184*                         THE TRAILER, WHICH MUST BE LAST.        *
012185******************************************************************
012186 F200-CERTIFY-ONE-FEED.
012187     IF WS-CURRENT-WORDIN-FILE = "WORDINCR"
012188         DISPLAY "VOWEL: WORDINCR IS THE CORRECTION FEED - NOT "
012189             "SUBJECT TO FEED CERTIFICATION"
012190     ELSE
012191         MOVE SPACES TO WS-FEED-REASON
012192         MOVE "N" TO WS-FEED-HEADER-SW
012193         MOVE "N" TO WS-FEED-TRAILER-SW
012194         MOVE "N" TO WS-FEED-MISPLACED-SW
012195         MOVE "N" TO WS-FEED-HEADER-VALID-SW
012196         MOVE "N" TO WS-FEED-TRAILER-VALID-SW
012197         MOVE SPACES TO WS-FEED-SOURCE-ID
012198         MOVE 0 TO WS-FEED-BUSINESS-DATE
012199         MOVE 0 TO WS-FEED-SEQ
012200         MOVE 0 TO WS-FEED-EXPECT-COUNT
012201         MOVE 0 TO WS-FEED-EXPECT-HASH
012202         MOVE 0 TO WS-FEED-RECORD-COUNT
012203         MOVE 0 TO WS-FEED-HASH-TOTAL
012204         OPEN INPUT WORDIN-FILE
012205         IF NOT WS-WORDIN-OK
012206             MOVE "FEED CANNOT BE OPENED" TO WS-FEED-REASON
012207         ELSE
012208             MOVE "N" TO WS-FEED-EOF-SWITCH
012209             PERFORM F210-READ-FEED
012210             IF WS-FEED-AT-EOF
012211                 MOVE "EMPTY FEED - NO HEADER" TO WS-FEED-REASON
012212             ELSE
012213                 IF FH-IS-HEADER
012214                     PERFORM F215-SAVE-FEED-HEADER
012215                     PERFORM F210-READ-FEED
012216                     PERFORM F220-SCAN-FEED-RECORD
012217                         UNTIL WS-FEED-AT-EOF
012218                 ELSE
012219                     MOVE "NO HEADER RECORD" TO WS-FEED-REASON
012220                 END-IF
012221             END-IF
012222             CLOSE WORDIN-FILE
012223         END-IF
012224         PERFORM F230-JUDGE-FEED
012225     END-IF.
012226******************************************************************
012227* F210-READ-FEED - READ THE NEXT RECORD OF THE FEED BEING         *
012228*                  CERTIFIED.                                     *
012229******************************************************************
012230 F210-READ-FEED.
012231     READ WORDIN-FILE
012232         AT END
012233             MOVE "Y" TO WS-FEED-EOF-SWITCH
012234     END-READ.
012235******************************************************************
012236* F215-SAVE-FEED-HEADER - KEEP THE HEADER'S SOURCE, BUSINESS DATE *
012237*                         AND FEED SEQUENCE FOR JUDGING.          *
012238******************************************************************
012239 F215-SAVE-FEED-HEADER.
012240     SET WS-FEED-HAS-HEADER TO TRUE.
012241     MOVE FH-SOURCE-ID TO WS-FEED-SOURCE-ID.
012242     IF FH-SOURCE-ID NOT = SPACES
012243         AND FH-BUSINESS-DATE NUMERIC
012244         AND FH-FEED-SEQ NUMERIC
012245         SET WS-FEED-HEADER-VALID TO TRUE
012246         MOVE FH-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE
012247         MOVE FH-FEED-SEQ TO WS-FEED-SEQ
012248     END-IF.
012249******************************************************************
012250* F220-SCAN-FEED-RECORD - COUNT AND HASH ONE WORD RECORD, OR TAKE *
012251*                         THE TRAILER'S CONTROL TOTALS. A SECOND  *
012252*                         HEADER, OR ANYTHING AFTER THE TRAILER,  *
012253*                         IS OUT OF PLACE. THEN ADVANCE.          *
012254******************************************************************
012255 F220-SCAN-FEED-RECORD.
012256     IF WS-FEED-HAS-TRAILER
012257         OR FH-IS-HEADER
012258         SET WS-FEED-MISPLACED TO TRUE
012259     ELSE
012260         IF FH-IS-TRAILER
012261             SET WS-FEED-HAS-TRAILER TO TRUE
012262             IF FT-RECORD-COUNT NUMERIC
012263                 AND FT-HASH-TOTAL NUMERIC
012264                 SET WS-FEED-TRAILER-VALID TO TRUE
012265                 MOVE FT-RECORD-COUNT TO WS-FEED-EXPECT-COUNT
012266                 MOVE FT-HASH-TOTAL TO WS-FEED-EXPECT-HASH
012267             END-IF
012268         ELSE
012269             ADD 1 TO WS-FEED-RECORD-COUNT
012270             MOVE 0 TO WS-FEED-TRAILING
012271             INSPECT WR-INPUT-STRING TALLYING WS-FEED-TRAILING
012272                 FOR TRAILING SPACES
012273             COMPUTE WS-FEED-HASH-TOTAL =
012274                 WS-FEED-HASH-TOTAL + 40 - WS-FEED-TRAILING
012275         END-IF
012276     END-IF.
012277     PERFORM F210-READ-FEED.
012278******************************************************************
012279* F230-JUDGE-FEED - THE FIRST FAILED TEST BECOMES THE FEED'S      *
012280*                   REJECT REASON; A FEED PASSING EVERY TEST IS   *
012281*                   CERTIFIED.                                    *
012282******************************************************************
012283 F230-JUDGE-FEED.
012284     IF WS-FEED-REASON = SPACES
012285         AND NOT WS-FEED-HEADER-VALID
012286         MOVE "INVALID HEADER FIELDS" TO WS-FEED-REASON
012287     END-IF.
012288     IF WS-FEED-REASON = SPACES
012289         AND WS-FEED-MISPLACED
012290         MOVE "CONTROL RECORD OUT OF PLACE" TO WS-FEED-REASON
012291     END-IF.
012292     IF WS-FEED-REASON = SPACES
012293         AND NOT WS-FEED-HAS-TRAILER
012294         MOVE "NO TRAILER - FEED TRUNCATED" TO WS-FEED-REASON
012295     END-IF.
012296     IF WS-FEED-REASON = SPACES
012297         AND NOT WS-FEED-TRAILER-VALID
012298         MOVE "INVALID TRAILER FIELDS" TO WS-FEED-REASON
012299     END-IF.
012300     IF WS-FEED-REASON = SPACES
012301         AND WS-FEED-RECORD-COUNT NOT = WS-FEED-EXPECT-COUNT
012302         MOVE "RECORD COUNT MISMATCH" TO WS-FEED-REASON
012303     END-IF.
012304     IF WS-FEED-REASON = SPACES
012305         AND WS-FEED-HASH-TOTAL NOT = WS-FEED-EXPECT-HASH
012306         MOVE "HASH TOTAL MISMATCH" TO WS-FEED-REASON
012307     END-IF.
012308     IF WS-FEED-REASON = SPACES
012309         AND WS-FEED-BUSINESS-DATE NOT = WS-EXPECTED-FEED-DATE
012310         MOVE "UNEXPECTED BUSINESS DATE" TO WS-FEED-REASON
012311     END-IF.
012312     IF WS-FEED-REASON = SPACES
012313         AND WS-FEED-CERT-COUNT NOT < 50
012314         MOVE "TOO MANY FEEDS IN ONE BATCH" TO WS-FEED-REASON
012315     END-IF.
012316     IF WS-FEED-REASON = SPACES
012317         PERFORM F240-CHECK-FEED-SEQUENCE
012318     END-IF.
012319     IF WS-FEED-REASON = SPACES
012320         PERFORM F250-ACCEPT-FEED
012321     ELSE
012322         PERFORM F260-REJECT-FEED
012323     END-IF.
012324******************************************************************
012325* F240-CHECK-FEED-SEQUENCE - THE FEED MUST BE THE NEXT ONE FROM   *
012326*                            ITS SOURCE: AT OR BELOW THE LAST     *
012327*                            ACCEPTED SEQUENCE IS A DUPLICATE,    *
012328*                            MORE THAN ONE ABOVE IT MEANS A FEED  *
012329*                            IS MISSING. A SOURCE'S FIRST FEED    *
012330*                            SETS ITS STARTING POINT.             *
012331******************************************************************
012332 F240-CHECK-FEED-SEQUENCE.
012333     MOVE 0 TO WS-FEED-LAST-SEQ.
012334     PERFORM F130-FIND-FEED-SOURCE.
012335     IF WS-FSRC-SLOT = 0
012336         PERFORM F135-ADD-FEED-SOURCE
012337     ELSE
012338         MOVE WS-FSRC-LAST-SEQ(WS-FSRC-SLOT) TO WS-FEED-LAST-SEQ
012339         IF WS-FEED-SEQ NOT > WS-FEED-LAST-SEQ
012340             MOVE "DUPLICATE FEED SEQUENCE" TO WS-FEED-REASON
012341         ELSE
012342             IF WS-FEED-SEQ > WS-FEED-LAST-SEQ + 1
012343                 MOVE "FEED SEQUENCE OUT OF ORDER"
012344                     TO WS-FEED-REASON
012345             END-IF
012346         END-IF
012347     END-IF.
012348     IF WS-FEED-REASON = SPACES
012349         AND WS-FSRC-SLOT > 0
012350         MOVE WS-FEED-SEQ TO WS-FSRC-LAST-SEQ(WS-FSRC-SLOT)
012351     END-IF.
012352******************************************************************
012353* F250-ACCEPT-FEED - HOLD A CERTIFIED FEED FOR REGISTRATION AT    *
012354*                    CLEAN END OF RUN.                            *
012355******************************************************************
012356 F250-ACCEPT-FEED.
012357     ADD 1 TO WS-FEED-CERT-COUNT.
012358     SET WS-CFD-IX TO WS-FEED-CERT-COUNT.
012359     MOVE WS-CURRENT-WORDIN-FILE TO WS-CFD-FILE-NAME(WS-CFD-IX).
012360     MOVE WS-FEED-SOURCE-ID TO WS-CFD-SOURCE-ID(WS-CFD-IX).
012361     MOVE WS-FEED-BUSINESS-DATE
012362         TO WS-CFD-BUSINESS-DATE(WS-CFD-IX).
012363     MOVE WS-FEED-SEQ TO WS-CFD-FEED-SEQ(WS-CFD-IX).
012364     MOVE WS-FEED-RECORD-COUNT TO WS-CFD-RECORD-COUNT(WS-CFD-IX).
012365     MOVE WS-FEED-HASH-TOTAL TO WS-CFD-HASH-TOTAL(WS-CFD-IX).
012366     MOVE WS-FEED-RECORD-COUNT TO WS-ED-NUM8.
012367     DISPLAY "VOWEL: FEED " WS-CFD-FILE-NAME(WS-CFD-IX)
012368         " CERTIFIED - SOURCE " WS-FEED-SOURCE-ID
012369         " SEQ " WS-FEED-SEQ " RECORDS " WS-ED-NUM8.
012370******************************************************************
012371* F260-REJECT-FEED - COUNT A FAILING FEED AND LIST IT ON THE      *
012372*                    REJECTED-FEED REPORT.                        *
012373******************************************************************
012374 F260-REJECT-FEED.
012375     ADD 1 TO WS-FEED-REJECT-COUNT.
012376     DISPLAY "VOWEL: FEED " WS-CURRENT-WORDIN-FILE(1:20)
012377         " REJECTED - " WS-FEED-REASON.
012378     IF WS-FREJ-OPEN
012379         MOVE SPACES TO WS-PRINT-LINE
012380         MOVE WS-FEED-RECORD-COUNT TO WS-ED-NUM8
012381         MOVE WS-FEED-EXPECT-COUNT TO WS-ED-NUM8B
012382         MOVE WS-FEED-HASH-TOTAL TO WS-ED-NUM10
012383         STRING WS-CURRENT-WORDIN-FILE(1:20) DELIMITED BY SIZE
012384             " " DELIMITED BY SIZE
012385             WS-FEED-SOURCE-ID DELIMITED BY SIZE
012386             " " DELIMITED BY SIZE
012387             WS-FEED-BUSINESS-DATE DELIMITED BY SIZE
012388             " " DELIMITED BY SIZE
012389             WS-FEED-SEQ DELIMITED BY SIZE
012390             "   " DELIMITED BY SIZE
012391             WS-ED-NUM8 DELIMITED BY SIZE
012392             " " DELIMITED BY SIZE
012393             WS-ED-NUM8B DELIMITED BY SIZE
012394             " " DELIMITED BY SIZE
012395             WS-ED-NUM10 DELIMITED BY SIZE
012396             " " DELIMITED BY SIZE
012397             WS-FEED-EXPECT-HASH DELIMITED BY SIZE
012398             " " DELIMITED BY SIZE
012399             WS-FEED-REASON DELIMITED BY SIZE
012400             INTO WS-PRINT-LINE
012401         END-STRING
012402         WRITE FJ-PRINT-LINE FROM WS-PRINT-LINE
012403             AFTER ADVANCING 1 LINE
012404     END-IF.
012405******************************************************************
012406* F500-REGISTER-FEEDS - THE RUN ENDED CLEAN, SO APPEND EVERY FEED *
012407*                       IT SCORED TO FEEDREG UNDER THIS RUN'S     *
012408*                       TIMESTAMP. A FAILED APPEND ONLY WARNS -   *
012409*                       THE WORDS ARE ALREADY SCORED.             *
012410******************************************************************
012411 F500-REGISTER-FEEDS.
012412     IF WS-FEED-CERT-COUNT > 0
012413         OPEN EXTEND FEED-REGISTER-FILE
012414         IF NOT WS-FREG-OK
012415             OPEN OUTPUT FEED-REGISTER-FILE
012416         END-IF
012417         IF NOT WS-FREG-OK
012418             DISPLAY "VOWEL: UNABLE TO OPEN FEEDREG - STATUS "
012419                 WS-FREG-STATUS " - FEEDS NOT REGISTERED"
012420             MOVE 4 TO WS-NEW-SEVERITY
012421             PERFORM 9300-RAISE-SEVERITY
012422         ELSE
012423             PERFORM F510-REGISTER-ONE-FEED
012424                 VARYING WS-CFD-IX FROM 1 BY 1
012425                 UNTIL WS-CFD-IX > WS-FEED-CERT-COUNT
012426             CLOSE FEED-REGISTER-FILE
012427         END-IF
012428     END-IF.
012429******************************************************************
012430* F510-REGISTER-ONE-FEED - APPEND ONE CERTIFIED FEED TO FEEDREG.  *
012431******************************************************************
012432 F510-REGISTER-ONE-FEED.
012433     MOVE WS-CFD-SOURCE-ID(WS-CFD-IX) TO FR-SOURCE-ID.
012434     MOVE WS-CFD-BUSINESS-DATE(WS-CFD-IX) TO FR-BUSINESS-DATE.
012435     MOVE WS-CFD-FEED-SEQ(WS-CFD-IX) TO FR-FEED-SEQ.
012436     MOVE WS-CFD-RECORD-COUNT(WS-CFD-IX) TO FR-RECORD-COUNT.
012437     MOVE WS-CFD-HASH-TOTAL(WS-CFD-IX) TO FR-HASH-TOTAL.
012438     MOVE WS-CFD-FILE-NAME(WS-CFD-IX) TO FR-FILE-NAME.
012439     MOVE WS-RUN-TIMESTAMP TO FR-RUN-TIMESTAMP.
012440     MOVE "ACCEPTED" TO FR-EVENT.
012441     WRITE FEED-REGISTER-RECORD.
012442******************************************************************
012443* 2000-PROCESS-WORDIN - SCORE ONE RECORD, CHECKPOINT IF THIS IS   *
012444*                       THE NTH RECORD ACTUALLY PROCESSED, THEN   *
012445*                       READ THE NEXT. THE CHECKPOINT IS DRIVEN   *
012446*                       OFF WS-RECORDS-PROCESSED - COUNTED HERE,  *
012447*                       AFTER SCORING/EXCEPTION-WRITING IS DONE - *
012448*                       NOT OFF THE TRAILING READ BELOW, SO A     *
012449*                       CHECKPOINT NEVER CLAIMS A RECORD THAT WAS *
012450*                       ONLY READ INTO THE BUFFER BUT NOT YET     *
012451*                       SCORED, EXCEPTION-CHECKED, EXTRACTED, OR  *
012452*                       COUNTED INTO THE SUMMARY/AUDIT TOTALS.    *
012453******************************************************************
012454 2000-PROCESS-WORDIN.
012455     MOVE WR-INPUT-STRING TO WS-STR.
012456     PERFORM B100-VALIDATE-RECORD.
012457     IF WS-RECORD-VALID
012458         PERFORM T100-COUNT-WORDS
012459         IF WS-TOKEN-MODE
012460             AND WS-PHRASE-WORD-COUNT > 1
012461             PERFORM T200-SCORE-PHRASE
012462         ELSE
012463             PERFORM A100-PARA
012464         END-IF
012465     ELSE
012466         PERFORM B200-WRITE-EXCEPTION
012467     END-IF.
012468     PERFORM A150-ACCUM-SOURCE-TOTALS.
012469     ADD 1 TO WS-RECORDS-PROCESSED.
012470     PERFORM E110-CHECK-EXCEPTION-RATE.
012471     PERFORM C205-CHECK-CHECKPOINT-DUE.
012472     IF NOT WS-ABORT-TAKEN
012473         PERFORM 2100-READ-WORDIN
012474     END-IF.
012475******************************************************************
012476* 2100-READ-WORDIN - READ THE NEXT RECORD, SET THE EOF SWITCH.   *
012477*                    USED BOTH TO PRIME/ADVANCE THE MAIN LOOP'S  *
012478*                    BUFFER AND, VIA C110-SKIP-RECORD, TO REPO-   *
012479*                    SITION PAST ALREADY-PROCESSED RECORDS ON A   *
012480*                    RESTART - NEITHER CASE TOUCHES               *
012481*                    WS-RECORDS-PROCESSED OR THE CHECKPOINT.      *
012482******************************************************************
012483* 2100-READ-WORDIN ALSO TRANSPARENTLY CROSSES A WORDINLS          *
012484*                  CONCATENATION BOUNDARY: AN AT-END ON THE       *
012485*                  CURRENT PHYSICAL FILE ADVANCES TO THE NEXT     *
012486*                  NAME IN THE LIST (IF ONE IS IN USE) AND        *
012487*                  RETRIES THE READ, SO THE CALLER NEVER SEES     *
012488*                  EOF UNTIL THE LAST FILE IN THE LIST IS DONE.   *
012489* A FEED HEADER OR TRAILER IS READ PAST THE SAME WAY, SO THE      *
012490*                  CALLER ONLY EVER SEES WORD RECORDS.            *
012491 2100-READ-WORDIN.
012492     PERFORM 2110-READ-WORDIN-ONCE.
012493     PERFORM 2110-READ-WORDIN-ONCE
012494         UNTIL (NOT WS-WORDIN-AT-END
012495         AND NOT WS-CONTROL-RECORD)
012500         OR WS-EOF-REACHED.
012510******************************************************************
012520* 2110-READ-WORDIN-ONCE - ONE PHYSICAL READ ATTEMPT. AN AT-END    *
012560******************************************************************
012570 2110-READ-WORDIN-ONCE.
012580     MOVE "N" TO WS-WORDIN-AT-END-SWITCH.
012585     MOVE "N" TO WS-CONTROL-REC-SWITCH.
012590     READ WORDIN-FILE
012600         AT END
012610             MOVE "Y" TO WS-WORDIN-AT-END-SWITCH
012620     END-READ.
012625*    THE SOURCE SEQUENCE STAYS THE PHYSICAL LINE NUMBER, HEADER   *
012627*    INCLUDED, SO IT STILL POINTS AT THE EXACT LINE OF THE FEED.  *
012630     IF NOT WS-WORDIN-AT-END
012640         ADD 1 TO WS-SOURCE-SEQ
012642         IF FH-IS-HEADER OR FH-IS-TRAILER
012644             SET WS-CONTROL-RECORD TO TRUE
012646         END-IF
012650     END-IF.
012660     IF WS-WORDIN-AT-END
012670         IF WS-WLIST-IN-USE
013060     MOVE WS-TIME-CONVERT-OUT TO WS-LAST-CKPT-SECONDS.
013070     MOVE WS-RECORDS-PROCESSED TO WS-LAST-CKPT-RECORD-COUNT.
013080     MOVE WS-RECORDS-PROCESSED TO CK-LAST-RECORD-COUNT.
013083     MOVE WS-RUN-TIMESTAMP TO CK-RUN-TIMESTAMP.
013086     MOVE WS-CKPT-STATE-SW TO CK-PARTITION-STATE.
013090     MOVE WS-SUM-RECORD-COUNT TO CK-SUM-RECORD-COUNT.
013100     MOVE WS-SUM-TOTAL-VOWELS TO CK-SUM-TOTAL-VOWELS.
013110     MOVE WS-SUM-MIN-VOWELS TO CK-SUM-MIN-VOWELS.
013320         VARYING WS-CKPT-TABLE-IDX FROM 1 BY 1
013330         UNTIL WS-CKPT-TABLE-IDX > 20.
013340     MOVE WS-SUM-UNKNOWN-COUNT TO CK-SUM-UNKNOWN-COUNT.
013341     MOVE WS-TOKEN-MODE-SW TO CK-TOKEN-MODE.
013342     MOVE WS-SUM-PHRASE-COUNT TO CK-SUM-PHRASE-COUNT.
013343     MOVE WS-SUM-MAX-PHRASE-WORDS TO CK-SUM-MAX-PHRASE-WORDS.
013344     MOVE WS-SUM-PHRASE-UNKNOWN TO CK-SUM-PHRASE-UNKNOWN.
013345     MOVE WS-SUM-TOKEN-COUNT TO CK-SUM-TOKEN-COUNT.
013346     MOVE WS-SUM-TOKEN-VOWELS TO CK-SUM-TOKEN-VOWELS.
013347     MOVE WS-SUM-TOKEN-MIN-VOWELS TO CK-SUM-TOKEN-MIN-VOWELS.
013348     MOVE WS-SUM-TOKEN-MAX-VOWELS TO CK-SUM-TOKEN-MAX-VOWELS.
013349     MOVE WS-SUM-TOKEN-UNKNOWN TO CK-SUM-TOKEN-UNKNOWN.
013350     OPEN OUTPUT CHECKPOINT-FILE.
013360     IF NOT WS-CKPT-OK
013370         DISPLAY "VOWEL: UNABLE TO OPEN CHKPOINT - STATUS "
014740* A100-PARA - TALLY THE VOWELS IN WS-STR, BY LETTER AND CASE,   *
014750*             AND REPORT THE PER-VOWEL BREAKDOWN.               *
014760******************************************************************
014761 A100-PARA.
014762     MOVE "W" TO WS-EXTRACT-TYPE.
014763     MOVE 0 TO WS-EXTRACT-TOKEN-NUMBER.
014764     MOVE SPACES TO WS-EXTRACT-PARENT.
014765     PERFORM A101-SCORE-STRING.
014766     PERFORM D110-CHECK-DICTIONARY.
014767     PERFORM A130-ACCUM-SUMMARY.
014768     PERFORM A140-WRITE-EXTRACT.
014769******************************************************************
014770* A101-SCORE-STRING - SCORE WS-STR FROM THE LOOKUP CACHE, OR SCAN *
014771*                     IT AND CACHE THE RESULT, LEAVING THE COUNTS *
014772*                     IN WS-CTR1, THE CHARACTER-CLASS COUNTERS    *
014773*                     AND WS-VOWEL-TABLE. SHARED BY A WHOLE       *
014774*                     STRING AND BY EACH WORD OF A SPLIT PHRASE.  *
014775******************************************************************
014776 A101-SCORE-STRING.
014780     PERFORM L110-LOOKUP-WORD.
014790     IF WS-LOOKUP-FOUND
014800         AND LK-RULESET-ID = WS-VOWEL-SET-ID
014890         PERFORM L120-LOAD-CACHED-DETAIL
014900             VARYING WS-VOWEL-IDX FROM 1 BY 1
014910             UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
014911         PERFORM S140-LOAD-CACHED-SHAPE
014920         PERFORM A120-DISPLAY-VOWEL
014930             VARYING WS-VOWEL-IDX FROM 1 BY 1
014940             UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
015040             VARYING WS-VOWEL-IDX FROM 1 BY 1
015050             UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT
015060         PERFORM A105-CLASSIFY-CHARS
015061         PERFORM S100-DERIVE-SHAPE
015070         PERFORM L200-WRITE-LOOKUP
015080     END-IF.
015090     DISPLAY "  CONSONANTS: " WS-CONSONANT-CTR
015100         "  DIGITS: " WS-DIGIT-CTR
015110         "  OTHER: " WS-OTHER-CTR.
015111     PERFORM S150-DISPLAY-SHAPE.
015150******************************************************************
015160* L110-LOOKUP-WORD - LOOK UP WS-STR ON THE KEYED LOOKUP FILE SO A *
015170*                    WORD SEEN ON AN EARLIER RECORD DOES NOT     *
015180*                    HAVE TO BE RESCANNED. ONLY THE ENTRY SCORED *
015182*                    UNDER THE RULESET IN FORCE IS READ; ENTRIES *
015184*                    FOR OTHER RULESETS ARE LEFT WHERE THEY ARE. *
015190******************************************************************
015200 L110-LOOKUP-WORD.
015210     MOVE WS-STR TO LK-INPUT-STRING.
015215     MOVE WS-VOWEL-SET-ID TO LK-RULESET-ID.
015220     READ LOOKUP-FILE
015230         INVALID KEY
015240             SET WS-LOOKUP-NOTFOUND TO TRUE
015490     MOVE WS-DIGIT-CTR TO LK-DIGIT-COUNT.
015500     MOVE WS-OTHER-CTR TO LK-OTHER-COUNT.
015510     MOVE WS-VOWEL-SET-ID TO LK-RULESET-ID.
015515     MOVE WS-RUN-TIMESTAMP TO LK-CREATED-STAMP.
015516     MOVE WS-SHAPE-PATTERN TO LK-SHAPE-PATTERN.
015517     MOVE WS-LONGEST-VOWEL-RUN TO LK-LONGEST-VOWEL-RUN.
015518     MOVE WS-LONGEST-CLUSTER TO LK-LONGEST-CLUSTER.
015519     MOVE WS-SYLLABLE-COUNT TO LK-SYLLABLE-COUNT.
015520     PERFORM L210-SAVE-CACHED-DETAIL
015530         VARYING WS-VOWEL-IDX FROM 1 BY 1
015540         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT.
017860     MOVE WS-CURRENT-WORDIN-FILE TO XR-SOURCE-FILE.
017870     MOVE WS-SOURCE-SEQ TO XR-SOURCE-SEQ.
017880     MOVE WS-UNKNOWN-SWITCH TO XR-UNKNOWN-FLAG.
017881     MOVE WS-EXTRACT-TYPE TO XR-RECORD-TYPE.
017882     MOVE WS-PHRASE-WORD-COUNT TO XR-WORD-COUNT.
017883     MOVE WS-EXTRACT-TOKEN-NUMBER TO XR-TOKEN-NUMBER.
017884     MOVE WS-EXTRACT-PARENT TO XR-PARENT-STRING.
017885     MOVE WS-SHAPE-PATTERN TO XR-SHAPE-PATTERN.
017886     MOVE WS-LONGEST-VOWEL-RUN TO XR-LONGEST-VOWEL-RUN.
017887     MOVE WS-LONGEST-CLUSTER TO XR-LONGEST-CLUSTER.
017888     MOVE WS-SYLLABLE-COUNT TO XR-SYLLABLE-COUNT.
017890     WRITE EXTRACT-RECORD.
017891******************************************************************
017892* T100-COUNT-WORDS - COUNT THE SPACE-SEPARATED WORDS IN WS-STR     *
017893*                    INTO WS-PHRASE-WORD-COUNT. A WORD STARTS AT   *
017894*                    ANY NON-SPACE BYTE THAT FOLLOWS A SPACE OR    *
017895*                    OPENS THE STRING.                             *
017896******************************************************************
017897 T100-COUNT-WORDS.
017898     MOVE 0 TO WS-PHRASE-WORD-COUNT.
017899     PERFORM T110-TEST-WORD-START
017900         VARYING WS-CHAR-IDX FROM 1 BY 1
017901         UNTIL WS-CHAR-IDX > 40.
017902******************************************************************
017903* T110-TEST-WORD-START - COUNT A WORD IF ONE STARTS AT THIS BYTE. *
017904******************************************************************
017905 T110-TEST-WORD-START.
017906     IF WS-STR(WS-CHAR-IDX:1) NOT = SPACE
017907         IF WS-CHAR-IDX = 1
017908             ADD 1 TO WS-PHRASE-WORD-COUNT
017909         ELSE
017910             IF WS-STR(WS-CHAR-IDX - 1:1) = SPACE
017911                 ADD 1 TO WS-PHRASE-WORD-COUNT
017912             END-IF
017913         END-IF
017914     END-IF.
017915******************************************************************
017916* T200-SCORE-PHRASE - TOKENIZATION MODE: SCORE EACH WORD OF THE   *
017917*                     PHRASE IN WS-STR AS ITS OWN STRING (CACHE,  *
017918*                     DICTIONARY, "T" EXTRACT RECORD), THEN WRITE *
017919*                     THE "P" RECORD WITH THE SUMMED COUNTS. THE  *
017920*                     PHRASE IS UNKNOWN WHEN ANY WORD IS. ONLY    *
017921*                     THE PHRASE GOES INTO THE BATCH TOTALS, SO   *
017922*                     AUDITLOG STILL COUNTS INPUT STRINGS.        *
017923******************************************************************
017924 T200-SCORE-PHRASE.
017925     MOVE WS-STR TO WS-PHRASE-STR.
017926     MOVE 0 TO WS-PHR-VOWELS.
017927     MOVE 0 TO WS-PHR-CONSONANTS.
017928     MOVE 0 TO WS-PHR-DIGITS.
017929     MOVE 0 TO WS-PHR-OTHERS.
017930     MOVE 0 TO WS-PHR-UNKNOWN-WORDS.
017931     PERFORM T205-ZERO-PHRASE-VOWEL
017932         VARYING WS-VOWEL-IDX FROM 1 BY 1
017933         UNTIL WS-VOWEL-IDX > 20.
017934     DISPLAY "PHRASE: " WS-PHRASE-STR
017935         " - WORDS: " WS-PHRASE-WORD-COUNT.
017936     MOVE 1 TO WS-TOKEN-PTR.
017937     PERFORM T210-SCORE-ONE-TOKEN
017938         VARYING WS-TOKEN-IX FROM 1 BY 1
017939         UNTIL WS-TOKEN-IX > WS-PHRASE-WORD-COUNT.
017940     MOVE WS-PHRASE-STR TO WS-STR.
017941     MOVE WS-PHR-VOWELS TO WS-CTR1.
017942     MOVE WS-PHR-CONSONANTS TO WS-CONSONANT-CTR.
017943     MOVE WS-PHR-DIGITS TO WS-DIGIT-CTR.
017944     MOVE WS-PHR-OTHERS TO WS-OTHER-CTR.
017945     PERFORM T230-LOAD-PHRASE-VOWEL
017946         VARYING WS-VOWEL-IDX FROM 1 BY 1
017947         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT.
017948     PERFORM S100-DERIVE-SHAPE.
017949     MOVE " " TO WS-UNKNOWN-SWITCH.
017950     IF WS-DICT-IN-USE
017951         IF WS-PHR-UNKNOWN-WORDS > 0
017952             SET WS-WORD-UNKNOWN TO TRUE
017953             ADD 1 TO WS-SUM-PHRASE-UNKNOWN
017954         ELSE
017955             SET WS-WORD-APPROVED TO TRUE
017956         END-IF
017957     END-IF.
017958     DISPLAY "PHRASE TOTAL - VOWELS: " WS-CTR1
017959         "  CONSONANTS: " WS-CONSONANT-CTR
017960         "  DIGITS: " WS-DIGIT-CTR
017961         "  OTHER: " WS-OTHER-CTR.
017962     PERFORM S150-DISPLAY-SHAPE.
017963     ADD 1 TO WS-SUM-PHRASE-COUNT.
017964     IF WS-PHRASE-WORD-COUNT > WS-SUM-MAX-PHRASE-WORDS
017965         MOVE WS-PHRASE-WORD-COUNT TO WS-SUM-MAX-PHRASE-WORDS
017966     END-IF.
017967     MOVE "P" TO WS-EXTRACT-TYPE.
017968     MOVE 0 TO WS-EXTRACT-TOKEN-NUMBER.
017969     MOVE SPACES TO WS-EXTRACT-PARENT.
017970     PERFORM A130-ACCUM-SUMMARY.
017971     PERFORM A140-WRITE-EXTRACT.
017972******************************************************************
017973* T205-ZERO-PHRASE-VOWEL - CLEAR ONE SLOT OF THE PHRASE'S         *
017974*                         PER-VOWEL ROLL-UP.                      *
017975******************************************************************
017976 T205-ZERO-PHRASE-VOWEL.
017977     MOVE 0 TO WS-PHR-VOWEL-UPPER-CTR(WS-VOWEL-IDX).
017978     MOVE 0 TO WS-PHR-VOWEL-LOWER-CTR(WS-VOWEL-IDX).
017979******************************************************************
017980* T210-SCORE-ONE-TOKEN - CUT THE NEXT WORD OUT OF THE PHRASE AT    *
017981*                       WS-TOKEN-PTR INTO WS-STR, SCORE AND CHECK  *
017982*                       IT, FOLD IT INTO THE PHRASE AND TOKEN      *
017983*                       TOTALS AND WRITE ITS "T" EXTRACT RECORD.   *
017984******************************************************************
017985 T210-SCORE-ONE-TOKEN.
017986     PERFORM T215-SKIP-ONE-SPACE
017987         UNTIL WS-PHRASE-STR(WS-TOKEN-PTR:1) NOT = SPACE.
017988     MOVE SPACES TO WS-STR.
017989     UNSTRING WS-PHRASE-STR DELIMITED BY SPACE
017990         INTO WS-STR
017991         WITH POINTER WS-TOKEN-PTR
017992     END-UNSTRING.
017993     PERFORM A101-SCORE-STRING.
017994     PERFORM D110-CHECK-DICTIONARY.
017995     ADD WS-CTR1 TO WS-PHR-VOWELS.
017996     ADD WS-CONSONANT-CTR TO WS-PHR-CONSONANTS.
017997     ADD WS-DIGIT-CTR TO WS-PHR-DIGITS.
017998     ADD WS-OTHER-CTR TO WS-PHR-OTHERS.
017999     PERFORM T220-ADD-PHRASE-VOWEL
018000         VARYING WS-VOWEL-IDX FROM 1 BY 1
018001         UNTIL WS-VOWEL-IDX > WS-VOWEL-COUNT.
018002     ADD 1 TO WS-SUM-TOKEN-COUNT.
018003     ADD WS-CTR1 TO WS-SUM-TOKEN-VOWELS.
018004     IF WS-CTR1 < WS-SUM-TOKEN-MIN-VOWELS
018005         MOVE WS-CTR1 TO WS-SUM-TOKEN-MIN-VOWELS
018006     END-IF.
018007     IF WS-CTR1 > WS-SUM-TOKEN-MAX-VOWELS
018008         MOVE WS-CTR1 TO WS-SUM-TOKEN-MAX-VOWELS
018009     END-IF.
018010     IF WS-WORD-UNKNOWN
018011         ADD 1 TO WS-PHR-UNKNOWN-WORDS
018012         ADD 1 TO WS-SUM-TOKEN-UNKNOWN
018013     END-IF.
018014     MOVE "T" TO WS-EXTRACT-TYPE.
018015     MOVE WS-TOKEN-IX TO WS-EXTRACT-TOKEN-NUMBER.
018016     MOVE WS-PHRASE-STR TO WS-EXTRACT-PARENT.
018017     PERFORM A140-WRITE-EXTRACT.
018018******************************************************************
018019* T215-SKIP-ONE-SPACE - STEP THE TOKEN POINTER PAST ONE SPACE     *
018020*                      BETWEEN WORDS.                             *
018021******************************************************************
018022 T215-SKIP-ONE-SPACE.
018023     ADD 1 TO WS-TOKEN-PTR.
018024******************************************************************
018025* T220-ADD-PHRASE-VOWEL - FOLD ONE VOWEL TABLE ENTRY'S UPPER/     *
018026*                        LOWER COUNTS FOR THIS WORD INTO THE      *
018027*                        PHRASE'S ROLL-UP.                        *
018028******************************************************************
018029 T220-ADD-PHRASE-VOWEL.
018030     ADD WS-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
018031         TO WS-PHR-VOWEL-UPPER-CTR(WS-VOWEL-IDX).
018032     ADD WS-VOWEL-LOWER-CTR(WS-VOWEL-IDX)
018033         TO WS-PHR-VOWEL-LOWER-CTR(WS-VOWEL-IDX).
018034******************************************************************
018035* T230-LOAD-PHRASE-VOWEL - MOVE ONE SLOT OF THE PHRASE'S ROLL-UP  *
018036*                         INTO WS-VOWEL-TABLE FOR THE BATCH       *
018037*                         TOTALS.                                 *
018038******************************************************************
018039 T230-LOAD-PHRASE-VOWEL.
018040     MOVE WS-PHR-VOWEL-UPPER-CTR(WS-VOWEL-IDX)
018041         TO WS-VOWEL-UPPER-CTR(WS-VOWEL-IDX).
018042     MOVE WS-PHR-VOWEL-LOWER-CTR(WS-VOWEL-IDX)
018043         TO WS-VOWEL-LOWER-CTR(WS-VOWEL-IDX).
018044******************************************************************
018045* 9000-TERMINATE - CLOSE THE WORD FILE.                          *
018046******************************************************************
018047 9000-TERMINATE.
018048     IF WS-SUM-EXCEPTION-COUNT > 0
018049         MOVE 4 TO WS-NEW-SEVERITY
018050         PERFORM 9300-RAISE-SEVERITY
018051     END-IF.
018052     PERFORM 9100-SUMMARY-REPORT.
018053*   A PARTITION WRITES NO AUDIT RECORD - THE MERGE STEP WRITES   *
018054*   THE LOGICAL RUN'S ONE RECORD FROM ALL PARTITIONS' TOTALS.    *
018055     IF NOT WS-PARTITION-RUN
018056         PERFORM 9200-WRITE-AUDIT
018057     END-IF.
018058*   AN EXCEPTION-RATE ABORT CHECKPOINTS ITS EXACT POSITION SO    *
018059*   THE RERUN RESUMES IN PLACE ONCE THE FEED IS FIXED - THE      *
018060*   CHECKPOINT IS THEREFORE NOT CLEARED AND WORDINCR IS NOT      *
018061*   RETIRED ON THAT PATH.                                        *
018062     IF WS-ABORT-TAKEN
018063         PERFORM C200-WRITE-CHECKPOINT
018064     END-IF.
018070     IF WS-WORDIN-OK OR WS-WORDIN-EOF
018080*       WHEN A CONCATENATION LIST RAN OUT, C320-ADVANCE-WORDIN-  *
018090*       FILE ALREADY CLOSED THE LAST WORDIN FILE.                *
018100         IF NOT WS-WLIST-NO-MORE-FILES
018110             CLOSE WORDIN-FILE
018120         END-IF
018180         END-IF
018190         IF NOT WS-ABORT-TAKEN
018200             AND NOT WS-FATAL-ERROR
018202*           A FINISHED PARTITION KEEPS ITS FINAL TOTALS ON ITS   *
018204*           CHECKPOINT, MARKED COMPLETE, FOR THE MERGE STEP. A   *
018206*           RERUN OF IT RESUMES AT THE END AND SCORES NOTHING.   *
018208*           WORDINCR AND FEEDREG WAIT FOR THE MERGE.             *
018210             IF WS-PARTITION-RUN
018212                 SET WS-CKPT-FINAL TO TRUE
018214                 PERFORM C200-WRITE-CHECKPOINT
018216             ELSE
018218                 PERFORM C210-CLEAR-CHECKPOINT
018220                 IF WS-CORR-FEED-IN-BATCH
018222                     PERFORM C340-RETIRE-CORRECTED-INPUT
018224                 END-IF
018226                 PERFORM F500-REGISTER-FEEDS
018240             END-IF
018250         END-IF
018260     END-IF.
018270     IF WS-WLIST-IN-USE
018280         CLOSE WORDIN-LIST-FILE
018281     END-IF.
018282*   AN ABORTED OR FATALLY-FAILED RUN LEAVES ITS RUNLOG RECORD IN *
018283*   STARTED STATE ON PURPOSE - THE NEXT START THEN NEEDS THE     *
018284*   OPERATOR'S EXPLICIT RUNLOCKOVR OVERRIDE, AND VOWLTRND SHOWS  *
018285*   THE RUN AS UNCLEAN. A PARTITION NEVER ENDS THE RUN - THE     *
018286*   MERGE STEP DOES, ONCE EVERY PARTITION HAS FINISHED.          *
018287     IF NOT WS-ABORT-TAKEN
018288         AND NOT WS-FATAL-ERROR
018289         AND NOT WS-PARTITION-RUN
018290         PERFORM C420-WRITE-RUN-ENDED
018291     END-IF.
018292******************************************************************
018293* S100-DERIVE-SHAPE - BUILD THE CONSONANT/VOWEL SHAPE OF         *
018294*                     WS-STR (WS-SHAPE-PATTERN), ITS LONGEST     *
018295*                     VOWEL RUN AND CONSONANT CLUSTER, AND THE   *
018296*                     ESTIMATED SYLLABLE COUNT SUMMED OVER ITS   *
018297*                     WORDS. RUNS NEVER SPAN A SPACE, DIGIT OR   *
018298*                     OTHER CHARACTER.                           *
018299******************************************************************
018300 S100-DERIVE-SHAPE.
018301     MOVE SPACES TO WS-SHAPE-PATTERN.
018302     MOVE 0 TO WS-LONGEST-VOWEL-RUN.
018303     MOVE 0 TO WS-LONGEST-CLUSTER.
018304     MOVE 0 TO WS-SYLLABLE-COUNT.
018305     MOVE 0 TO WS-SHP-WORD-GROUPS.
018306     MOVE 0 TO WS-SHP-WORD-LETTERS.
018307     PERFORM S110-SHAPE-ONE-CHAR
018308         VARYING WS-CHAR-IDX FROM 1 BY 1
018309         UNTIL WS-CHAR-IDX > 40.
018310     MOVE 40 TO WS-SHP-END-IX.
018311     PERFORM S120-CLOSE-WORD.
018312******************************************************************
018313* S110-SHAPE-ONE-CHAR - CLASS ONE BYTE OF WS-STR INTO THE        *
018314*                       PATTERN AND EXTEND OR BREAK THE CURRENT  *
018315*                       VOWEL RUN AND CONSONANT CLUSTER. A SPACE *
018316*                       CLOSES THE WORD ENDING ON THE BYTE BEFORE*
018317*                       IT.                                      *
018318******************************************************************
018319 S110-SHAPE-ONE-CHAR.
018320     IF WS-STR(WS-CHAR-IDX:1) = SPACE
018321         IF WS-CHAR-IDX > 1
018322             COMPUTE WS-SHP-END-IX = WS-CHAR-IDX - 1
018323             PERFORM S120-CLOSE-WORD
018324         END-IF
018325     ELSE
018326         PERFORM B115-CHECK-VOWEL-TABLE
018327         IF WS-VOWEL-MATCHED
018328             MOVE "V" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
018329             MOVE 0 TO WS-SHP-CLUSTER
018330             ADD 1 TO WS-SHP-VOWEL-RUN
018331             ADD 1 TO WS-SHP-WORD-LETTERS
018332             IF WS-SHP-VOWEL-RUN = 1
018333                 ADD 1 TO WS-SHP-WORD-GROUPS
018334             END-IF
018335             IF WS-SHP-VOWEL-RUN > WS-LONGEST-VOWEL-RUN
018336                 MOVE WS-SHP-VOWEL-RUN TO WS-LONGEST-VOWEL-RUN
018337             END-IF
018338         ELSE
018339             MOVE 0 TO WS-SHP-VOWEL-RUN
018340             IF WS-STR(WS-CHAR-IDX:1) IS NUMERIC
018341                 MOVE "D" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
018342                 MOVE 0 TO WS-SHP-CLUSTER
018343             ELSE
018344                 IF WS-STR(WS-CHAR-IDX:1) IS ALPHABETIC
018345                     MOVE "C" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
018346                     ADD 1 TO WS-SHP-CLUSTER
018347                     ADD 1 TO WS-SHP-WORD-LETTERS
018348                     IF WS-SHP-CLUSTER > WS-LONGEST-CLUSTER
018349                         MOVE WS-SHP-CLUSTER TO WS-LONGEST-CLUSTER
018350                     END-IF
018351                 ELSE
018352                     MOVE "X" TO WS-SHAPE-PATTERN(WS-CHAR-IDX:1)
018353                     MOVE 0 TO WS-SHP-CLUSTER
018354                 END-IF
018355             END-IF
018356         END-IF
018357     END-IF.
018358******************************************************************
018359* S120-CLOSE-WORD - END THE WORD WHOSE LAST BYTE IS              *
018360*                   WS-SHP-END-IX: ITS VOWEL GROUPS, LESS A      *
018361*                   SILENT FINAL "E", ARE ITS SYLLABLES - AT     *
018362*                   LEAST ONE FOR A WORD WITH ANY LETTER IN IT   *
018363*                   (E.G. "RHYTHM" WITHOUT Y IN THE RULESET).    *
018364******************************************************************
018365 S120-CLOSE-WORD.
018366     MOVE 0 TO WS-SHP-VOWEL-RUN.
018367     MOVE 0 TO WS-SHP-CLUSTER.
018368     IF WS-SHP-WORD-LETTERS > 0
018369         IF WS-SHP-WORD-GROUPS > 1
018370             AND WS-SHP-END-IX > 2
018371             PERFORM S130-CHECK-SILENT-E
018372         END-IF
018373         IF WS-SHP-WORD-GROUPS = 0
018374             MOVE 1 TO WS-SHP-WORD-GROUPS
018375         END-IF
018376         ADD WS-SHP-WORD-GROUPS TO WS-SYLLABLE-COUNT
018377     END-IF.
018378     MOVE 0 TO WS-SHP-WORD-GROUPS.
018379     MOVE 0 TO WS-SHP-WORD-LETTERS.
018380******************************************************************
018381* S130-CHECK-SILENT-E - A WORD ENDING CONSONANT + "E" (AS        *
018382*                       IN CAKE) LOSES ONE VOWEL GROUP, UNLESS   *
018383*                       IT ENDS CONSONANT + "LE" (AS IN TABLE),  *
018384*                       WHERE THE FINAL GROUP IS SOUNDED.        *
018385******************************************************************
018386 S130-CHECK-SILENT-E.
018387     IF (WS-STR(WS-SHP-END-IX:1) = "E" OR "e")
018388         AND WS-SHAPE-PATTERN(WS-SHP-END-IX:1) = "V"
018389         AND WS-SHAPE-PATTERN(WS-SHP-END-IX - 1:1) = "C"
018390         IF (WS-STR(WS-SHP-END-IX - 1:1) = "L" OR "l")
018391             AND WS-SHAPE-PATTERN(WS-SHP-END-IX - 2:1) = "C"
018392             CONTINUE
018393         ELSE
018394             SUBTRACT 1 FROM WS-SHP-WORD-GROUPS
018395         END-IF
018396     END-IF.
018397******************************************************************
018398* S140-LOAD-CACHED-SHAPE - TAKE THE SHAPE FROM THE LOOKUP        *
018399*                          RECORD ON A CACHE HIT, OR DERIVE IT   *
018400*                          AFRESH WHEN THE STORED SHAPE IS BLANK *
018401*                          OR NOT NUMERIC, SUCH AS FOR A BLANK   *
018402*                          INPUT STRING.                         *
018403******************************************************************
018404 S140-LOAD-CACHED-SHAPE.
018405     IF LK-SHAPE-PATTERN NOT = SPACES
018406         AND LK-LONGEST-VOWEL-RUN NUMERIC
018407         AND LK-LONGEST-CLUSTER NUMERIC
018408         AND LK-SYLLABLE-COUNT NUMERIC
018409         MOVE LK-SHAPE-PATTERN TO WS-SHAPE-PATTERN
018410         MOVE LK-LONGEST-VOWEL-RUN TO WS-LONGEST-VOWEL-RUN
018411         MOVE LK-LONGEST-CLUSTER TO WS-LONGEST-CLUSTER
018412         MOVE LK-SYLLABLE-COUNT TO WS-SYLLABLE-COUNT
018413     ELSE
018414         PERFORM S100-DERIVE-SHAPE
018415     END-IF.
018416******************************************************************
018417* S150-DISPLAY-SHAPE - SHOW THE SHAPE LINE FOR THE STRING JUST   *
018418*                      SCORED.                                   *
018419******************************************************************
018420 S150-DISPLAY-SHAPE.
018421     DISPLAY "  SHAPE: " WS-SHAPE-PATTERN.
018422     DISPLAY "  VOWEL RUN: " WS-LONGEST-VOWEL-RUN
018423         "  CLUSTER: " WS-LONGEST-CLUSTER
018424         "  SYLLABLES: " WS-SYLLABLE-COUNT.
018425******************************************************************
018426* C400-CHECK-RUN-LOCK - WALK RUNLOG TO ITS NEWEST RECORD. IF THAT *
018427*                      RECORD IS STILL "STARTED", ANOTHER RUN IS *
018428*                      ACTIVE (OR DIED MID-FLIGHT) AND THIS RUN  *
018429*                      REFUSES TO START UNLESS THE OPERATOR HAS  *
018430*                      SET THE RUNLOCKOVR OVERRIDE TO "Y", HOLDS *
018431*                      THE RUN-LOCK RIGHT ON OPERAUTH, AND THE   *
018432*                      OVERRIDE HAS BEEN JOURNALED.              *
018440******************************************************************
018450 C400-CHECK-RUN-LOCK.
018460     MOVE "N" TO WS-RUN-REFUSED-SWITCH.
018550     END-IF.
018560     IF WS-LAST-RUN-STATUS = "STARTED"
018570         ACCEPT WS-RUN-OVERRIDE FROM ENVIRONMENT "RUNLOCKOVR"
018573         MOVE "N" TO WS-LOCK-AUTH-SWITCH
018576         MOVE "N" TO WS-JRNL-WRITTEN-SWITCH
018580         IF WS-RUN-OVERRIDE = "Y"
018581             PERFORM C440-CHECK-OVERRIDE-AUTHORITY
018582             PERFORM C450-JOURNAL-OVERRIDE
018583         END-IF
018584         IF WS-RUN-OVERRIDE = "Y"
018585             AND WS-LOCK-AUTHORIZED
018586             AND WS-JRNL-WRITTEN
018590             DISPLAY "VOWEL: ACTIVE RUN LOCK ON RUNLOG "
018600                 "OVERRIDDEN BY OPERATOR " WS-OPERATOR-ID
018610         ELSE
018611             IF WS-RUN-OVERRIDE = "Y"
018612                 DISPLAY "VOWEL: RUNLOCKOVR NOT HONOURED - "
018613                     "OPERATOR '" WS-OPERATOR-ID "' HOLDS NO "
018614                     "RUN-LOCK RIGHT ON OPERAUTH, OR THE "
018615                     "OVERRIDE COULD NOT BE JOURNALED"
018616             END-IF
018620             DISPLAY "VOWEL: A PRIOR RUN ON RUNLOG IS STILL IN "
018630                 "STARTED STATE - REFUSING TO START. SET "
018640                 "RUNLOCKOVR=Y TO OVERRIDE AFTER CONFIRMING NO "
018820******************************************************************
018830 C406-SAVE-RUN-STATUS.
018840     MOVE RS-RUN-STATUS TO WS-LAST-RUN-STATUS.
018845     MOVE RUN-STATUS-RECORD TO WS-LAST-RUN-RECORD.
018850     PERFORM C405-READ-RUN-STATUS.
018860******************************************************************
018870* C410-WRITE-RUN-STARTED - APPEND THIS RUN'S "STARTED" RECORD TO  *
019160         OPEN OUTPUT RUN-STATUS-FILE
019170     END-IF.
019180     IF NOT WS-RUNLOG-OK
019181         DISPLAY "VOWEL: UNABLE TO OPEN RUNLOG - STATUS "
019182             WS-RUNLOG-STATUS
019183         MOVE 4 TO WS-NEW-SEVERITY
019184         PERFORM 9300-RAISE-SEVERITY
019185     ELSE
019186         WRITE RUN-STATUS-RECORD
019187         CLOSE RUN-STATUS-FILE
019188     END-IF.
019189******************************************************************
019190* C440-CHECK-OVERRIDE-AUTHORITY - LOOK THE OPERATOR UP ON        *
019191*                                 OPERAUTH FOR THE RUN-LOCK      *
019192*                                 RIGHT. NO OPERAUTH, OR NO      *
019193*                                 ENTRY FOR THE ID, MEANS NO     *
019194*                                 RIGHT.                         *
019195******************************************************************
019196 C440-CHECK-OVERRIDE-AUTHORITY.
019197     OPEN INPUT AUTHORIZATION-FILE.
019198     IF NOT WS-AUTH-OK
019199         DISPLAY "VOWEL: NO OPERAUTH ON FILE - STATUS "
019200             WS-AUTH-STATUS
019201     ELSE
019202         MOVE "N" TO WS-AUTH-EOF-SWITCH
019203         PERFORM C445-READ-AUTHORITY
019204         PERFORM C446-CHECK-ONE-AUTHORITY
019205             UNTIL WS-AUTH-AT-EOF
019206         CLOSE AUTHORIZATION-FILE
019207     END-IF.
019208******************************************************************
019209* C445-READ-AUTHORITY - READ THE NEXT OPERAUTH RECORD.           *
019210******************************************************************
019211 C445-READ-AUTHORITY.
019212     READ AUTHORIZATION-FILE
019213         AT END
019214             MOVE "Y" TO WS-AUTH-EOF-SWITCH
019215     END-READ.
019216******************************************************************
019217* C446-CHECK-ONE-AUTHORITY - TAKE THE RIGHT FROM THE OPERATOR'S  *
019218*                            OWN ENTRY, THEN ADVANCE. COMMENTS   *
019219*                            AND A BLANK USER ID MATCH NOTHING.  *
019220******************************************************************
019221 C446-CHECK-ONE-AUTHORITY.
019222     IF OA-USER-ID(1:1) NOT = "*"
019223         AND WS-OPERATOR-ID NOT = SPACES
019224         AND OA-USER-ID = WS-OPERATOR-ID
019225         AND OA-MAY-OVERRIDE-LOCK
019226         SET WS-LOCK-AUTHORIZED TO TRUE
019227     END-IF.
019228     PERFORM C445-READ-AUTHORITY.
019229******************************************************************
019230* C450-JOURNAL-OVERRIDE - APPEND THE OVERRIDE ATTEMPT TO CHGJRNL:*
019231*                         THE LOCK RECORD SET ASIDE IS THE       *
019232*                         BEFORE IMAGE, THIS RUN'S OWN "STARTED" *
019233*                         RECORD THE AFTER IMAGE.                *
019234******************************************************************
019235 C450-JOURNAL-OVERRIDE.
019236     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
019237     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
019238     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
019239     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-JOURNAL-TIME.
019240     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
019241     MOVE "VOWEL" TO JR-PROGRAM-ID.
019242     MOVE "RUNLOG" TO JR-MASTER-FILE.
019243     MOVE "O" TO JR-ACTION.
019244     IF WS-LOCK-AUTHORIZED
019245         MOVE "APPLIED" TO JR-OUTCOME
019246         MOVE "RUN LOCK OVERRIDDEN" TO JR-REASON
019247     ELSE
019248         MOVE "REFUSED" TO JR-OUTCOME
019249         MOVE "NO RUN-LOCK RIGHT" TO JR-REASON
019250     END-IF.
019251     MOVE WS-LAST-RUN-RECORD TO JR-RECORD-KEY.
019252     MOVE WS-LAST-RUN-RECORD TO JR-BEFORE-IMAGE.
019253     MOVE WS-RUN-DATE TO JS-RUN-DATE.
019254     MOVE WS-RUN-TIME TO JS-RUN-TIME.
019255     MOVE WS-OPERATOR-ID TO JS-OPERATOR-ID.
019256     MOVE "STARTED" TO JS-RUN-STATUS.
019257     MOVE JRNL-RUN-STATUS-RECORD TO JR-AFTER-IMAGE.
019258     OPEN EXTEND CHANGE-JOURNAL-FILE.
019259     IF WS-JRNL-FILE-MISSING
019260         OPEN OUTPUT CHANGE-JOURNAL-FILE
019261     END-IF.
019262     IF NOT WS-JRNL-OK
019263         DISPLAY "VOWEL: UNABLE TO OPEN CHGJRNL - STATUS "
019264             WS-JRNL-STATUS
019265     ELSE
019266         WRITE CHANGE-JOURNAL-RECORD
019267         IF WS-JRNL-OK
019268             SET WS-JRNL-WRITTEN TO TRUE
019269         END-IF
019270         CLOSE CHANGE-JOURNAL-FILE
019271     END-IF.
019272******************************************************************
019280* C340-RETIRE-CORRECTED-INPUT - THE BATCH THAT JUST FINISHED       *
019290*                              CLEAN CONSUMED THE WORDINCR         *
019300*                              CORRECTION FILE, SO EMPTY IT -      *
019480******************************************************************
019490 C210-CLEAR-CHECKPOINT.
019500     MOVE 0 TO CK-LAST-RECORD-COUNT.
019503     MOVE SPACES TO CK-RUN-TIMESTAMP.
019506     MOVE SPACES TO CK-PARTITION-STATE.
019510     MOVE 0 TO CK-SUM-RECORD-COUNT.
019520     MOVE 0 TO CK-SUM-TOTAL-VOWELS.
019530     MOVE 0 TO CK-SUM-MIN-VOWELS.
019660     MOVE 0 TO CK-SUM-SOURCE-COUNT.
019670     MOVE SPACES TO CK-SUM-SOURCE-TOTALS.
019680     MOVE 0 TO CK-SUM-UNKNOWN-COUNT.
019681     MOVE SPACES TO CK-TOKEN-MODE.
019682     MOVE 0 TO CK-SUM-PHRASE-COUNT.
019683     MOVE 0 TO CK-SUM-MAX-PHRASE-WORDS.
019684     MOVE 0 TO CK-SUM-PHRASE-UNKNOWN.
019685     MOVE 0 TO CK-SUM-TOKEN-COUNT.
019686     MOVE 0 TO CK-SUM-TOKEN-VOWELS.
019687     MOVE 0 TO CK-SUM-TOKEN-MIN-VOWELS.
019688     MOVE 0 TO CK-SUM-TOKEN-MAX-VOWELS.
019689     MOVE 0 TO CK-SUM-TOKEN-UNKNOWN.
019690     OPEN OUTPUT CHECKPOINT-FILE.
019700     IF NOT WS-CKPT-OK
019710         DISPLAY "VOWEL: UNABLE TO OPEN CHKPOINT - STATUS "
020270         PERFORM R920-PRINT-SUMMARY-STATS
020280         PERFORM R925-PRINT-CACHE-STATS
020290         PERFORM R926-PRINT-UNKNOWN-STATS
020295         PERFORM R928-PRINT-TOKEN-STATS
020300         PERFORM R927-PRINT-HISTOGRAM
020310         PERFORM R930-PRINT-VOWEL-BREAKDOWN
020320         PERFORM R932-PRINT-LENGTH-PROFILE
020410 R910-PRINT-PAGE-HEADER.
020420     ADD 1 TO WS-PAGE-NUMBER.
020430     MOVE SPACES TO WS-PRINT-LINE.
020431     IF WS-PARTITION-RUN
020432         STRING "VOWEL - BATCH SUMMARY REPORT - PARTITION "
020433             DELIMITED BY SIZE
020434             WS-PART-NUMBER DELIMITED BY SIZE
020435             " OF " DELIMITED BY SIZE
020436             WS-PART-COUNT DELIMITED BY SIZE
020437             INTO WS-PRINT-LINE
020438         END-STRING
020439     ELSE
020440     IF WS-MERGE-RUN
020441         STRING "VOWEL - BATCH SUMMARY REPORT - MERGED FROM "
020442             DELIMITED BY SIZE
020443             WS-PART-COUNT DELIMITED BY SIZE
020444             " PARTITIONS" DELIMITED BY SIZE
020445             INTO WS-PRINT-LINE
020446         END-STRING
020447     ELSE
020448         STRING "VOWEL - BATCH SUMMARY REPORT" DELIMITED BY SIZE
020449             INTO WS-PRINT-LINE
020450         END-STRING
020451     END-IF
020452     END-IF.
020470     WRITE SR-PRINT-LINE FROM WS-PRINT-LINE
020480         AFTER ADVANCING WS-TOP-OF-PAGE.
020490     MOVE SPACES TO WS-PRINT-LINE.
021700     PERFORM R950-PRINT-LINE.
021710******************************************************************
021720* R926-PRINT-UNKNOWN-STATS - UNKNOWN-WORDS SECTION: HOW MANY      *
021730*                           WORDS WERE NOT ON THE APPROVED-WORD   *
021740*                           DICTIONARY - EACH STRING SCORED WHOLE *
021750*                           AND, IN TOKEN MODE, EACH WORD OF A    *
021752*                           PHRASE (D110 CHECKS BOTH), WITH THE   *
021754*                           PHRASE WORDS ALSO SHOWN AS A SUBSET - *
021756*                           OR A NOTE THAT NO DICTIONARY WAS IN   *
021758*                           USE.                                  *
021760******************************************************************
021770 R926-PRINT-UNKNOWN-STATS.
021771     PERFORM R940-CHECK-PAGE-BREAK.
021772     MOVE SPACES TO WS-PRINT-LINE.
021773     IF WS-DICT-IN-USE
021774         MOVE WS-SUM-UNKNOWN-COUNT TO WS-ED-NUM8
021775         STRING "UNKNOWN WORDS (NOT ON DICT)  " DELIMITED BY SIZE
021776             WS-ED-NUM8 DELIMITED BY SIZE
021777             INTO WS-PRINT-LINE
021778         END-STRING
021779     ELSE
021780         STRING "UNKNOWN-WORD CHECKING ...... NOT IN USE "
021781             DELIMITED BY SIZE
021782             "(NO WORDDICT SUPPLIED)" DELIMITED BY SIZE
021783             INTO WS-PRINT-LINE
021784         END-STRING
021785     END-IF.
021786     PERFORM R950-PRINT-LINE.
021787******************************************************************
021788* R928-PRINT-TOKEN-STATS - PHRASE AND TOKEN SECTIONS FOR A RUN IN *
021789*                         TOKENIZATION MODE, KEPT APART FROM THE  *
021790*                         STRING FIGURES ABOVE (WHICH COUNT EACH  *
021791*                         PHRASE ONCE), OR A NOTE THAT THE MODE   *
021792*                         WAS OFF.                                *
021793******************************************************************
021794 R928-PRINT-TOKEN-STATS.
021795     IF NOT WS-TOKEN-MODE
021796         PERFORM R940-CHECK-PAGE-BREAK
021797         MOVE SPACES TO WS-PRINT-LINE
021798         STRING "PHRASE TOKENIZATION ........ NOT IN USE "
021799             DELIMITED BY SIZE
021800             "(WORDTOKN NOT SET)" DELIMITED BY SIZE
021801             INTO WS-PRINT-LINE
021802         END-STRING
021803         PERFORM R950-PRINT-LINE
021804     ELSE
021805         PERFORM R938-PRINT-PHRASE-SECTION
021806         PERFORM R939-PRINT-TOKEN-SECTION
021807     END-IF.
021808******************************************************************
021809* R938-PRINT-PHRASE-SECTION - MULTI-WORD PHRASES SPLIT, ONE-WORD  *
021810*                            STRINGS SCORED WHOLE, WORDS PER      *
021811*                            PHRASE AND PHRASES HOLDING AN        *
021812*                            UNKNOWN WORD.                        *
021813******************************************************************
021814 R938-PRINT-PHRASE-SECTION.
021815     COMPUTE WS-SUM-SINGLE-COUNT =
021816         WS-SUM-RECORD-COUNT - WS-SUM-PHRASE-COUNT.
021817     MOVE 0 TO WS-SUM-AVG-PHRASE-WORDS.
021818     IF WS-SUM-PHRASE-COUNT > 0
021819         DIVIDE WS-SUM-TOKEN-COUNT BY WS-SUM-PHRASE-COUNT
021820             GIVING WS-SUM-AVG-PHRASE-WORDS ROUNDED
021821     END-IF.
021822     PERFORM R940-CHECK-PAGE-BREAK.
021823     MOVE SPACES TO WS-PRINT-LINE.
021824     STRING "PHRASE STATISTICS" DELIMITED BY SIZE
021825         INTO WS-PRINT-LINE
021826     END-STRING.
021827     PERFORM R950-PRINT-LINE.
021828     PERFORM R940-CHECK-PAGE-BREAK.
021829     MOVE SPACES TO WS-PRINT-LINE.
021830     MOVE WS-SUM-PHRASE-COUNT TO WS-ED-NUM8.
021831     STRING "  PHRASES SPLIT INTO WORDS . " DELIMITED BY SIZE
021832         WS-ED-NUM8 DELIMITED BY SIZE
021833         INTO WS-PRINT-LINE
021834     END-STRING.
021835     PERFORM R950-PRINT-LINE.
021836     PERFORM R940-CHECK-PAGE-BREAK.
021837     MOVE SPACES TO WS-PRINT-LINE.
021838     MOVE WS-SUM-SINGLE-COUNT TO WS-ED-NUM8.
021839     STRING "  ONE-WORD STRINGS ......... " DELIMITED BY SIZE
021840         WS-ED-NUM8 DELIMITED BY SIZE
021841         INTO WS-PRINT-LINE
021842     END-STRING.
021843     PERFORM R950-PRINT-LINE.
021844     PERFORM R940-CHECK-PAGE-BREAK.
021845     MOVE SPACES TO WS-PRINT-LINE.
021846     STRING "  AVERAGE WORDS PER PHRASE . " DELIMITED BY SIZE
021847         WS-SUM-AVG-PHRASE-WORDS DELIMITED BY SIZE
021848         INTO WS-PRINT-LINE
021849     END-STRING.
021850     PERFORM R950-PRINT-LINE.
021851     PERFORM R940-CHECK-PAGE-BREAK.
021852     MOVE SPACES TO WS-PRINT-LINE.
021853     MOVE WS-SUM-MAX-PHRASE-WORDS TO WS-ED-NUM4.
021854     STRING "  MOST WORDS IN A PHRASE ... " DELIMITED BY SIZE
021855         WS-ED-NUM4 DELIMITED BY SIZE
021856         INTO WS-PRINT-LINE
021857     END-STRING.
021858     PERFORM R950-PRINT-LINE.
021859     IF WS-DICT-IN-USE
021860         PERFORM R940-CHECK-PAGE-BREAK
021861         MOVE SPACES TO WS-PRINT-LINE
021862         MOVE WS-SUM-PHRASE-UNKNOWN TO WS-ED-NUM8
021863         STRING "  PHRASES WITH UNKNOWN WORD  " DELIMITED BY SIZE
021864             WS-ED-NUM8 DELIMITED BY SIZE
021865             INTO WS-PRINT-LINE
021866         END-STRING
021867         PERFORM R950-PRINT-LINE
021868     END-IF.
021869******************************************************************
021870* R939-PRINT-TOKEN-SECTION - WORDS SCORED OUT OF SPLIT PHRASES,   *
021871*                           THEIR VOWEL FIGURES AND UNKNOWN       *
021872*                           WORDS AMONG THEM.                     *
021873******************************************************************
021874 R939-PRINT-TOKEN-SECTION.
021875     MOVE 0 TO WS-SUM-AVG-TOKEN-VOWELS.
021876     IF WS-SUM-TOKEN-COUNT = 0
021877         MOVE 0 TO WS-SUM-TOKEN-MIN-VOWELS
021878     ELSE
021879         DIVIDE WS-SUM-TOKEN-VOWELS BY WS-SUM-TOKEN-COUNT
021880             GIVING WS-SUM-AVG-TOKEN-VOWELS ROUNDED
021881     END-IF.
021882     PERFORM R940-CHECK-PAGE-BREAK.
021883     MOVE SPACES TO WS-PRINT-LINE.
021884     STRING "TOKEN STATISTICS" DELIMITED BY SIZE
021885         INTO WS-PRINT-LINE
021886     END-STRING.
021887     PERFORM R950-PRINT-LINE.
021888     PERFORM R940-CHECK-PAGE-BREAK.
021889     MOVE SPACES TO WS-PRINT-LINE.
021890     MOVE WS-SUM-TOKEN-COUNT TO WS-ED-NUM8.
021891     STRING "  WORDS SCORED FROM PHRASES  " DELIMITED BY SIZE
021892         WS-ED-NUM8 DELIMITED BY SIZE
021893         INTO WS-PRINT-LINE
021894     END-STRING.
021895     PERFORM R950-PRINT-LINE.
021896     PERFORM R940-CHECK-PAGE-BREAK.
021897     MOVE SPACES TO WS-PRINT-LINE.
021898     MOVE WS-SUM-TOKEN-VOWELS TO WS-ED-NUM8.
021899     STRING "  VOWELS IN THOSE WORDS .... " DELIMITED BY SIZE
021900         WS-ED-NUM8 DELIMITED BY SIZE
021901         INTO WS-PRINT-LINE
021902     END-STRING.
021903     PERFORM R950-PRINT-LINE.
021904     PERFORM R940-CHECK-PAGE-BREAK.
021905     MOVE SPACES TO WS-PRINT-LINE.
021906     STRING "  AVERAGE VOWELS PER WORD .. " DELIMITED BY SIZE
021907         WS-SUM-AVG-TOKEN-VOWELS DELIMITED BY SIZE
021908         INTO WS-PRINT-LINE
021909     END-STRING.
021910     PERFORM R950-PRINT-LINE.
021911     PERFORM R940-CHECK-PAGE-BREAK.
021912     MOVE SPACES TO WS-PRINT-LINE.
021913     MOVE WS-SUM-TOKEN-MIN-VOWELS TO WS-ED-NUM4.
021914     MOVE WS-SUM-TOKEN-MAX-VOWELS TO WS-ED-NUM8.
021915     STRING "  MIN / MAX VOWELS PER WORD  " DELIMITED BY SIZE
021916         WS-ED-NUM4 DELIMITED BY SIZE
021917         " / " DELIMITED BY SIZE
021918         WS-ED-NUM8(5:4) DELIMITED BY SIZE
021919         INTO WS-PRINT-LINE
021920     END-STRING.
021921     PERFORM R950-PRINT-LINE.
021922     IF WS-DICT-IN-USE
021923         PERFORM R940-CHECK-PAGE-BREAK
021924         MOVE SPACES TO WS-PRINT-LINE
021925         MOVE WS-SUM-TOKEN-UNKNOWN TO WS-ED-NUM8
021926         STRING "  UNKNOWN WORDS IN PHRASES . " DELIMITED BY SIZE
021927             WS-ED-NUM8 DELIMITED BY SIZE
021928             INTO WS-PRINT-LINE
021929         END-STRING
021930         PERFORM R950-PRINT-LINE
021931     END-IF.
021940******************************************************************
021950* R927-PRINT-HISTOGRAM - VOWEL-COUNT DISTRIBUTION SECTION, SO A    *
021960*                       RUN'S SHAPE (MOSTLY LOW-VOWEL WORDS,       *
023970         IF WS-PARM-REJECTED
023980             MOVE "ABORT-BAD-PARM" TO AU-RUN-STATUS
023990         ELSE
023992         IF WS-FEEDS-HELD
023994             MOVE "HELD-FEED-CERT" TO AU-RUN-STATUS
023996         ELSE
024000             IF WS-FATAL-ERROR
024010                 MOVE "ABORT-OPEN-FAIL" TO AU-RUN-STATUS
024020             ELSE
024030                 MOVE "ENDED-OK" TO AU-RUN-STATUS
024040             END-IF
024045         END-IF
024050         END-IF
024060     END-IF
024061     END-IF.
025050     IF WS-NEW-SEVERITY > WS-RETURN-CODE
025060         MOVE WS-NEW-SEVERITY TO WS-RETURN-CODE
025070     END-IF.
025080******************************************************************
025090* 1010-ZERO-SUMMARY-TOTALS - START EVERY BATCH-END SUMMARY       *
025100*                            ACCUMULATOR FROM ZERO.              *
025110******************************************************************
025120 1010-ZERO-SUMMARY-TOTALS.
025130     MOVE 0 TO WS-SUM-RECORD-COUNT.
025140     MOVE 0 TO WS-SUM-TOTAL-VOWELS.
025150     MOVE 0 TO WS-SUM-MAX-VOWELS.
025160     MOVE 99 TO WS-SUM-MIN-VOWELS.
025170     MOVE 0 TO WS-SUM-EXCEPTION-COUNT.
025180     MOVE 0 TO WS-SUM-CACHE-HIT-COUNT.
025190     MOVE 0 TO WS-SUM-CACHE-MISS-COUNT.
025200     MOVE 0 TO WS-SUM-UNKNOWN-COUNT.
025210     MOVE 0 TO WS-SUM-PHRASE-COUNT.
025220     MOVE 0 TO WS-SUM-MAX-PHRASE-WORDS.
025230     MOVE 0 TO WS-SUM-PHRASE-UNKNOWN.
025240     MOVE 0 TO WS-SUM-TOKEN-COUNT.
025250     MOVE 0 TO WS-SUM-TOKEN-VOWELS.
025260     MOVE 99 TO WS-SUM-TOKEN-MIN-VOWELS.
025270     MOVE 0 TO WS-SUM-TOKEN-MAX-VOWELS.
025280     MOVE 0 TO WS-SUM-TOKEN-UNKNOWN.
025290     PERFORM A137-ZERO-VOWEL-TOTAL
025300         VARYING WS-VOWEL-IDX FROM 1 BY 1
025310         UNTIL WS-VOWEL-IDX > 20.
025320     PERFORM A139-ZERO-HISTOGRAM
025330         VARYING WS-HIST-IX FROM 1 BY 1
025340         UNTIL WS-HIST-IX > 11.
025350     MOVE 0 TO WS-SUM-TOTAL-LENGTH.
025360     MOVE 0 TO WS-SUM-MAX-LENGTH.
025370     MOVE 99 TO WS-SUM-MIN-LENGTH.
025380     PERFORM A143-ZERO-LENGTH-TABLE
025390         VARYING WS-LEN-IX FROM 1 BY 1
025400         UNTIL WS-LEN-IX > 40.
025410     MOVE 0 TO WS-SOURCE-COUNT.
025420     PERFORM A145-ZERO-SOURCE-BUCKET
025430         VARYING WS-SRC-IX FROM 1 BY 1
025440         UNTIL WS-SRC-IX > 20.
025450******************************************************************
025460* F105-SET-EXPECTED-FEED-DATE - BUSINESS DATE THE FEEDS MUST     *
025470*                               CARRY: FEEDDATE, ELSE THE RUN    *
025480*                               DATE. THE MERGE STEP RECHECKS    *
025490*                               AGAINST THE DATE ITS SPLIT STEP  *
025500*                               CERTIFIED FOR, FROM PARTCTL.     *
025510******************************************************************
025520 F105-SET-EXPECTED-FEED-DATE.
025530     IF WS-MERGE-RUN
025540         MOVE WS-PC-FEED-DATE TO WS-EXPECTED-FEED-DATE
025550     ELSE
025560         ACCEPT WS-FEED-DATE-TEXT FROM ENVIRONMENT "FEEDDATE"
025570         IF WS-FEED-DATE-TEXT NUMERIC
025580             MOVE WS-FEED-DATE-TEXT TO WS-EXPECTED-FEED-DATE
025590         ELSE
025600             MOVE WS-RUN-DATE TO WS-EXPECTED-FEED-DATE
025610         END-IF
025620     END-IF.
025630******************************************************************
025640* P100-SET-RUN-MODE - READ VOWLPMODE AND, FOR A SPLIT OR A       *
025650*                     PARTITION, EDIT THE PARTITION COUNT OR     *
025660*                     NUMBER. A PARTITION SWITCHES ITS LIST,     *
025670*                     CHECKPOINT, EXCEPTION, EXTRACT AND REPORT  *
025680*                     FILES TO ITS OWN ".Pnn" NAMES.             *
025690******************************************************************
025700 P100-SET-RUN-MODE.
025710     MOVE "N" TO WS-RUN-REFUSED-SWITCH.
025720     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "VOWLPMODE".
025730     IF WS-SERIAL-RUN OR WS-SPLIT-RUN OR WS-PARTITION-RUN
025740         OR WS-MERGE-RUN
025750         CONTINUE
025760     ELSE
025770         DISPLAY "VOWEL: VOWLPMODE '" WS-RUN-MODE "' IS NOT "
025780             "SPLIT, PART OR MERGE - RUN REFUSED"
025790         PERFORM P190-REFUSE-STEP
025800     END-IF.
025810     IF WS-SPLIT-RUN
025820         ACCEPT WS-PART-NUMBER-TEXT FROM ENVIRONMENT "VOWLPARTS"
025830         PERFORM P105-EDIT-PART-NUMBER
025840         MOVE WS-PART-NUMBER TO WS-PART-COUNT
025850     END-IF.
025860     IF WS-PARTITION-RUN
025870         ACCEPT WS-PART-NUMBER-TEXT FROM ENVIRONMENT "VOWLPART"
025880         PERFORM P105-EDIT-PART-NUMBER
025890         MOVE WS-PART-NUMBER TO WS-PART-SUFFIX-NO
025900         PERFORM P110-BUILD-PARTITION-NAMES
025910         MOVE WS-PN-WLIST-FILE TO WS-CURRENT-WLIST-FILE
025920         MOVE WS-PN-CKPT-FILE TO WS-CURRENT-CKPT-FILE
025930         MOVE WS-PN-EXCEPT-FILE TO WS-CURRENT-EXCEPT-FILE
025940         MOVE WS-PN-EXTR-FILE TO WS-CURRENT-EXTR-FILE
025950         MOVE WS-PN-SUMRPT-FILE TO WS-CURRENT-SUMRPT-FILE
025960     END-IF.
025970******************************************************************
025980* P105-EDIT-PART-NUMBER - A PARTITION COUNT OR NUMBER MUST BE    *
025990*                         1 TO WS-PART-MAXIMUM. ONE DIGIT IS     *
026000*                         TAKEN AS ITS TWO-DIGIT EQUIVALENT.     *
026010******************************************************************
026020 P105-EDIT-PART-NUMBER.
026030     IF WS-PART-NUMBER-TEXT(2:1) = SPACE
026040         MOVE WS-PART-NUMBER-TEXT(1:1) TO WS-PART-NUMBER-TEXT(2:1)
026050         MOVE "0" TO WS-PART-NUMBER-TEXT(1:1)
026060     END-IF.
026070     IF WS-PART-NUMBER-TEXT NUMERIC
026080         MOVE WS-PART-NUMBER-TEXT TO WS-PART-NUMBER
026090     ELSE
026100         MOVE 0 TO WS-PART-NUMBER
026110     END-IF.
026120     IF WS-PART-NUMBER < 1
026130         OR WS-PART-NUMBER > WS-PART-MAXIMUM
026140         DISPLAY "VOWEL: PARTITION COUNT/NUMBER MUST BE 01 TO "
026150             WS-PART-MAXIMUM " - RUN REFUSED"
026160         MOVE 0 TO WS-PART-NUMBER
026170         PERFORM P190-REFUSE-STEP
026180     END-IF.
026190******************************************************************
026200* P110-BUILD-PARTITION-NAMES - THE FILE NAMES OF PARTITION       *
026210*                              WS-PART-SUFFIX-NO: EACH STANDARD  *
026220*                              NAME SUFFIXED ".Pnn".             *
026230******************************************************************
026240 P110-BUILD-PARTITION-NAMES.
026250     MOVE SPACES TO WS-PART-NAME-AREA.
026260     STRING "WORDINLS" DELIMITED BY SIZE
026270         WS-PART-SUFFIX DELIMITED BY SIZE
026280         INTO WS-PN-WLIST-FILE
026290     END-STRING.
026300     STRING "CHKPOINT" DELIMITED BY SIZE
026310         WS-PART-SUFFIX DELIMITED BY SIZE
026320         INTO WS-PN-CKPT-FILE
026330     END-STRING.
026340     STRING "EXCEPOUT" DELIMITED BY SIZE
026350         WS-PART-SUFFIX DELIMITED BY SIZE
026360         INTO WS-PN-EXCEPT-FILE
026370     END-STRING.
026380     STRING "EXTROUT" DELIMITED BY SIZE
026390         WS-PART-SUFFIX DELIMITED BY SIZE
026400         INTO WS-PN-EXTR-FILE
026410     END-STRING.
026420     STRING "SUMRPT" DELIMITED BY SIZE
026430         WS-PART-SUFFIX DELIMITED BY SIZE
026440         INTO WS-PN-SUMRPT-FILE
026450     END-STRING.
026460******************************************************************
026470* P190-REFUSE-STEP - THIS STEP CANNOT RUN AS ASKED. NOTHING      *
026480*                    HAS BEEN OPENED OR LOCKED.                  *
026490******************************************************************
026500 P190-REFUSE-STEP.
026510     SET WS-RUN-REFUSED TO TRUE.
026520     MOVE 8 TO WS-NEW-SEVERITY.
026530     PERFORM 9300-RAISE-SEVERITY.
026540******************************************************************
026550* P200-JOIN-LOGICAL-RUN - A PARTITION OR THE MERGE TAKES THE     *
026560*                         SPLIT STEP'S TIMESTAMP, OPERATOR AND   *
026570*                         SETTINGS FROM PARTCTL, AND RUNS ONLY   *
026580*                         WHILE THAT SPLIT RUN STILL HOLDS THE   *
026590*                         RUN LOCK ON RUNLOG.                    *
026600******************************************************************
026610 P200-JOIN-LOGICAL-RUN.
026620     OPEN INPUT PARTITION-CONTROL-FILE.
026630     IF NOT WS-PCTL-OK
026640         DISPLAY "VOWEL: UNABLE TO OPEN PARTCTL - STATUS "
026650             WS-PCTL-STATUS " - RUN THE SPLIT STEP FIRST"
026660         PERFORM P190-REFUSE-STEP
026670     ELSE
026680         READ PARTITION-CONTROL-FILE
026690             AT END
026700                 DISPLAY "VOWEL: PARTCTL IS EMPTY - RUN THE "
026710                     "SPLIT STEP FIRST"
026720                 PERFORM P190-REFUSE-STEP
026730         END-READ
026740         IF NOT WS-RUN-REFUSED
026750             MOVE PC-RUN-DATE TO WS-RUN-DATE
026760             MOVE PC-RUN-TIME TO WS-RUN-TIME
026770             MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID
026780             MOVE PC-PARTITION-COUNT TO WS-PART-COUNT
026790             MOVE PC-FEED-DATE TO WS-PC-FEED-DATE
026800             MOVE PC-TOKEN-MODE TO WS-PC-TOKEN-MODE
026810             IF PC-CORR-FEED-IN-BATCH
026820                 SET WS-CORR-FEED-IN-BATCH TO TRUE
026830             END-IF
026840         END-IF
026850         CLOSE PARTITION-CONTROL-FILE
026860     END-IF.
026870     IF NOT WS-RUN-REFUSED
026880         PERFORM P210-CHECK-RUN-OPEN
026890     END-IF.
026900     IF NOT WS-RUN-REFUSED
026910         AND WS-PARTITION-RUN
026920         IF WS-PART-NUMBER > WS-PART-COUNT
026930             DISPLAY "VOWEL: VOWLPART " WS-PART-NUMBER
026940                 " - THIS RUN WAS SPLIT INTO ONLY "
026950                 WS-PART-COUNT " PARTITION(S)"
026960             PERFORM P190-REFUSE-STEP
026970         ELSE
026980             PERFORM P215-CHECK-PARTITION-LIST
026990         END-IF
027000     END-IF.
027010******************************************************************
027020* P210-CHECK-RUN-OPEN - THE NEWEST RUNLOG RECORD MUST BE THE     *
027030*                       SPLIT STEP'S OWN "STARTED" RECORD. A     *
027040*                       RUN ALREADY MERGED, OR SUPERSEDED BY     *
027050*                       ANOTHER, IS NOT JOINED.                  *
027060******************************************************************
027070 P210-CHECK-RUN-OPEN.
027080     MOVE SPACES TO WS-LAST-RUN-STATUS.
027090     MOVE SPACES TO WS-LAST-RUN-RECORD.
027100     OPEN INPUT RUN-STATUS-FILE.
027110     IF WS-RUNLOG-OK
027120         MOVE "N" TO WS-RUNLOG-EOF-SWITCH
027130         PERFORM C405-READ-RUN-STATUS
027140         PERFORM C406-SAVE-RUN-STATUS
027150             UNTIL WS-RUNLOG-AT-EOF
027160         CLOSE RUN-STATUS-FILE
027170     END-IF.
027180     IF WS-LAST-RUN-STATUS NOT = "STARTED"
027190         OR WS-LAST-RUN-RECORD(1:14) NOT = WS-RUN-TIMESTAMP
027200         DISPLAY "VOWEL: SPLIT RUN " WS-RUN-DATE " " WS-RUN-TIME
027210             " IS NOT THE OPEN RUN ON RUNLOG - ALREADY MERGED "
027220             "OR SUPERSEDED - RUN REFUSED"
027230         PERFORM P190-REFUSE-STEP
027240     END-IF.
027250******************************************************************
027260* P215-CHECK-PARTITION-LIST - A PARTITION MUST HAVE ITS OWN      *
027270*                             LIST: WITHOUT ONE, C300 WOULD      *
027280*                             FALL BACK TO THE WHOLE WORDIN.     *
027290******************************************************************
027300 P215-CHECK-PARTITION-LIST.
027310     OPEN INPUT WORDIN-LIST-FILE.
027320     IF WS-WLIST-OK
027330         CLOSE WORDIN-LIST-FILE
027340     ELSE
027350         DISPLAY "VOWEL: UNABLE TO OPEN " WS-CURRENT-WLIST-FILE
027360         DISPLAY "VOWEL: STATUS " WS-WLIST-STATUS
027370             " - PARTITION " WS-PART-NUMBER " REFUSED"
027380         PERFORM P190-REFUSE-STEP
027390     END-IF.
027400******************************************************************
027410* P300-SPLIT-BATCH - DEAL THE CERTIFIED WORDINLS FEEDS OUT TO    *
027420*                    THE PARTITIONS, WRITE EACH PARTITION'S      *
027430*                    LIST AND PARTCTL, THEN TAKE THE RUN LOCK    *
027440*                    FOR THE WHOLE LOGICAL RUN. NOTHING IS       *
027450*                    SCORED HERE.                                *
027460******************************************************************
027470 P300-SPLIT-BATCH.
027480     MOVE 0 TO WS-PLAN-COUNT.
027490     MOVE 0 TO WS-PLAN-CFD-PTR.
027500     MOVE "N" TO WS-CORR-FEED-SWITCH.
027510     PERFORM P305-ZERO-PART-LOAD
027520         VARYING WS-PART-IX FROM 1 BY 1
027530         UNTIL WS-PART-IX > WS-PART-MAXIMUM.
027540     MOVE "N" TO WS-WLIST-EOF-SWITCH.
027550     OPEN INPUT WORDIN-LIST-FILE.
027560     IF WS-WLIST-OK
027570         PERFORM C310-READ-WORDIN-LIST
027580         PERFORM P310-PLAN-LISTED-FEED
027590             UNTIL WS-WLIST-NO-MORE-FILES
027600             OR WS-RUN-REFUSED
027610         CLOSE WORDIN-LIST-FILE
027620     END-IF.
027630     MOVE "N" TO WS-WLIST-EOF-SWITCH.
027640*   NO LIST, OR AN EMPTY ONE, MEANS THE SINGLE WORDIN FILE - F100*
027650*   CERTIFIED IT THE SAME WAY.                                   *
027660     IF WS-PLAN-COUNT = 0
027670         AND NOT WS-RUN-REFUSED
027680         MOVE "WORDIN" TO WS-CURRENT-WORDIN-FILE
027690         PERFORM P312-ADD-PLAN-ENTRY
027700     END-IF.
027710     MOVE "WORDIN" TO WS-CURRENT-WORDIN-FILE.
027720     IF NOT WS-RUN-REFUSED
027730         MOVE 0 TO WS-PLAN-USED
027740         PERFORM P318-COUNT-USED-PARTITION
027750             VARYING WS-PART-IX FROM 1 BY 1
027760             UNTIL WS-PART-IX > WS-PART-COUNT
027770         IF WS-PLAN-USED < WS-PART-COUNT
027780             DISPLAY "VOWEL: ONLY " WS-PLAN-USED " PARTITION(S) "
027790                 "NEEDED FOR THIS BATCH - VOWLPARTS "
027795                 WS-PART-COUNT
027800                 " REDUCED"
027810             MOVE WS-PLAN-USED TO WS-PART-COUNT
027820         END-IF
027830         PERFORM P320-WRITE-PARTITION-LIST
027840             VARYING WS-PART-IX FROM 1 BY 1
027850             UNTIL WS-PART-IX > WS-PART-COUNT
027860             OR WS-FATAL-ERROR
027870         MOVE "WORDINLS" TO WS-CURRENT-WLIST-FILE
027880         IF NOT WS-FATAL-ERROR
027890             PERFORM P330-WRITE-PARTITION-CONTROL
027900         END-IF
027910         IF NOT WS-FATAL-ERROR
027920             PERFORM C410-WRITE-RUN-STARTED
027930             DISPLAY "VOWEL: RUN " WS-RUN-DATE " " WS-RUN-TIME
027940                 " SPLIT INTO " WS-PART-COUNT " PARTITION(S) - "
027950                 "RUN EACH WITH VOWLPMODE=PART, THEN MERGE"
027960         END-IF
027970     END-IF.
027980******************************************************************
027990* P305-ZERO-PART-LOAD - CLEAR ONE PARTITION'S RUNNING LOAD.      *
028000******************************************************************
028010 P305-ZERO-PART-LOAD.
028020     MOVE 0 TO WS-PLOAD-FILES(WS-PART-IX).
028030     MOVE 0 TO WS-PLOAD-RECORDS(WS-PART-IX).
028040******************************************************************
028050* P310-PLAN-LISTED-FEED - PLAN THE FEED JUST READ FROM WORDINLS  *
028060*                         AND READ THE NEXT NAME.                *
028070******************************************************************
028080 P310-PLAN-LISTED-FEED.
028090     MOVE WL-FILE-NAME TO WS-CURRENT-WORDIN-FILE.
028100     PERFORM P312-ADD-PLAN-ENTRY.
028110     PERFORM C310-READ-WORDIN-LIST.
028120******************************************************************
028130* P312-ADD-PLAN-ENTRY - ADD WS-CURRENT-WORDIN-FILE TO THE SPLIT  *
028140*                       PLAN WITH ITS SOURCE AND CERTIFIED       *
028150*                       RECORD COUNT, IN LIST ORDER, SO THE NTH  *
028160*                       CERTIFIED FEED IS THE NTH WS-CFD ENTRY.  *
028170*                       WORDINCR IS UNCERTIFIED AND UNCOUNTED.   *
028180******************************************************************
028190 P312-ADD-PLAN-ENTRY.
028200     IF WS-PLAN-COUNT NOT < 50
028210         DISPLAY "VOWEL: MORE THAN 50 FEEDS ON WORDINLS - SPLIT "
028220             "REFUSED"
028230         PERFORM P190-REFUSE-STEP
028240     ELSE
028250         ADD 1 TO WS-PLAN-COUNT
028260         MOVE WS-CURRENT-WORDIN-FILE
028270             TO WS-PLAN-FILE-NAME(WS-PLAN-COUNT)
028280         IF WS-CURRENT-WORDIN-FILE = "WORDINCR"
028290             SET WS-CORR-FEED-IN-BATCH TO TRUE
028300             MOVE "WORDINCR" TO WS-PLAN-SOURCE-ID(WS-PLAN-COUNT)
028310             MOVE 0 TO WS-PLAN-RECORDS
028320         ELSE
028330             ADD 1 TO WS-PLAN-CFD-PTR
028340             SET WS-CFD-IX TO WS-PLAN-CFD-PTR
028350             MOVE WS-CFD-SOURCE-ID(WS-CFD-IX)
028360                 TO WS-PLAN-SOURCE-ID(WS-PLAN-COUNT)
028370             MOVE WS-CFD-RECORD-COUNT(WS-CFD-IX)
028380                 TO WS-PLAN-RECORDS
028390         END-IF
028400         PERFORM P314-DEAL-PLAN-ENTRY
028410     END-IF.
028420******************************************************************
028430* P314-DEAL-PLAN-ENTRY - CHOOSE THE NEWEST PLAN ENTRY'S          *
028440*                        PARTITION: ITS SOURCE'S PARTITION IF    *
028450*                        AN EARLIER FEED OF THAT SOURCE HAS      *
028460*                        ONE, SO A SOURCE'S FEED SEQUENCE STAYS  *
028470*                        IN ONE STREAM; ELSE THE FIRST EMPTY     *
028480*                        PARTITION; ELSE THE LEAST LOADED.       *
028490******************************************************************
028500 P314-DEAL-PLAN-ENTRY.
028510     MOVE 0 TO WS-PLAN-TARGET.
028520     PERFORM P315-FIND-SOURCE-PARTITION
028530         VARYING WS-PLAN-IX FROM 1 BY 1
028540         UNTIL WS-PLAN-IX NOT < WS-PLAN-COUNT
028550         OR WS-PLAN-TARGET > 0.
028560     IF WS-PLAN-TARGET = 0
028570         PERFORM P316-FIND-EMPTY-PARTITION
028580             VARYING WS-PART-IX FROM 1 BY 1
028590             UNTIL WS-PART-IX > WS-PART-COUNT
028600             OR WS-PLAN-TARGET > 0
028610     END-IF.
028620     IF WS-PLAN-TARGET = 0
028630         MOVE 1 TO WS-PLAN-TARGET
028640         PERFORM P317-FIND-LIGHTEST-PARTITION
028650             VARYING WS-PART-IX FROM 2 BY 1
028660             UNTIL WS-PART-IX > WS-PART-COUNT
028670     END-IF.
028680     MOVE WS-PLAN-TARGET TO WS-PLAN-PARTITION(WS-PLAN-COUNT).
028690     ADD 1 TO WS-PLOAD-FILES(WS-PLAN-TARGET).
028700     ADD WS-PLAN-RECORDS TO WS-PLOAD-RECORDS(WS-PLAN-TARGET).
028710******************************************************************
028720* P315-FIND-SOURCE-PARTITION - TEST ONE EARLIER PLAN ENTRY FOR   *
028730*                              THE NEWEST ENTRY'S SOURCE.        *
028740******************************************************************
028750 P315-FIND-SOURCE-PARTITION.
028760     IF WS-PLAN-SOURCE-ID(WS-PLAN-IX)
028770         = WS-PLAN-SOURCE-ID(WS-PLAN-COUNT)
028780         MOVE WS-PLAN-PARTITION(WS-PLAN-IX) TO WS-PLAN-TARGET
028790     END-IF.
028800******************************************************************
028810* P316-FIND-EMPTY-PARTITION - TEST ONE PARTITION FOR NO FEEDS.   *
028820******************************************************************
028830 P316-FIND-EMPTY-PARTITION.
028840     IF WS-PLOAD-FILES(WS-PART-IX) = 0
028850         MOVE WS-PART-IX TO WS-PLAN-TARGET
028860     END-IF.
028870******************************************************************
028880* P317-FIND-LIGHTEST-PARTITION - KEEP THE PARTITION WITH THE     *
028890*                                FEWEST CERTIFIED RECORDS, THE   *
028900*                                LOWEST NUMBER ON A TIE.         *
028910******************************************************************
028920 P317-FIND-LIGHTEST-PARTITION.
028930     IF WS-PLOAD-RECORDS(WS-PART-IX)
028940         < WS-PLOAD-RECORDS(WS-PLAN-TARGET)
028950         MOVE WS-PART-IX TO WS-PLAN-TARGET
028960     END-IF.
028970******************************************************************
028980* P318-COUNT-USED-PARTITION - COUNT ONE PARTITION THAT WAS       *
028990*                             DEALT AT LEAST ONE FEED. EMPTY     *
029000*                             ONES ARE FILLED LOWEST FIRST, SO   *
029010*                             THE USED ONES ARE 01 UPWARD.       *
029020******************************************************************
029030 P318-COUNT-USED-PARTITION.
029040     IF WS-PLOAD-FILES(WS-PART-IX) > 0
029050         ADD 1 TO WS-PLAN-USED
029060     END-IF.
029070******************************************************************
029080* P320-WRITE-PARTITION-LIST - WRITE WORDINLS.Pnn, THE FEEDS      *
029090*                             DEALT TO PARTITION WS-PART-IX, IN  *
029100*                             THEIR ORIGINAL LIST ORDER.         *
029110******************************************************************
029120 P320-WRITE-PARTITION-LIST.
029130     MOVE WS-PART-IX TO WS-PART-SUFFIX-NO.
029140     PERFORM P110-BUILD-PARTITION-NAMES.
029150     MOVE WS-PN-WLIST-FILE TO WS-CURRENT-WLIST-FILE.
029160     OPEN OUTPUT WORDIN-LIST-FILE.
029170     IF NOT WS-WLIST-OK
029180         DISPLAY "VOWEL: UNABLE TO OPEN " WS-CURRENT-WLIST-FILE
029190         DISPLAY "VOWEL: STATUS " WS-WLIST-STATUS
029200             " - SPLIT NOT COMPLETED, RUN NOT STARTED"
029210         SET WS-FATAL-ERROR TO TRUE
029220         MOVE 12 TO WS-NEW-SEVERITY
029230         PERFORM 9300-RAISE-SEVERITY
029240     ELSE
029250         PERFORM P325-WRITE-LIST-ENTRY
029260             VARYING WS-PLAN-IX FROM 1 BY 1
029270             UNTIL WS-PLAN-IX > WS-PLAN-COUNT
029280         CLOSE WORDIN-LIST-FILE
029290         MOVE WS-PLOAD-FILES(WS-PART-IX) TO WS-ED-NUM4
029300         MOVE WS-PLOAD-RECORDS(WS-PART-IX) TO WS-ED-NUM8
029310         DISPLAY "VOWEL: PARTITION " WS-PART-SUFFIX-NO " - "
029320             WS-ED-NUM4 " FEED(S), " WS-ED-NUM8
029330             " CERTIFIED RECORD(S)"
029340     END-IF.
029350******************************************************************
029360* P325-WRITE-LIST-ENTRY - LIST ONE PLAN ENTRY IF IT WAS DEALT    *
029370*                         TO THE PARTITION BEING WRITTEN.        *
029380******************************************************************
029390 P325-WRITE-LIST-ENTRY.
029400     IF WS-PLAN-PARTITION(WS-PLAN-IX) = WS-PART-IX
029410         MOVE WS-PLAN-FILE-NAME(WS-PLAN-IX) TO WL-FILE-NAME
029420         WRITE WORDIN-LIST-RECORD
029430     END-IF.
029440******************************************************************
029450* P330-WRITE-PARTITION-CONTROL - RECORD THE LOGICAL RUN ON       *
029460*                                PARTCTL FOR THE PARTITIONS AND  *
029470*                                THE MERGE: ITS ONE TIMESTAMP AND*
029480*                                OPERATOR, PARTITION COUNT, FEED *
029490*                                DATE, WORDTOKN MODE AND WHETHER *
029500*                                WORDINCR IS IN THE BATCH.       *
029510******************************************************************
029520 P330-WRITE-PARTITION-CONTROL.
029530     ACCEPT WS-TOKEN-MODE-SW FROM ENVIRONMENT "WORDTOKN".
029540     IF WS-TOKEN-MODE-SW NOT = "Y"
029550         MOVE "N" TO WS-TOKEN-MODE-SW
029560     END-IF.
029570     MOVE WS-RUN-DATE TO PC-RUN-DATE.
029580     MOVE WS-RUN-TIME TO PC-RUN-TIME.
029590     MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID.
029600     MOVE WS-PART-COUNT TO PC-PARTITION-COUNT.
029610     MOVE WS-EXPECTED-FEED-DATE TO PC-FEED-DATE.
029620     MOVE WS-TOKEN-MODE-SW TO PC-TOKEN-MODE.
029630     MOVE WS-CORR-FEED-SWITCH TO PC-CORR-FEED-FLAG.
029640     OPEN OUTPUT PARTITION-CONTROL-FILE.
029650     IF NOT WS-PCTL-OK
029660         DISPLAY "VOWEL: UNABLE TO OPEN PARTCTL - STATUS "
029670             WS-PCTL-STATUS " - SPLIT NOT COMPLETED, RUN NOT "
029680             "STARTED"
029690         SET WS-FATAL-ERROR TO TRUE
029700         MOVE 12 TO WS-NEW-SEVERITY
029710         PERFORM 9300-RAISE-SEVERITY
029720     ELSE
029730         WRITE PARTITION-CONTROL-RECORD
029740         CLOSE PARTITION-CONTROL-FILE
029750     END-IF.
029760******************************************************************
029770* M100-MERGE-PARTITIONS - COMBINE THE FINISHED PARTITIONS OF     *
029780*                         THE SPLIT RUN: THEIR FINAL CHECKPOINT  *
029790*                         TOTALS INTO ONE SET OF SUMMARY TOTALS, *
029800*                         AND THEIR EXTRACT AND EXCEPTION FILES  *
029810*                         INTO ONE EXTROUT AND ONE EXCEPOUT.     *
029820*                         NOTHING IS MERGED UNLESS EVERY         *
029830*                         PARTITION HAS FINISHED CLEAN.          *
029840******************************************************************
029850 M100-MERGE-PARTITIONS.
029860     PERFORM 1010-ZERO-SUMMARY-TOTALS.
029870     MOVE WS-PC-TOKEN-MODE TO WS-TOKEN-MODE-SW.
029880*   THE LOGICAL RUN'S ELAPSED TIME RUNS FROM THE SPLIT STEP.     *
029890     MOVE WS-RUN-TIME TO WS-TIME-CONVERT-IN.
029900     PERFORM C215-CONVERT-TIME-TO-SECONDS.
029910     MOVE WS-TIME-CONVERT-OUT TO WS-JOB-START-SECONDS.
029920     MOVE 0 TO WS-PART-INCOMPLETE-COUNT.
029930     PERFORM M110-CHECK-ONE-PARTITION
029940         VARYING WS-PART-IX FROM 1 BY 1
029950         UNTIL WS-PART-IX > WS-PART-COUNT.
029960     MOVE "CHKPOINT" TO WS-CURRENT-CKPT-FILE.
029970     IF WS-PART-INCOMPLETE-COUNT > 0
029980         MOVE WS-PART-INCOMPLETE-COUNT TO WS-ED-NUM4
029990         DISPLAY "VOWEL: " WS-ED-NUM4 " PARTITION(S) NOT "
029995             "FINISHED - NOTHING MERGED. RESTART ONLY THOSE "
030000             "PARTITIONS, "
030010             "THEN RERUN THE MERGE."
030020         MOVE 8 TO WS-NEW-SEVERITY
030030         PERFORM 9300-RAISE-SEVERITY
030040     ELSE
030050         PERFORM M200-MERGE-OUTPUT-FILES
030060         PERFORM M900-FINISH-MERGE
030070     END-IF.
030080******************************************************************
030090* M110-CHECK-ONE-PARTITION - READ PARTITION WS-PART-IX'S         *
030100*                            CHECKPOINT. IT COUNTS ONLY WHEN     *
030110*                            MARKED COMPLETE FOR THIS RUN'S      *
030120*                            TIMESTAMP, AND ITS TOTALS ARE THEN  *
030130*                            ADDED IN.                           *
030140******************************************************************
030150 M110-CHECK-ONE-PARTITION.
030160     MOVE WS-PART-IX TO WS-PART-SUFFIX-NO.
030170     PERFORM P110-BUILD-PARTITION-NAMES.
030180     MOVE WS-PN-CKPT-FILE TO WS-CURRENT-CKPT-FILE.
030190     MOVE "N" TO WS-PART-DONE-SWITCH.
030200     OPEN INPUT CHECKPOINT-FILE.
030210     IF WS-CKPT-OK
030220         READ CHECKPOINT-FILE
030230             AT END
030240                 CONTINUE
030250         END-READ
030260         IF WS-CKPT-OK
030270             IF CK-PARTITION-COMPLETE
030280                 AND CK-RUN-TIMESTAMP = WS-RUN-TIMESTAMP
030290                 SET WS-PART-DONE TO TRUE
030300                 PERFORM M120-ADD-PARTITION-TOTALS
030310             END-IF
030320         END-IF
030330         CLOSE CHECKPOINT-FILE
030340     END-IF.
030350     IF WS-PART-DONE
030360         MOVE CK-SUM-RECORD-COUNT TO WS-ED-NUM8
030370         DISPLAY "VOWEL: PARTITION " WS-PART-SUFFIX-NO
030380             " FINISHED - " WS-ED-NUM8 " RECORD(S)"
030390     ELSE
030400         ADD 1 TO WS-PART-INCOMPLETE-COUNT
030410         DISPLAY "VOWEL: PARTITION " WS-PART-SUFFIX-NO
030420             " HAS NOT FINISHED FOR THIS RUN"
030430     END-IF.
030440******************************************************************
030450* M120-ADD-PARTITION-TOTALS - ADD ONE FINISHED PARTITION'S       *
030460*                             CHECKPOINT TOTALS TO THE RUN'S.    *
030470*                             A PARTITION WITH NO RECORDS (OR NO *
030480*                             TOKENS) HAS NO MINIMUM OR MAXIMUM  *
030490*                             TO OFFER.                          *
030500******************************************************************
030510 M120-ADD-PARTITION-TOTALS.
030520     ADD CK-SUM-RECORD-COUNT TO WS-SUM-RECORD-COUNT.
030530     ADD CK-SUM-TOTAL-VOWELS TO WS-SUM-TOTAL-VOWELS.
030540     ADD CK-SUM-EXCEPTION-COUNT TO WS-SUM-EXCEPTION-COUNT.
030550     ADD CK-SUM-CACHE-HIT-COUNT TO WS-SUM-CACHE-HIT-COUNT.
030560     ADD CK-SUM-CACHE-MISS-COUNT TO WS-SUM-CACHE-MISS-COUNT.
030570     ADD CK-SUM-TOTAL-LENGTH TO WS-SUM-TOTAL-LENGTH.
030580     ADD CK-SUM-UNKNOWN-COUNT TO WS-SUM-UNKNOWN-COUNT.
030590     IF CK-SUM-RECORD-COUNT > 0
030600         IF CK-SUM-MIN-VOWELS < WS-SUM-MIN-VOWELS
030610             MOVE CK-SUM-MIN-VOWELS TO WS-SUM-MIN-VOWELS
030620         END-IF
030630         IF CK-SUM-MAX-VOWELS > WS-SUM-MAX-VOWELS
030640             MOVE CK-SUM-MAX-VOWELS TO WS-SUM-MAX-VOWELS
030650         END-IF
030660         IF CK-SUM-MIN-LENGTH < WS-SUM-MIN-LENGTH
030670             MOVE CK-SUM-MIN-LENGTH TO WS-SUM-MIN-LENGTH
030680         END-IF
030690         IF CK-SUM-MAX-LENGTH > WS-SUM-MAX-LENGTH
030700             MOVE CK-SUM-MAX-LENGTH TO WS-SUM-MAX-LENGTH
030710         END-IF
030720     END-IF.
030730     ADD CK-SUM-PHRASE-COUNT TO WS-SUM-PHRASE-COUNT.
030740     ADD CK-SUM-PHRASE-UNKNOWN TO WS-SUM-PHRASE-UNKNOWN.
030750     IF CK-SUM-MAX-PHRASE-WORDS > WS-SUM-MAX-PHRASE-WORDS
030760         MOVE CK-SUM-MAX-PHRASE-WORDS TO WS-SUM-MAX-PHRASE-WORDS
030770     END-IF.
030780     ADD CK-SUM-TOKEN-COUNT TO WS-SUM-TOKEN-COUNT.
030790     ADD CK-SUM-TOKEN-VOWELS TO WS-SUM-TOKEN-VOWELS.
030800     ADD CK-SUM-TOKEN-UNKNOWN TO WS-SUM-TOKEN-UNKNOWN.
030810     IF CK-SUM-TOKEN-COUNT > 0
030820         IF CK-SUM-TOKEN-MIN-VOWELS < WS-SUM-TOKEN-MIN-VOWELS
030830             MOVE CK-SUM-TOKEN-MIN-VOWELS
030840                 TO WS-SUM-TOKEN-MIN-VOWELS
030850         END-IF
030860         IF CK-SUM-TOKEN-MAX-VOWELS > WS-SUM-TOKEN-MAX-VOWELS
030870             MOVE CK-SUM-TOKEN-MAX-VOWELS
030880                 TO WS-SUM-TOKEN-MAX-VOWELS
030890         END-IF
030900     END-IF.
030910     PERFORM M122-ADD-VOWEL-TOTAL
030920         VARYING WS-VOWEL-IDX FROM 1 BY 1
030930         UNTIL WS-VOWEL-IDX > 20.
030940     PERFORM M124-ADD-HISTOGRAM-BUCKET
030950         VARYING WS-CKPT-TABLE-IDX FROM 1 BY 1
030960         UNTIL WS-CKPT-TABLE-IDX > 11.
030970     PERFORM M126-ADD-LENGTH-BUCKET
030980         VARYING WS-CKPT-TABLE-IDX FROM 1 BY 1
030990         UNTIL WS-CKPT-TABLE-IDX > 40.
031000     PERFORM M128-ADD-SOURCE-BUCKET
031010         VARYING WS-CKPT-TABLE-IDX FROM 1 BY 1
031020         UNTIL WS-CKPT-TABLE-IDX > CK-SUM-SOURCE-COUNT.
031030******************************************************************
031040* M122-ADD-VOWEL-TOTAL - ADD ONE PER-VOWEL SLOT OF A             *
031050*                        PARTITION'S CHECKPOINT.                 *
031060******************************************************************
031070 M122-ADD-VOWEL-TOTAL.
031080     ADD CK-SUM-VOWEL-UPPER-TOTAL(WS-VOWEL-IDX)
031090         TO WS-SUM-VOWEL-UPPER-TOTAL(WS-VOWEL-IDX).
031100     ADD CK-SUM-VOWEL-LOWER-TOTAL(WS-VOWEL-IDX)
031110         TO WS-SUM-VOWEL-LOWER-TOTAL(WS-VOWEL-IDX).
031120******************************************************************
031130* M124-ADD-HISTOGRAM-BUCKET - ADD ONE VOWEL-COUNT HISTOGRAM      *
031140*                             BUCKET OF A PARTITION'S CHECKPOINT.*
031150******************************************************************
031160 M124-ADD-HISTOGRAM-BUCKET.
031170     ADD CK-SUM-HISTOGRAM-ENTRY(WS-CKPT-TABLE-IDX)
031180         TO WS-SUM-HISTOGRAM-ENTRY(WS-CKPT-TABLE-IDX).
031190******************************************************************
031200* M126-ADD-LENGTH-BUCKET - ADD ONE LENGTH-DISTRIBUTION BUCKET    *
031210*                          OF A PARTITION'S CHECKPOINT.          *
031220******************************************************************
031230 M126-ADD-LENGTH-BUCKET.
031240     ADD CK-SUM-LENGTH-ENTRY(WS-CKPT-TABLE-IDX)
031250         TO WS-SUM-LENGTH-ENTRY(WS-CKPT-TABLE-IDX).
031260******************************************************************
031270* M128-ADD-SOURCE-BUCKET - FOLD ONE PER-SOURCE SLOT OF A         *
031280*                          PARTITION'S CHECKPOINT INTO THE RUN'S *
031290*                          SOURCE TABLE BY FILE NAME, THE SAME   *
031300*                          WAY A150 FOLDS A SCORED RECORD.       *
031310******************************************************************
031320 M128-ADD-SOURCE-BUCKET.
031330     MOVE CK-SRC-NAME(WS-CKPT-TABLE-IDX)
031335         TO WS-CURRENT-WORDIN-FILE.
031340     MOVE "N" TO WS-SRC-FOUND-SWITCH.
031350     MOVE 0 TO WS-SRC-SLOT.
031360     PERFORM A151-FIND-ONE-SOURCE
031370         VARYING WS-SRC-IX FROM 1 BY 1
031380         UNTIL WS-SRC-IX > WS-SOURCE-COUNT
031390         OR WS-SRC-FOUND.
031400     IF NOT WS-SRC-FOUND
031410         IF WS-SOURCE-COUNT < 20
031420             ADD 1 TO WS-SOURCE-COUNT
031430             MOVE WS-SOURCE-COUNT TO WS-SRC-SLOT
031440             MOVE CK-SRC-NAME(WS-CKPT-TABLE-IDX)
031450                 TO WS-SRC-NAME(WS-SRC-SLOT)
031460         ELSE
031470             DISPLAY "VOWEL: SOURCE TABLE FULL - PER-SOURCE "
031480                 "TOTALS OMIT " CK-SRC-NAME(WS-CKPT-TABLE-IDX)
031490         END-IF
031500     END-IF.
031510     IF WS-SRC-SLOT > 0
031520         ADD CK-SRC-RECORDS(WS-CKPT-TABLE-IDX)
031530             TO WS-SRC-RECORDS(WS-SRC-SLOT)
031540         ADD CK-SRC-EXCEPTIONS(WS-CKPT-TABLE-IDX)
031550             TO WS-SRC-EXCEPTIONS(WS-SRC-SLOT)
031560         ADD CK-SRC-VOWELS(WS-CKPT-TABLE-IDX)
031570             TO WS-SRC-VOWELS(WS-SRC-SLOT)
031580     END-IF.
031590     MOVE "WORDIN" TO WS-CURRENT-WORDIN-FILE.
031600******************************************************************
031610* M200-MERGE-OUTPUT-FILES - WRITE THE RUN'S EXTROUT AND          *
031620*                           EXCEPOUT AS EACH PARTITION'S FILE    *
031630*                           IN TURN, PARTITION 01 FIRST.         *
031640******************************************************************
031650 M200-MERGE-OUTPUT-FILES.
031660     MOVE 0 TO WS-MERGE-EXTR-COUNT.
031670     MOVE 0 TO WS-MERGE-EXCEPT-COUNT.
031680     OPEN OUTPUT EXTRACT-FILE.
031690     IF NOT WS-EXTR-OK
031700         DISPLAY "VOWEL: UNABLE TO OPEN EXTROUT - STATUS "
031710             WS-EXTR-STATUS
031720         SET WS-FATAL-ERROR TO TRUE
031730         MOVE 12 TO WS-NEW-SEVERITY
031740         PERFORM 9300-RAISE-SEVERITY
031750     ELSE
031760         OPEN OUTPUT EXCEPTION-FILE
031770         IF NOT WS-EXCEPT-OK
031780             DISPLAY "VOWEL: UNABLE TO OPEN EXCEPOUT - STATUS "
031790                 WS-EXCEPT-STATUS
031800             SET WS-FATAL-ERROR TO TRUE
031810             MOVE 12 TO WS-NEW-SEVERITY
031820             PERFORM 9300-RAISE-SEVERITY
031830         ELSE
031840             PERFORM M210-COPY-ONE-PARTITION
031850                 VARYING WS-PART-IX FROM 1 BY 1
031860                 UNTIL WS-PART-IX > WS-PART-COUNT
031870                 OR WS-FATAL-ERROR
031880             CLOSE EXCEPTION-FILE
031890         END-IF
031900         CLOSE EXTRACT-FILE
031910     END-IF.
031920******************************************************************
031930* M210-COPY-ONE-PARTITION - APPEND PARTITION WS-PART-IX'S        *
031940*                           EXTRACT AND EXCEPTION RECORDS.       *
031950******************************************************************
031960 M210-COPY-ONE-PARTITION.
031970     MOVE WS-PART-IX TO WS-PART-SUFFIX-NO.
031980     PERFORM P110-BUILD-PARTITION-NAMES.
031990     MOVE WS-PN-EXTR-FILE TO WS-PART-EXTR-FILE.
032000     MOVE WS-PN-EXCEPT-FILE TO WS-PART-EXCEPT-FILE.
032010     OPEN INPUT PART-EXTRACT-FILE.
032020     IF NOT WS-PEXTR-OK
032030         DISPLAY "VOWEL: UNABLE TO OPEN " WS-PART-EXTR-FILE
032040         DISPLAY "VOWEL: STATUS " WS-PEXTR-STATUS
032050         SET WS-FATAL-ERROR TO TRUE
032060         MOVE 12 TO WS-NEW-SEVERITY
032070         PERFORM 9300-RAISE-SEVERITY
032080     ELSE
032090         MOVE "N" TO WS-PART-EOF-SWITCH
032100         PERFORM M215-READ-PART-EXTRACT
032110         PERFORM M216-COPY-PART-EXTRACT
032120             UNTIL WS-PART-AT-EOF
032130         CLOSE PART-EXTRACT-FILE
032140     END-IF.
032150     IF NOT WS-FATAL-ERROR
032160         OPEN INPUT PART-EXCEPTION-FILE
032170         IF NOT WS-PEXC-OK
032180             DISPLAY "VOWEL: UNABLE TO OPEN " WS-PART-EXCEPT-FILE
032190             DISPLAY "VOWEL: STATUS " WS-PEXC-STATUS
032200             SET WS-FATAL-ERROR TO TRUE
032210             MOVE 12 TO WS-NEW-SEVERITY
032220             PERFORM 9300-RAISE-SEVERITY
032230         ELSE
032240             MOVE "N" TO WS-PART-EOF-SWITCH
032250             PERFORM M220-READ-PART-EXCEPTION
032260             PERFORM M221-COPY-PART-EXCEPTION
032270                 UNTIL WS-PART-AT-EOF
032280             CLOSE PART-EXCEPTION-FILE
032290         END-IF
032300     END-IF.
032310******************************************************************
032320* M215-READ-PART-EXTRACT - READ THE NEXT PARTITION EXTRACT       *
032330*                          RECORD.                               *
032340******************************************************************
032350 M215-READ-PART-EXTRACT.
032360     READ PART-EXTRACT-FILE
032370         AT END
032380             MOVE "Y" TO WS-PART-EOF-SWITCH
032390     END-READ.
032400******************************************************************
032410* M216-COPY-PART-EXTRACT - COPY ONE PARTITION EXTRACT RECORD TO  *
032420*                          EXTROUT AND READ THE NEXT.            *
032430******************************************************************
032440 M216-COPY-PART-EXTRACT.
032450     WRITE EXTRACT-RECORD FROM PART-EXTRACT-RECORD.
032460     ADD 1 TO WS-MERGE-EXTR-COUNT.
032470     PERFORM M215-READ-PART-EXTRACT.
032480******************************************************************
032490* M220-READ-PART-EXCEPTION - READ THE NEXT PARTITION EXCEPTION   *
032500*                            RECORD.                             *
032510******************************************************************
032520 M220-READ-PART-EXCEPTION.
032530     READ PART-EXCEPTION-FILE
032540         AT END
032550             MOVE "Y" TO WS-PART-EOF-SWITCH
032560     END-READ.
032570******************************************************************
032580* M221-COPY-PART-EXCEPTION - COPY ONE PARTITION EXCEPTION        *
032590*                            RECORD TO EXCEPOUT AND READ THE     *
032600*                            NEXT.                               *
032610******************************************************************
032620 M221-COPY-PART-EXCEPTION.
032630     WRITE EXCEPTION-RECORD FROM PART-EXCEPTION-RECORD.
032640     ADD 1 TO WS-MERGE-EXCEPT-COUNT.
032650     PERFORM M220-READ-PART-EXCEPTION.
032660******************************************************************
032670* M900-FINISH-MERGE - CLOSE OUT THE LOGICAL RUN AS 9000 DOES     *
032680*                     FOR A SERIAL ONE: SUMMARY REPORT, ITS ONE  *
032690*                     AUDIT RECORD AND, WHEN CLEAN, WORDINCR     *
032700*                     RETIRED, FEEDS REGISTERED AND THE RUN      *
032710*                     LOCK RELEASED.                             *
032720******************************************************************
032730 M900-FINISH-MERGE.
032740     IF WS-SUM-EXCEPTION-COUNT > 0
032750         MOVE 4 TO WS-NEW-SEVERITY
032760         PERFORM 9300-RAISE-SEVERITY
032770     END-IF.
032780     PERFORM 9100-SUMMARY-REPORT.
032790     PERFORM 9200-WRITE-AUDIT.
032800     IF NOT WS-FATAL-ERROR
032810         IF WS-CORR-FEED-IN-BATCH
032820             PERFORM C340-RETIRE-CORRECTED-INPUT
032830         END-IF
032840         PERFORM F500-REGISTER-FEEDS
032850         PERFORM C420-WRITE-RUN-ENDED
032860         MOVE WS-MERGE-EXTR-COUNT TO WS-ED-NUM8
032870         MOVE WS-MERGE-EXCEPT-COUNT TO WS-ED-NUM8B
032880         DISPLAY "VOWEL: " WS-PART-COUNT " PARTITION(S) MERGED - "
032890             WS-ED-NUM8 " EXTRACT AND " WS-ED-NUM8B
032900             " EXCEPTION RECORD(S)"
032910     END-IF.
