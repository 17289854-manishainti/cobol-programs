000180*   PER LINE. WHEN RSETLIST IS NOT PRESENT, THE SINGLE CONTROL   *
000190*   FILE "VOWLPARM" IS TREATED AS THE ONLY ACTIVE RULESET, THE   *
000200*   SAME AS A NORMAL VOWEL RUN WOULD LOAD.                       *
000202*   WITHOUT RSETLIST, EVERY REGISTRY RULESET WHOSE EFFECTIVE-    *
000204*   FROM DATE IS STILL AHEAD IS ACTIVE AS WELL, SO ENTRIES       *
000206*   PRIMED BEFORE A CUTOVER BY VOWLPRIM SURVIVE UNTIL IT ARRIVES.*
000208*   AN RSETLIST THAT IS SUPPLIED MUST NAME SUCH A RULESET ITSELF.*
000210*-----------------------------------------------------------------*
000220* MODIFICATION HISTORY.                                          *
000230*   DATE       INIT  DESCRIPTION                                 *
000260*                    THE RSETMSTR REGISTRY FOR THE RUN DATE,     *
000270*                    AND MALFORMED CONTROL-FILE PAIRS ARE        *
000280*                    REPORTED INSTEAD OF SILENTLY SKIPPED.       *
000281*   10/15/2026 RK    VOWELKSD NOW KEYED ON LK-CACHE-KEY (WORD    *
000282*                    AND RULESET SIGNATURE); THE SCAN STARTS AT  *
000283*                    LOW-VALUES ON THE WHOLE KEY. WITHOUT        *
000284*                    RSETLIST, FUTURE-DATED REGISTRY RULESETS    *
000285*                    ARE KEPT AS WELL AS THE ONE IN FORCE.       *
000286*   10/15/2026 RK    A VOWELKSD STILL IN THE OLD LAYOUT (STATUS  *
000287*                    39) IS LEFT FOR VOWEL TO RE-CREATE.         *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. VOWLPURG.
000430     SELECT LOOKUP-FILE ASSIGN TO "VOWELKSD"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LK-CACHE-KEY
000470         FILE STATUS IS WS-LOOKUP-STATUS.
000480     SELECT RULESET-LIST-FILE ASSIGN TO "RSETLIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000760 77  WS-LOOKUP-STATUS        PIC X(02)    VALUE "00".
000770     88  WS-LOOKUP-OK                     VALUE "00".
000780     88  WS-LOOKUP-EOF                    VALUE "10".
000785     88  WS-LOOKUP-OLD-FORMAT             VALUE "39".
000790 77  WS-RSLIST-STATUS        PIC X(02)    VALUE "00".
000800     88  WS-RSLIST-OK                     VALUE "00".
000810     88  WS-RSLIST-EOF                    VALUE "10".
001350                 20  WS-ACTIVE-RULESET-UPPER PIC X(01).
001360                 20  WS-ACTIVE-RULESET-LOWER PIC X(01).
001370 77  WS-ACTIVE-SET-COUNT     PIC 9(04) COMP VALUE 0.
001371* WS-FUTURE-TABLE - REGISTRY RULESETS NOT YET IN FORCE ON THE RUN*
001372*   DATE, NOTED DURING THE REGISTRY SCAN AND LOADED AS ACTIVE    *
001373*   ALONGSIDE THE RULESET IN FORCE WHEN NO RSETLIST IS SUPPLIED. *
001374 77  WS-FUTURE-COUNT         PIC 9(02) COMP VALUE 0.
001375 77  WS-FUTURE-IX            PIC 9(02) COMP VALUE 0.
001376 01  WS-FUTURE-TABLE.
001377     05  WS-FUTURE-ENTRY OCCURS 20 TIMES.
001378         10  WS-FUTURE-RULESET-NAME  PIC X(08).
001379         10  WS-FUTURE-PARM-FILE     PIC X(80).
001380******************************************************************
001390 PROCEDURE DIVISION.
001400 MAIN-PARA.
001510******************************************************************
001520* S100-LOAD-ACTIVE-RULESETS - BUILD THE ACTIVE-RULESET SIGNATURE  *
001530*                             TABLE FROM RSETLIST, OR FROM THE    *
001536*                             RULESET IN FORCE AND THE FUTURE-    *
001542*                             DATED REGISTRY RULESETS WHEN        *
001550*                             RSETLIST IS NOT PRESENT.            *
001560******************************************************************
001570 S100-LOAD-ACTIVE-RULESETS.
001660     ELSE
001670         PERFORM S105-SELECT-REGISTRY-RULESET
001680         PERFORM S130-LOAD-RULESET-SIGNATURE
001685         PERFORM S109-LOAD-FUTURE-RULESET
001687             VARYING WS-FUTURE-IX FROM 1 BY 1
001689             UNTIL WS-FUTURE-IX > WS-FUTURE-COUNT
001690     END-IF.
001700******************************************************************
001710* S105-SELECT-REGISTRY-RULESET - CONSULT RSETMSTR FOR THE         *
002160* S107-TEST-ONE-RULESET - KEEP THIS ENTRY AS THE SELECTION WHEN   *
002170*                        ITS DATE RANGE COVERS THE RUN DATE AND   *
002180*                        IT STARTS LATER THAN THE ENTRY HELD SO   *
002190*                        FAR, THEN ADVANCE. AN ENTRY THAT TAKES   *
002195*                        EFFECT AFTER THE RUN DATE IS NOTED.      *
002200******************************************************************
002210 S107-TEST-ONE-RULESET.
002220     IF RG-EFF-FROM-DATE NUMERIC
002310             MOVE RG-PARM-FILE-NAME TO WS-SEL-PARM-FILE
002320         END-IF
002330     END-IF.
002332     IF RG-EFF-FROM-DATE NUMERIC
002334         AND RG-EFF-FROM-DATE > WS-RUN-DATE
002336         PERFORM S108-NOTE-FUTURE-RULESET
002338     END-IF.
002340     PERFORM S106-READ-REGISTRY.
002341******************************************************************
002342* S108-NOTE-FUTURE-RULESET - HOLD A REGISTRY RULESET WHOSE       *
002343*                            EFFECTIVE-FROM DATE IS STILL AHEAD. *
002344******************************************************************
002345 S108-NOTE-FUTURE-RULESET.
002346     IF WS-FUTURE-COUNT < 20
002347         ADD 1 TO WS-FUTURE-COUNT
002348         MOVE RG-RULESET-NAME
002349             TO WS-FUTURE-RULESET-NAME(WS-FUTURE-COUNT)
002350         MOVE RG-PARM-FILE-NAME
002351             TO WS-FUTURE-PARM-FILE(WS-FUTURE-COUNT)
002352     ELSE
002353         DISPLAY "VOWLPURG: FUTURE RULESET TABLE FULL - "
002354             RG-RULESET-NAME " NOT KEPT ACTIVE"
002355     END-IF.
002356******************************************************************
002357* S109-LOAD-FUTURE-RULESET - LOAD ONE FUTURE-DATED RULESET AS    *
002358*                            ACTIVE SO ITS PRIMED ENTRIES STAY.  *
002359******************************************************************
002360 S109-LOAD-FUTURE-RULESET.
002361     MOVE WS-FUTURE-PARM-FILE(WS-FUTURE-IX)
002362         TO WS-CURRENT-PARM-FILE.
002363     DISPLAY "VOWLPURG: RULESET "
002364         WS-FUTURE-RULESET-NAME(WS-FUTURE-IX)
002365         " NOT YET IN FORCE - KEEPING ITS ENTRIES, LOADING "
002366         WS-CURRENT-PARM-FILE.
002367     PERFORM S130-LOAD-RULESET-SIGNATURE.
002368******************************************************************
002369* S110-READ-RSLIST - READ ONE RULESET-LIST RECORD.               *
002370******************************************************************
002380 S110-READ-RSLIST.
002390     READ RULESET-LIST-FILE
003840******************************************************************
003850 P100-PURGE-LOOKUP-FILE.
003860     OPEN I-O LOOKUP-FILE.
003861     IF WS-LOOKUP-OLD-FORMAT
003862*        STILL IN THE LAYOUT KEYED ON THE STRING ALONE - NO ENTRY  *
003863*        CAN BE TOLD APART BY RULESET, AND THE NEXT VOWEL RUN      *
003864*        RE-CREATES IT EMPTY (SEE L100-OPEN-LOOKUP THERE).         *
003865         DISPLAY "VOWLPURG: VOWELKSD IS IN THE OLD LAYOUT - "
003866             "NOTHING PURGED; VOWEL RE-CREATES IT ON ITS NEXT RUN"
003900     ELSE
003906         IF NOT WS-LOOKUP-OK
003912             DISPLAY "VOWLPURG: UNABLE TO OPEN VOWELKSD - STATUS "
003918                 WS-LOOKUP-STATUS
003924         ELSE
003930             MOVE "N" TO WS-EOF-SWITCH
003936             MOVE LOW-VALUES TO LK-CACHE-KEY
003942             START LOOKUP-FILE KEY IS NOT LESS THAN LK-CACHE-KEY
003948                 INVALID KEY
003954                     MOVE "Y" TO WS-EOF-SWITCH
003960             END-START
003966             IF NOT WS-EOF-REACHED
003972                 PERFORM P110-READ-NEXT-LOOKUP
003978                 PERFORM P120-PROCESS-ONE-LOOKUP
003984                     UNTIL WS-EOF-REACHED
003990             END-IF
003996             CLOSE LOOKUP-FILE
004010         END-IF
004030     END-IF.
004040******************************************************************
004050* P110-READ-NEXT-LOOKUP - READ THE NEXT LOOKUP RECORD IN KEY      *
