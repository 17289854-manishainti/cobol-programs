000290*   BE NUMERIC YYYYMMDD WITH FROM NOT AFTER TO, AND THE PARM     *
000300*   FILE NAME MUST NOT BE BLANK. THE FILE IS CREATED ON FIRST    *
000310*   USE.                                                         *
000311*   ONLY A USER ID GRANTED THE REGISTRY RIGHT ON OPERAUTH MAY    *
000312*   ADD, DELETE OR CLEAR; ANY OTHER OPERATOR'S ACTION IS REFUSED.*
000313*   EVERY ADD, DELETE AND CLEAR, APPLIED OR NOT, IS JOURNALED ON *
000314*   CHGJRNL WITH ITS BEFORE AND AFTER IMAGES.                    *
000315*   A JOURNAL WRITE THAT FAILS STOPS THE RUN AT THAT ACTION, SO  *
000316*   NO LATER CHANGE IS MADE UNRECORDED.                          *
000320*-----------------------------------------------------------------*
000330* MODIFICATION HISTORY.                                          *
000340*   DATE       INIT  DESCRIPTION                                 *
000350*   09/02/2026 RK    ORIGINAL PROGRAM - RSETMSTR REGISTRY        *
000360*                    LOAD/ADD/DELETE/LIST MAINTENANCE.           *
000361*   10/15/2026 RK    OPERATOR AUTHORIZATION AND CHANGE JOURNAL:  *
000362*                    ADD/DELETE/CLEAR NEED THE REGISTRY RIGHT ON *
000363*                    OPERAUTH (REFUSED OTHERWISE, RC 8) AND      *
000364*                    EVERY ONE IS WRITTEN TO CHGJRNL WITH BEFORE *
000365*                    AND AFTER IMAGES. A DELETE NOW READS THE    *
000366*                    ENTRY FIRST SO ITS BEFORE IMAGE IS KEPT.    *
000367*   10/15/2026 RK    A FAILED CHGJRNL WRITE NOW STOPS THE RUN AT *
000368*                    THAT ACTION (AND ANY CLEAR IN PROGRESS) AND *
000369*                    NAMES THE KEY WHOSE CHANGE WENT UNJOURNALED.*
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. VOWLRGLD.
000560     SELECT CONTROL-FILE ASSIGN TO "RGYCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CTL-STATUS.
000581     SELECT AUTHORIZATION-FILE ASSIGN TO "OPERAUTH"
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS WS-AUTH-STATUS.
000584     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000585         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-JRNL-STATUS.
000590******************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000730     05  GL-EFF-TO               PIC X(08).
000740     05  FILLER                  PIC X(01).
000750     05  GL-PARM-FILE            PIC X(60).
000751 FD  AUTHORIZATION-FILE
000752     LABEL RECORDS ARE STANDARD.
000753     COPY VOWLAUT.
000754 FD  CHANGE-JOURNAL-FILE
000755     LABEL RECORDS ARE STANDARD.
000756     COPY VOWLJRN.
000760******************************************************************
000770 WORKING-STORAGE SECTION.
000780 77  WS-RGY-STATUS           PIC X(02)    VALUE "00".
000930 77  WS-CLEARED-COUNT        PIC 9(08) COMP VALUE 0.
000940 77  WS-REJECTED-COUNT       PIC 9(08) COMP VALUE 0.
000942* WS-RETURN-CODE - 0 CLEAN, 4 WHEN ANY REQUESTED ACTION COULD    *
000943*   NOT BE APPLIED, 8 WHEN ANY ACTION WAS REFUSED FOR WANT OF    *
000944*   AUTHORITY, 12 ON AN UNOPENABLE FILE, SO A SCHEDULER-DRIVEN   *
000945*   RELOAD THAT APPLIED NOTHING NEVER PASSES SILENTLY.           *
000948 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
000949******************************************************************
000950* AUTHORIZATION AND JOURNAL FIELDS - THE OPERATOR IS THE USER ID *
000951*   THE JOB RUNS UNDER; WS-RGY-AUTHORIZED IS SET ONLY WHEN THAT  *
000952*   ID IS ON OPERAUTH WITH THE REGISTRY RIGHT.                   *
000953******************************************************************
000954 77  WS-AUTH-STATUS          PIC X(02)    VALUE "00".
000955     88  WS-AUTH-OK                       VALUE "00".
000956 77  WS-JRNL-STATUS          PIC X(02)    VALUE "00".
000957     88  WS-JRNL-OK                       VALUE "00".
000958     88  WS-JRNL-FILE-MISSING             VALUE "35".
000959 77  WS-AUTH-EOF-SWITCH      PIC X(01)    VALUE "N".
000960     88  WS-AUTH-AT-EOF                   VALUE "Y".
000961 77  WS-RGY-AUTH-SWITCH      PIC X(01)    VALUE "N".
000962     88  WS-RGY-AUTHORIZED                VALUE "Y".
000963 77  WS-OPERATOR-ID          PIC X(08)    VALUE SPACES.
000964 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
000965 77  WS-REFUSED-COUNT        PIC 9(08) COMP VALUE 0.
000966 77  WS-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
000967******************************************************************
000968 PROCEDURE DIVISION.
000970 MAIN-PARA.
000971     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
000972     PERFORM W105-OPEN-JOURNAL.
000973     IF WS-JRNL-OK
000974         PERFORM W110-LOAD-AUTHORITY
000975         PERFORM W100-OPEN-REGISTRY
000976         IF WS-RGY-OK
000977             PERFORM W200-PROCESS-CONTROL-FILE
000978             CLOSE REGISTRY-FILE
000979         END-IF
000980         CLOSE CHANGE-JOURNAL-FILE
001020     END-IF.
001021     PERFORM R100-MAINTENANCE-REPORT.
001022     IF WS-REFUSED-COUNT > 0
001023         IF WS-RETURN-CODE < 8
001024             MOVE 8 TO WS-RETURN-CODE
001025         END-IF
001026     END-IF.
001032     IF WS-REJECTED-COUNT > 0
001033         OR WS-DUPLICATE-COUNT > 0
001034         OR WS-NOTFOUND-COUNT > 0
001190         DISPLAY "VOWLRGLD: UNABLE TO OPEN RSETMSTR - STATUS "
001200             WS-RGY-STATUS
001202         MOVE 12 TO WS-RETURN-CODE
001203     END-IF.
001204******************************************************************
001205* W105-OPEN-JOURNAL - OPEN CHGJRNL FOR APPEND, CREATING IT ON    *
001206*                     FIRST USE. WITHOUT A JOURNAL NOTHING IS    *
001207*                     MAINTAINED - NO CHANGE GOES UNRECORDED.    *
001208******************************************************************
001209 W105-OPEN-JOURNAL.
001210     OPEN EXTEND CHANGE-JOURNAL-FILE.
001211     IF WS-JRNL-FILE-MISSING
001212         OPEN OUTPUT CHANGE-JOURNAL-FILE
001213     END-IF.
001214     IF NOT WS-JRNL-OK
001215         DISPLAY "VOWLRGLD: UNABLE TO OPEN CHGJRNL - STATUS "
001216             WS-JRNL-STATUS " - NO MAINTENANCE DONE"
001217         MOVE 12 TO WS-RETURN-CODE
001218     END-IF.
001219******************************************************************
001220* W110-LOAD-AUTHORITY - LOOK THE OPERATOR UP ON OPERAUTH. NO     *
001221*                       OPERAUTH, OR NO ENTRY FOR THE ID, MEANS  *
001222*                       NO RIGHT TO CHANGE THE REGISTRY.         *
001223******************************************************************
001224 W110-LOAD-AUTHORITY.
001225     MOVE "N" TO WS-RGY-AUTH-SWITCH.
001226     OPEN INPUT AUTHORIZATION-FILE.
001227     IF NOT WS-AUTH-OK
001228         DISPLAY "VOWLRGLD: NO OPERAUTH ON FILE - STATUS "
001229             WS-AUTH-STATUS " - CHANGES WILL BE REFUSED"
001230     ELSE
001231         MOVE "N" TO WS-AUTH-EOF-SWITCH
001232         PERFORM W115-READ-AUTHORITY
001233         PERFORM W120-CHECK-ONE-AUTHORITY
001234             UNTIL WS-AUTH-AT-EOF
001235         CLOSE AUTHORIZATION-FILE
001236     END-IF.
001237     IF NOT WS-RGY-AUTHORIZED
001238         DISPLAY "VOWLRGLD: OPERATOR '" WS-OPERATOR-ID
001239             "' HOLDS NO REGISTRY RIGHT ON OPERAUTH"
001240     END-IF.
001241******************************************************************
001242* W115-READ-AUTHORITY - READ THE NEXT OPERAUTH RECORD.           *
001243******************************************************************
001244 W115-READ-AUTHORITY.
001245     READ AUTHORIZATION-FILE
001246         AT END
001247             MOVE "Y" TO WS-AUTH-EOF-SWITCH
001248     END-READ.
001249******************************************************************
001250* W120-CHECK-ONE-AUTHORITY - TAKE THE RIGHT FROM THE OPERATOR'S  *
001251*                            OWN ENTRY, THEN ADVANCE. COMMENTS   *
001252*                            AND A BLANK USER ID MATCH NOTHING.  *
001253******************************************************************
001254 W120-CHECK-ONE-AUTHORITY.
001255     IF OA-USER-ID(1:1) NOT = "*"
001256         AND WS-OPERATOR-ID NOT = SPACES
001257         AND OA-USER-ID = WS-OPERATOR-ID
001258         AND OA-MAY-MAINTAIN-REGISTRY
001259         SET WS-RGY-AUTHORIZED TO TRUE
001260     END-IF.
001261     PERFORM W115-READ-AUTHORITY.
001262******************************************************************
001263* W200-PROCESS-CONTROL-FILE - DRIVE EVERY RGYCTL ACTION RECORD   *
001264*                             THROUGH THE REGISTRY.              *
001265******************************************************************
001266 W200-PROCESS-CONTROL-FILE.
001270     OPEN INPUT CONTROL-FILE.
001280     IF NOT WS-CTL-OK
001290         DISPLAY "VOWLRGLD: UNABLE TO OPEN RGYCTL - STATUS "
001440             MOVE "Y" TO WS-EOF-SWITCH
001450     END-READ.
001460******************************************************************
001461* W220-PROCESS-ONE-ACTION - REFUSE A CHANGE THE OPERATOR HAS NO  *
001462*                           RIGHT TO MAKE, OR APPLY THE ACTION;  *
001463*                           THEN ADVANCE.                        *
001490******************************************************************
001491 W220-PROCESS-ONE-ACTION.
001492     IF (GL-ACTION = "A" OR "D" OR "C")
001493         AND NOT WS-RGY-AUTHORIZED
001494         PERFORM W280-REFUSE-ACTION
001495     ELSE
001496         PERFORM W225-APPLY-ACTION
001497     END-IF.
001498     PERFORM W210-READ-CONTROL.
001499******************************************************************
001500* W225-APPLY-ACTION - CARRY OUT ONE ACTION RECORD.               *
001501******************************************************************
001502 W225-APPLY-ACTION.
001510     IF GL-ACTION = "A"
001520         PERFORM W230-ADD-RULESET
001530     ELSE
001700             END-IF
001710         END-IF
001720     END-IF.
001740******************************************************************
001750* W230-ADD-RULESET - VALIDATE AND ADD ONE REGISTRY ENTRY. A      *
001760*                    MALFORMED ENTRY IS REPORTED AND REJECTED -  *
001780*                    WHOLE RUN ONTO THE WRONG RULESET.           *
001790******************************************************************
001800 W230-ADD-RULESET.
001801     PERFORM W285-START-JOURNAL.
001802     MOVE GL-RULESET-NAME TO JR-AFTER-IMAGE(1:8).
001803     MOVE GL-EFF-FROM TO JR-AFTER-IMAGE(9:8).
001804     MOVE GL-EFF-TO TO JR-AFTER-IMAGE(17:8).
001805     MOVE GL-PARM-FILE TO JR-AFTER-IMAGE(25:80).
001810     IF GL-RULESET-NAME = SPACES
001820         OR GL-PARM-FILE = SPACES
001830         OR GL-EFF-FROM NOT NUMERIC
001860         DISPLAY "VOWLRGLD: MALFORMED ADD REJECTED FOR '"
001870             GL-RULESET-NAME "' - NAME, PARM FILE AND NUMERIC "
001880             "YYYYMMDD DATES ARE ALL REQUIRED"
001883         MOVE "FAILED" TO JR-OUTCOME
001886         MOVE "MALFORMED ADD" TO JR-REASON
001890     ELSE
001900         IF GL-EFF-FROM > GL-EFF-TO
001910             ADD 1 TO WS-REJECTED-COUNT
001920             DISPLAY "VOWLRGLD: ADD REJECTED FOR "
001930                 GL-RULESET-NAME " - EFFECTIVE-FROM "
001940                 GL-EFF-FROM " IS AFTER EFFECTIVE-TO " GL-EFF-TO
001943             MOVE "FAILED" TO JR-OUTCOME
001946             MOVE "FROM DATE AFTER TO DATE" TO JR-REASON
001950         ELSE
001960             MOVE GL-RULESET-NAME TO RG-RULESET-NAME
001970             MOVE GL-EFF-FROM TO RG-EFF-FROM-DATE
002020                     ADD 1 TO WS-DUPLICATE-COUNT
002030                     DISPLAY "VOWLRGLD: " GL-RULESET-NAME
002040                         " ALREADY ON REGISTRY"
002042                     MOVE "FAILED" TO JR-OUTCOME
002044                     MOVE "ALREADY ON REGISTRY" TO JR-REASON
002046                     PERFORM W235-READ-EXISTING-RULESET
002050                 NOT INVALID KEY
002060                     ADD 1 TO WS-ADDED-COUNT
002065                     MOVE "APPLIED" TO JR-OUTCOME
002070             END-WRITE
002080         END-IF
002090     END-IF.
002095     PERFORM W290-WRITE-JOURNAL.
002100******************************************************************
002101* W235-READ-EXISTING-RULESET - FETCH THE ENTRY A DUPLICATE ADD   *
002102*                              RAN INTO, AS THE JOURNAL'S BEFORE *
002103*                              IMAGE.                            *
002104******************************************************************
002105 W235-READ-EXISTING-RULESET.
002106     MOVE GL-RULESET-NAME TO RG-RULESET-NAME.
002107     READ REGISTRY-FILE
002108         INVALID KEY
002109             CONTINUE
002110         NOT INVALID KEY
002111             MOVE RULESET-REGISTRY-RECORD TO JR-BEFORE-IMAGE
002112     END-READ.
002113******************************************************************
002114* W240-DELETE-RULESET - REMOVE ONE REGISTRY ENTRY, READING IT    *
002115*                       FIRST SO THE JOURNAL HOLDS WHAT WENT.    *
002120******************************************************************
002130 W240-DELETE-RULESET.
002131     PERFORM W285-START-JOURNAL.
002140     MOVE GL-RULESET-NAME TO RG-RULESET-NAME.
002150     READ REGISTRY-FILE
002160         INVALID KEY
002170             ADD 1 TO WS-NOTFOUND-COUNT
002180             DISPLAY "VOWLRGLD: " GL-RULESET-NAME
002190                 " NOT ON REGISTRY - NOTHING DELETED"
002193             MOVE "FAILED" TO JR-OUTCOME
002196             MOVE "NOT ON REGISTRY" TO JR-REASON
002200         NOT INVALID KEY
002201             MOVE RULESET-REGISTRY-RECORD TO JR-BEFORE-IMAGE
002202             DELETE REGISTRY-FILE RECORD
002203                 INVALID KEY
002204                     ADD 1 TO WS-NOTFOUND-COUNT
002205                     DISPLAY "VOWLRGLD: DELETE FAILED FOR "
002206                         GL-RULESET-NAME " - STATUS "
002207                         WS-RGY-STATUS
002208                     MOVE "FAILED" TO JR-OUTCOME
002209                     MOVE "DELETE FAILED" TO JR-REASON
002210                 NOT INVALID KEY
002211                     ADD 1 TO WS-DELETED-COUNT
002212                     MOVE "APPLIED" TO JR-OUTCOME
002213             END-DELETE
002214     END-READ.
002215     PERFORM W290-WRITE-JOURNAL.
002230******************************************************************
002240* W250-LIST-REGISTRY - SHOW EVERY REGISTRY ENTRY IN KEY ORDER.   *
002250******************************************************************
002760         " ENTRIES REMOVED".
002770******************************************************************
002780* W275-CLEAR-ONE-RULESET - DELETE ONE ENTRY DURING A CLEAR,      *
002785*                          JOURNALING IT WITH ITS BEFORE IMAGE,  *
002790*                          THEN ADVANCE.                         *
002800******************************************************************
002810 W275-CLEAR-ONE-RULESET.
002812     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
002814     MOVE "C" TO JR-ACTION.
002816     MOVE RG-RULESET-NAME TO JR-RECORD-KEY.
002818     MOVE RULESET-REGISTRY-RECORD TO JR-BEFORE-IMAGE.
002820     DELETE REGISTRY-FILE RECORD
002830         INVALID KEY
002831             DISPLAY "VOWLRGLD: CLEAR DELETE FAILED FOR "
002832                 RG-RULESET-NAME " - STATUS " WS-RGY-STATUS
002833             MOVE "FAILED" TO JR-OUTCOME
002834             MOVE "CLEAR DELETE FAILED" TO JR-REASON
002835         NOT INVALID KEY
002836             ADD 1 TO WS-CLEARED-COUNT
002837             MOVE "APPLIED" TO JR-OUTCOME
002838     END-DELETE.
002839     PERFORM W290-WRITE-JOURNAL.
002840     PERFORM W260-READ-NEXT-RULESET.
002841******************************************************************
002842* W280-REFUSE-ACTION - AN ADD, DELETE OR CLEAR FROM AN OPERATOR  *
002843*                      WITHOUT THE REGISTRY RIGHT: NOTHING IS    *
002844*                      TOUCHED, BUT THE ATTEMPT IS JOURNALED.    *
002845******************************************************************
002846 W280-REFUSE-ACTION.
002847     ADD 1 TO WS-REFUSED-COUNT.
002848     PERFORM W285-START-JOURNAL.
002849     MOVE "REFUSED" TO JR-OUTCOME.
002850     MOVE "NO REGISTRY RIGHT" TO JR-REASON.
002851     IF GL-ACTION = "A"
002852         MOVE GL-RULESET-NAME TO JR-AFTER-IMAGE(1:8)
002853         MOVE GL-EFF-FROM TO JR-AFTER-IMAGE(9:8)
002854         MOVE GL-EFF-TO TO JR-AFTER-IMAGE(17:8)
002855         MOVE GL-PARM-FILE TO JR-AFTER-IMAGE(25:80)
002856     END-IF.
002857     DISPLAY "VOWLRGLD: ACTION " GL-ACTION " " GL-RULESET-NAME
002858         " REFUSED FOR OPERATOR '" WS-OPERATOR-ID "'".
002859     PERFORM W290-WRITE-JOURNAL.
002860******************************************************************
002861* W285-START-JOURNAL - CLEAR THE JOURNAL RECORD AND SEED IT WITH *
002862*                      THE ACTION AND RULESET NAME OF THE        *
002863*                      CONTROL RECORD.                           *
002864******************************************************************
002865 W285-START-JOURNAL.
002866     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
002867     MOVE GL-ACTION TO JR-ACTION.
002868     MOVE GL-RULESET-NAME TO JR-RECORD-KEY.
002869******************************************************************
002870* W290-WRITE-JOURNAL - STAMP THE JOURNAL RECORD BUILT BY THE     *
002871*                      ACTION WITH WHO, WHEN AND WHERE, AND      *
002872*                      APPEND IT TO CHGJRNL.                     *
002873*                      A FAILED WRITE ENDS THE CONTROL FILE AND  *
002874*                      ANY CLEAR IN PROGRESS, SO NOTHING AFTER   *
002875*                      IT IS CHANGED UNJOURNALED.                *
002876******************************************************************
002877 W290-WRITE-JOURNAL.
002878     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
002879     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002880     MOVE WS-RUN-TIME-RAW(1:6) TO JR-JOURNAL-TIME.
002881     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
002882     MOVE "VOWLRGLD" TO JR-PROGRAM-ID.
002883     MOVE "RSETMSTR" TO JR-MASTER-FILE.
002884     WRITE CHANGE-JOURNAL-RECORD.
002885     IF WS-JRNL-OK
002886         ADD 1 TO WS-JOURNAL-COUNT
002887     ELSE
002888         DISPLAY "VOWLRGLD: CHGJRNL WRITE FAILED - STATUS "
002889             WS-JRNL-STATUS " - PROCESSING STOPPED AT "
002890             JR-RECORD-KEY
002891         DISPLAY "VOWLRGLD: ACTION ON THAT KEY NOT JOURNALED"
002892         MOVE 12 TO WS-RETURN-CODE
002893         MOVE "Y" TO WS-EOF-SWITCH
002894         MOVE "Y" TO WS-SCAN-EOF-SWITCH
002895     END-IF.
002900******************************************************************
002910* R100-MAINTENANCE-REPORT - SUMMARY OF THE MAINTENANCE RUN.      *
002920******************************************************************
002950     DISPLAY "******************************************".
002960     DISPLAY "* VOWLRGLD - REGISTRY MAINTENANCE REPORT  *".
002970     DISPLAY "******************************************".
002975     DISPLAY "OPERATOR ................... " WS-OPERATOR-ID.
002980     DISPLAY "RULESETS ADDED ............. " WS-ADDED-COUNT.
002990     DISPLAY "DUPLICATES REJECTED ........ " WS-DUPLICATE-COUNT.
003000     DISPLAY "RULESETS DELETED ........... " WS-DELETED-COUNT.
003050         DISPLAY "CONTROL RECORDS REJECTED ... "
003060             WS-REJECTED-COUNT
003070     END-IF.
003071     IF WS-REFUSED-COUNT > 0
003072         DISPLAY "ACTIONS REFUSED - NO RIGHT . "
003073             WS-REFUSED-COUNT
003074     END-IF.
003075     DISPLAY "JOURNAL ENTRIES WRITTEN .... " WS-JOURNAL-COUNT.
003080     DISPLAY "******************************************".
