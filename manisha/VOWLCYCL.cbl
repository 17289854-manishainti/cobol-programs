000010******************************************************************
000020* PROGRAM-ID.  VOWLCYCL                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*-----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   BATCH-CYCLE DRIVER. THE DAILY CYCLE IS FIVE STEPS, IN THIS   *
000100*   ORDER:  VOWEL - VOWLRCON - VOWLHIST - VOWLDLTA - VOWLEXLG.   *
000105*   THE SCHEDULER RUNS THIS PROGRAM AS A GATE IMMEDIATELY BEFORE *
000110*   AND IMMEDIATELY AFTER EACH STEP, AND IT KEEPS THE CYCLE'S    *
000120*   STATE ON THE APPEND-ONLY CYCLE-CONTROL FILE CYCLCTL (ONE     *
000130*   "STARTED" AND ONE "ENDED" RECORD PER STEP PER BUSINESS DATE, *
000140*   THE LATTER CARRYING THE STEP'S RETURN CODE).                 *
000160*-----------------------------------------------------------------*
000170*   CONTROLS (ENVIRONMENT):                                      *
000180*     CYCLACTN  BEGIN  - MAY CYCLSTEP RUN NOW?  LOGS "STARTED".  *
000190*               END    - LOG CYCLSTEP'S END WITH RETURN CODE     *
000200*                        CYCLRC.                                 *
000210*               REOPEN - PUT CYCLSTEP AND EVERY LATER STEP BACK  *
000220*                        TO NOT-RUN SO THEY CAN BE DELIBERATELY  *
000230*                        RERUN (REFUSED ONCE EXTHIST HAS BEEN    *
000240*                        ROLLED FOR THE DATE).                   *
000250*               STATUS - (DEFAULT) SHOW THE CYCLE AND THE STEP   *
000260*                        IT RESUMES FROM.                        *
000270*     CYCLSTEP  STEP NAME, AS ABOVE.                             *
000280*     CYCLDATE  BUSINESS DATE YYYYMMDD (DEFAULT TODAY).          *
000290*     CYCLRC    THE STEP'S RETURN CODE, FOR END.                 *
000300*     CYCLFORCE "Y" TO RERUN A VOWLHIST THAT STARTED BUT NEVER   *
000310*               LOGGED AN END, AFTER EXTHIST HAS BEEN CHECKED.   *
000320*-----------------------------------------------------------------*
000330*   RULES ENFORCED AT BEGIN:                                     *
000340*     - A STEP THAT ALREADY ENDED ACCEPTABLY FOR THE DATE IS     *
000350*       SKIPPED (RETURN CODE 4), SO RESUBMITTING THE WHOLE       *
000360*       CYCLE RESUMES AT THE FAILED STEP, NOT AT VOWEL.          *
000370*     - A STEP WHOSE PREDECESSOR HAS NOT ENDED ACCEPTABLY IS     *
000380*       REFUSED (RETURN CODE 8). ACCEPTABLE MEANS VOWEL 0-4,     *
000390*       VOWLRCON 0, VOWLHIST 0, VOWLDLTA 0-4, VOWLEXLG 0-4.      *
000400*     - VOWLHIST IS REFUSED WHEN THE EXTROUT IN HAND CARRIES A   *
000410*       RUN TIMESTAMP ALREADY ROLLED INTO EXTHIST UNDER ANY      *
000420*       BUSINESS DATE - THE DAY IS NEVER DOUBLE-COUNTED.         *
000430*   AT END, A RETURN CODE OUTSIDE THE STEP'S ACCEPTABLE RANGE    *
000440*   ENDS THE GATE WITH RETURN CODE 8 SO THE SCHEDULER HALTS THE  *
000450*   CYCLE THERE. RETURN CODE 12 MEANS A BAD CONTROL VALUE OR AN  *
000460*   UNUSABLE CYCLCTL.                                            *
000470*-----------------------------------------------------------------*
000480* MODIFICATION HISTORY.                                          *
000490*   DATE       INIT  DESCRIPTION                                 *
000500*   10/15/2026 RK    ORIGINAL PROGRAM - CYCLE GATE WITH STEP     *
000510*                    STATUS FILE AND RESUME FROM FAILED STEP.    *
000511*   10/15/2026 RK    EXCEPTION HISTORY LEDGER STEP VOWLEXLG ADDED*
000512*                    AS THE FIFTH AND LAST STEP OF THE CYCLE.    *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. VOWLCYCL.
000550 AUTHOR. R KULKARNI.
000560 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000570 DATE-WRITTEN. 10/15/2026.
000580 DATE-COMPILED.
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CYCL-STATUS.
000690     SELECT EXTRACT-FILE ASSIGN TO "EXTROUT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-EXTR-STATUS.
000720******************************************************************
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CYCLE-CONTROL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY VOWLCYC.
000780 FD  EXTRACT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY VOWLEXT.
000810******************************************************************
000820 WORKING-STORAGE SECTION.
000830 77  WS-CYCL-STATUS          PIC X(02)    VALUE "00".
000840     88  WS-CYCL-OK                       VALUE "00".
000850     88  WS-CYCL-EOF                      VALUE "10".
000860     88  WS-CYCL-FILE-MISSING             VALUE "35".
000870 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
000880     88  WS-EXTR-OK                       VALUE "00".
000890     88  WS-EXTR-EOF                      VALUE "10".
000900 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
000910     88  WS-EOF-REACHED                   VALUE "Y".
000920 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
000930 77  WS-ACTION               PIC X(08)    VALUE SPACES.
000940     88  WS-ACTION-BEGIN                  VALUE "BEGIN".
000950     88  WS-ACTION-END                    VALUE "END".
000960     88  WS-ACTION-REOPEN                 VALUE "REOPEN".
000970     88  WS-ACTION-STATUS                 VALUE "STATUS".
000980 77  WS-STEP-REQUESTED       PIC X(08)    VALUE SPACES.
000990 77  WS-CYCLDATE-RAW         PIC X(08)    VALUE SPACES.
001000 77  WS-CYCLRC-RAW           PIC X(02)    VALUE SPACES.
001010 77  WS-FORCE-OPTION         PIC X(01)    VALUE SPACES.
001020 77  WS-BUSINESS-DATE        PIC 9(08)    VALUE 0.
001030 77  WS-STEP-RC              PIC 9(02)    VALUE 0.
001040 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001050 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
001060 77  WS-RUN-TIME             PIC 9(06)    VALUE 0.
001070 77  WS-OPERATOR-ID          PIC X(08)    VALUE SPACES.
001080 77  WS-TRAILING-SPACES      PIC 9(02) COMP VALUE 0.
001090 77  WS-RC-LEN               PIC 9(02) COMP VALUE 0.
001100* WS-REQ-IX - THE REQUESTED STEP'S POSITION IN THE CYCLE; ZERO   *
001110*   WHEN CYCLSTEP NAMES NO KNOWN STEP.                           *
001120 77  WS-REQ-IX               PIC 9(02) COMP VALUE 0.
001130 77  WS-PRED-IX              PIC 9(02) COMP VALUE 0.
001140 77  WS-STEP-IX              PIC 9(02) COMP VALUE 0.
001150 77  WS-RESUME-IX            PIC 9(02) COMP VALUE 0.
001160 77  WS-HIST-IX              PIC 9(02) COMP VALUE 3.
001170 77  WS-STEP-COUNT           PIC 9(02) COMP VALUE 5.
001180 77  WS-ACCEPTABLE-SW        PIC X(01)    VALUE "N".
001190     88  WS-STEP-ACCEPTABLE               VALUE "Y".
001200* WS-EXTRACT-STAMP - XR-RUN-TIMESTAMP OF THE FIRST RECORD ON THE *
001210*   EXTROUT IN HAND; SPACES WHEN EXTROUT IS EMPTY OR ABSENT.     *
001220 77  WS-EXTRACT-STAMP        PIC X(14)    VALUE SPACES.
001230 77  WS-STAMP-ROLLED-SW      PIC X(01)    VALUE "N".
001240     88  WS-STAMP-ROLLED                  VALUE "Y".
001250 77  WS-ROLLED-DATE          PIC 9(08)    VALUE 0.
001260 77  WS-EVENTS-READ          PIC 9(08) COMP VALUE 0.
001270 77  WS-ED-RC                PIC 9(02)    VALUE 0.
001280******************************************************************
001290* WS-STEP-DEF-TABLE - THE CYCLE'S STEPS IN RUN ORDER, EACH WITH  *
001300*   THE HIGHEST RETURN CODE THAT STILL COUNTS AS A GOOD END.     *
001310*   VOWEL, VOWLDLTA AND VOWLEXLG END 4 ON WARNINGS (EXCEPTIONS   *
001320*   PRESENT, AN INCOMPLETE DELTA, A FULL LEDGER TABLE) THAT DO   *
001330*   NOT INVALIDATE THE CYCLE; VOWLRCON AND VOWLHIST MUST END     *
001335*   CLEAN.                                                       *
001340******************************************************************
001350 01  WS-STEP-DEF-AREA.
001360     05  FILLER PIC X(10) VALUE "VOWEL   04".
001370     05  FILLER PIC X(10) VALUE "VOWLRCON00".
001380     05  FILLER PIC X(10) VALUE "VOWLHIST00".
001390     05  FILLER PIC X(10) VALUE "VOWLDLTA04".
001395     05  FILLER PIC X(10) VALUE "VOWLEXLG04".
001400 01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEF-AREA.
001410     05  WS-STEP-DEF OCCURS 5 TIMES.
001420         10  WS-STEP-NAME        PIC X(08).
001430         10  WS-STEP-MAX-RC      PIC 9(02).
001440******************************************************************
001450* WS-STEP-STATE-TABLE - EACH STEP'S STATE FOR THE BUSINESS DATE, *
001460*   TAKEN FROM ITS NEWEST CYCLCTL RECORD.                        *
001470******************************************************************
001480 01  WS-STEP-STATE-TABLE.
001490     05  WS-STEP-STATE-ENTRY OCCURS 5 TIMES.
001500         10  WS-STEP-STATE       PIC X(01).
001510             88  WS-STEP-NOT-RUN           VALUE " ".
001520             88  WS-STEP-RUNNING           VALUE "S".
001530             88  WS-STEP-ENDED             VALUE "E".
001540         10  WS-STEP-LAST-RC     PIC 9(02).
001550         10  WS-STEP-EVENT-DATE  PIC 9(08).
001560         10  WS-STEP-EVENT-TIME  PIC 9(06).
001570         10  WS-STEP-OPERATOR    PIC X(08).
001580         10  WS-STEP-STAMP       PIC X(14).
001590******************************************************************
001600 PROCEDURE DIVISION.
001610 MAIN-PARA.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001630     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001640     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
001650     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001660     PERFORM Y100-GET-PARAMETERS.
001670     IF WS-RETURN-CODE < 12
001680         PERFORM Y200-LOAD-CYCLE-STATE
001690     END-IF.
001700     IF WS-RETURN-CODE < 12
001710         IF WS-ACTION-BEGIN
001720             PERFORM Y300-BEGIN-STEP
001730         END-IF
001740         IF WS-ACTION-END
001750             PERFORM Y400-END-STEP
001760         END-IF
001770         IF WS-ACTION-REOPEN
001780             PERFORM Y500-REOPEN-STEPS
001790         END-IF
001800     END-IF.
001810     PERFORM R100-CYCLE-REPORT.
001820     MOVE WS-RETURN-CODE TO RETURN-CODE.
001830     STOP RUN.
001840******************************************************************
001850* Y100-GET-PARAMETERS - PICK UP THE ACTION, STEP, BUSINESS DATE, *
001860*                       STEP RETURN CODE AND FORCE OPTION FROM   *
001870*                       THE ENVIRONMENT AND VALIDATE THEM.       *
001880******************************************************************
001890 Y100-GET-PARAMETERS.
001900     ACCEPT WS-ACTION FROM ENVIRONMENT "CYCLACTN".
001910     ACCEPT WS-STEP-REQUESTED FROM ENVIRONMENT "CYCLSTEP".
001920     ACCEPT WS-CYCLDATE-RAW FROM ENVIRONMENT "CYCLDATE".
001930     ACCEPT WS-CYCLRC-RAW FROM ENVIRONMENT "CYCLRC".
001940     ACCEPT WS-FORCE-OPTION FROM ENVIRONMENT "CYCLFORCE".
001950     IF WS-ACTION = SPACES
001960         MOVE "STATUS" TO WS-ACTION
001970     END-IF.
001980     IF NOT WS-ACTION-BEGIN
001990         AND NOT WS-ACTION-END
002000         AND NOT WS-ACTION-REOPEN
002010         AND NOT WS-ACTION-STATUS
002020         DISPLAY "VOWLCYCL: CYCLACTN " WS-ACTION
002030             " NOT BEGIN, END, REOPEN OR STATUS"
002040         MOVE 12 TO WS-RETURN-CODE
002050     END-IF.
002060     IF WS-CYCLDATE-RAW = SPACES
002070         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
002080     ELSE
002090         IF WS-CYCLDATE-RAW IS NUMERIC
002100             MOVE WS-CYCLDATE-RAW TO WS-BUSINESS-DATE
002110         ELSE
002120             DISPLAY "VOWLCYCL: CYCLDATE " WS-CYCLDATE-RAW
002130                 " NOT YYYYMMDD"
002140             MOVE 12 TO WS-RETURN-CODE
002150         END-IF
002160     END-IF.
002170     MOVE 0 TO WS-REQ-IX.
002180     PERFORM Y110-MATCH-ONE-STEP
002190         VARYING WS-STEP-IX FROM 1 BY 1
002200         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002210     IF WS-REQ-IX = 0
002220         AND NOT WS-ACTION-STATUS
002230         DISPLAY "VOWLCYCL: CYCLSTEP " WS-STEP-REQUESTED
002240             " IS NOT A STEP OF THE CYCLE"
002250         MOVE 12 TO WS-RETURN-CODE
002260     END-IF.
002270     IF WS-ACTION-END
002280         PERFORM Y120-GET-STEP-RC
002290     END-IF.
002300******************************************************************
002310* Y110-MATCH-ONE-STEP - NOTE THE REQUESTED STEP'S POSITION WHEN  *
002320*                       THIS TABLE ENTRY IS IT.                  *
002330******************************************************************
002340 Y110-MATCH-ONE-STEP.
002350     IF WS-STEP-NAME(WS-STEP-IX) = WS-STEP-REQUESTED
002360         MOVE WS-STEP-IX TO WS-REQ-IX
002370     END-IF.
002380******************************************************************
002390* Y120-GET-STEP-RC - THE FINISHED STEP'S RETURN CODE, ONE OR TWO *
002400*                    DIGITS. AN END WITHOUT ONE CANNOT BE        *
002410*                    JUDGED AND IS REJECTED.                     *
002420******************************************************************
002430 Y120-GET-STEP-RC.
002440     MOVE 0 TO WS-TRAILING-SPACES.
002450     INSPECT WS-CYCLRC-RAW TALLYING WS-TRAILING-SPACES
002460         FOR TRAILING SPACES.
002470     COMPUTE WS-RC-LEN = 2 - WS-TRAILING-SPACES.
002480     IF WS-RC-LEN = 0
002490         DISPLAY "VOWLCYCL: CYCLRC NOT SUPPLIED FOR END OF "
002500             WS-STEP-REQUESTED
002510         MOVE 12 TO WS-RETURN-CODE
002520     ELSE
002530         IF WS-CYCLRC-RAW(1:WS-RC-LEN) IS NUMERIC
002540             MOVE WS-CYCLRC-RAW(1:WS-RC-LEN) TO WS-STEP-RC
002550         ELSE
002560             DISPLAY "VOWLCYCL: CYCLRC " WS-CYCLRC-RAW
002570                 " NOT NUMERIC"
002580             MOVE 12 TO WS-RETURN-CODE
002590         END-IF
002600     END-IF.
002610******************************************************************
002620* Y200-LOAD-CYCLE-STATE - WALK CYCLCTL, KEEPING THE NEWEST EVENT *
002630*                         OF EACH STEP FOR THE BUSINESS DATE,    *
002640*                         AND (FOR A VOWLHIST BEGIN) NOTING ANY  *
002650*                         DATE THAT ALREADY ROLLED THE EXTROUT   *
002660*                         IN HAND. A MISSING CYCLCTL IS A FIRST  *
002670*                         CYCLE WITH EVERY STEP NOT YET RUN.     *
002680******************************************************************
002690 Y200-LOAD-CYCLE-STATE.
002700     MOVE SPACES TO WS-STEP-STATE-TABLE.
002710     PERFORM Y205-CLEAR-ONE-STATE
002720         VARYING WS-STEP-IX FROM 1 BY 1
002730         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002740     IF WS-ACTION-BEGIN
002750         AND WS-REQ-IX = WS-HIST-IX
002760         PERFORM Y250-GET-EXTRACT-STAMP
002770     END-IF.
002780     OPEN INPUT CYCLE-CONTROL-FILE.
002790     IF WS-CYCL-OK
002800         MOVE "N" TO WS-EOF-SWITCH
002810         PERFORM Y210-READ-CYCLE
002820         PERFORM Y220-APPLY-ONE-EVENT
002830             UNTIL WS-EOF-REACHED
002840         CLOSE CYCLE-CONTROL-FILE
002850     ELSE
002860         IF WS-CYCL-FILE-MISSING
002870             CONTINUE
002880         ELSE
002890             DISPLAY "VOWLCYCL: UNABLE TO OPEN CYCLCTL - STATUS "
002900                 WS-CYCL-STATUS
002910             MOVE 12 TO WS-RETURN-CODE
002920         END-IF
002930     END-IF.
002940******************************************************************
002950* Y205-CLEAR-ONE-STATE - START ONE STEP AS NOT YET RUN.          *
002960******************************************************************
002970 Y205-CLEAR-ONE-STATE.
002980     MOVE 0 TO WS-STEP-LAST-RC(WS-STEP-IX).
002990     MOVE 0 TO WS-STEP-EVENT-DATE(WS-STEP-IX).
003000     MOVE 0 TO WS-STEP-EVENT-TIME(WS-STEP-IX).
003010******************************************************************
003020* Y210-READ-CYCLE - READ THE NEXT CYCLCTL RECORD.                *
003030******************************************************************
003040 Y210-READ-CYCLE.
003050     READ CYCLE-CONTROL-FILE
003060         AT END
003070             MOVE "Y" TO WS-EOF-SWITCH
003080     END-READ.
003090******************************************************************
003100* Y220-APPLY-ONE-EVENT - FOLD ONE CYCLCTL RECORD INTO THE STEP   *
003110*                        STATE TABLE WHEN IT BELONGS TO THE      *
003120*                        BUSINESS DATE, CHECK IT AGAINST THE     *
003130*                        EXTROUT STAMP, THEN ADVANCE.            *
003140******************************************************************
003150 Y220-APPLY-ONE-EVENT.
003160     ADD 1 TO WS-EVENTS-READ.
003170     IF CY-BUSINESS-DATE = WS-BUSINESS-DATE
003180         MOVE 0 TO WS-STEP-IX
003190         PERFORM Y230-FIND-EVENT-STEP
003200             VARYING WS-PRED-IX FROM 1 BY 1
003210             UNTIL WS-PRED-IX > WS-STEP-COUNT
003220         IF WS-STEP-IX > 0
003230             PERFORM Y240-SET-STEP-STATE
003240         END-IF
003250     END-IF.
003260     IF CY-STEP-NAME = "VOWLHIST"
003270         AND CY-ENDED
003280         AND CY-STEP-RC = 0
003290         AND WS-EXTRACT-STAMP NOT = SPACES
003300         AND CY-EXTRACT-STAMP = WS-EXTRACT-STAMP
003310         SET WS-STAMP-ROLLED TO TRUE
003320         MOVE CY-BUSINESS-DATE TO WS-ROLLED-DATE
003330     END-IF.
003340     PERFORM Y210-READ-CYCLE.
003350******************************************************************
003360* Y230-FIND-EVENT-STEP - NOTE WHICH CYCLE STEP THIS RECORD IS    *
003370*                        FOR.                                    *
003380******************************************************************
003390 Y230-FIND-EVENT-STEP.
003400     IF WS-STEP-NAME(WS-PRED-IX) = CY-STEP-NAME
003410         MOVE WS-PRED-IX TO WS-STEP-IX
003420     END-IF.
003430******************************************************************
003440* Y240-SET-STEP-STATE - MAKE THIS RECORD THE STEP'S CURRENT      *
003450*                       STATE.                                   *
003460******************************************************************
003470 Y240-SET-STEP-STATE.
003480     IF CY-STARTED
003490         MOVE "S" TO WS-STEP-STATE(WS-STEP-IX)
003500     END-IF.
003510     IF CY-ENDED
003520         MOVE "E" TO WS-STEP-STATE(WS-STEP-IX)
003530     END-IF.
003540     IF CY-REOPENED
003550         MOVE " " TO WS-STEP-STATE(WS-STEP-IX)
003560     END-IF.
003570     MOVE CY-STEP-RC TO WS-STEP-LAST-RC(WS-STEP-IX).
003580     MOVE CY-EVENT-DATE TO WS-STEP-EVENT-DATE(WS-STEP-IX).
003590     MOVE CY-EVENT-TIME TO WS-STEP-EVENT-TIME(WS-STEP-IX).
003600     MOVE CY-OPERATOR-ID TO WS-STEP-OPERATOR(WS-STEP-IX).
003610     MOVE CY-EXTRACT-STAMP TO WS-STEP-STAMP(WS-STEP-IX).
003620******************************************************************
003630* Y250-GET-EXTRACT-STAMP - TAKE THE RUN TIMESTAMP OFF THE FIRST  *
003640*                          RECORD OF THE EXTROUT ABOUT TO BE     *
003650*                          ROLLED. EVERY RECORD OF ONE VOWEL RUN *
003660*                          CARRIES THE SAME STAMP.               *
003670******************************************************************
003680 Y250-GET-EXTRACT-STAMP.
003690     MOVE SPACES TO WS-EXTRACT-STAMP.
003700     OPEN INPUT EXTRACT-FILE.
003710     IF WS-EXTR-OK
003720         READ EXTRACT-FILE
003730             AT END
003740                 MOVE "10" TO WS-EXTR-STATUS
003750         END-READ
003760         IF WS-EXTR-OK
003770             MOVE XR-RUN-TIMESTAMP TO WS-EXTRACT-STAMP
003780         END-IF
003790         CLOSE EXTRACT-FILE
003800     END-IF.
003810******************************************************************
003820* Y260-CHECK-ACCEPTABLE - IS STEP WS-STEP-IX ENDED WITHIN ITS    *
003830*                         ACCEPTABLE RETURN CODE FOR THE DATE?   *
003840******************************************************************
003850 Y260-CHECK-ACCEPTABLE.
003860     MOVE "N" TO WS-ACCEPTABLE-SW.
003870     IF WS-STEP-ENDED(WS-STEP-IX)
003880         AND WS-STEP-LAST-RC(WS-STEP-IX)
003890             NOT > WS-STEP-MAX-RC(WS-STEP-IX)
003900         SET WS-STEP-ACCEPTABLE TO TRUE
003910     END-IF.
003920******************************************************************
003930* Y300-BEGIN-STEP - DECIDE WHETHER THE REQUESTED STEP MAY RUN    *
003940*                   NOW, AND LOG ITS "STARTED" RECORD WHEN IT    *
003950*                   MAY.                                         *
003960******************************************************************
003970 Y300-BEGIN-STEP.
003980     MOVE WS-REQ-IX TO WS-STEP-IX.
003990     PERFORM Y260-CHECK-ACCEPTABLE.
004000     IF WS-STEP-ACCEPTABLE
004010         DISPLAY "VOWLCYCL: " WS-STEP-REQUESTED
004020             " ALREADY ENDED ACCEPTABLY FOR " WS-BUSINESS-DATE
004030             " - STEP SKIPPED"
004040         MOVE 4 TO WS-RETURN-CODE
004050     ELSE
004060         IF WS-REQ-IX > 1
004070             COMPUTE WS-STEP-IX = WS-REQ-IX - 1
004080             PERFORM Y260-CHECK-ACCEPTABLE
004090             IF NOT WS-STEP-ACCEPTABLE
004100                 DISPLAY "VOWLCYCL: " WS-STEP-REQUESTED
004110                     " REFUSED - PREDECESSOR "
004120                     WS-STEP-NAME(WS-STEP-IX)
004130                     " HAS NOT ENDED ACCEPTABLY FOR "
004140                     WS-BUSINESS-DATE
004150                 MOVE 8 TO WS-RETURN-CODE
004160             END-IF
004170         END-IF
004180     END-IF.
004190     IF WS-RETURN-CODE = 0
004200         AND WS-REQ-IX = WS-HIST-IX
004210         PERFORM Y310-CHECK-HISTORY-ROLL
004220     END-IF.
004230     IF WS-RETURN-CODE = 0
004240         IF WS-STEP-RUNNING(WS-REQ-IX)
004250             DISPLAY "VOWLCYCL: PRIOR ATTEMPT AT "
004260                 WS-STEP-REQUESTED " NEVER LOGGED AN END - "
004270                 "RERUNNING IT"
004280         END-IF
004290         MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
004300         MOVE WS-STEP-REQUESTED TO CY-STEP-NAME
004310         MOVE "STARTED" TO CY-STEP-EVENT
004320         MOVE 0 TO CY-STEP-RC
004330         MOVE SPACES TO CY-EXTRACT-STAMP
004340         IF WS-REQ-IX = WS-HIST-IX
004350             MOVE WS-EXTRACT-STAMP TO CY-EXTRACT-STAMP
004360         END-IF
004370         PERFORM Y900-APPEND-EVENT
004380     END-IF.
004390******************************************************************
004400* Y310-CHECK-HISTORY-ROLL - VOWLHIST APPENDS EXTROUT TO EXTHIST, *
004410*                           SO IT MUST NEVER SEE THE SAME RUN'S  *
004420*                           EXTRACT TWICE, AND A ROLL THAT DIED  *
004430*                           MID-FLIGHT MAY HAVE PART-WRITTEN     *
004440*                           EXTHIST - THAT RERUN NEEDS CYCLFORCE *
004450*                           ONCE EXTHIST HAS BEEN CHECKED.       *
004460******************************************************************
004470 Y310-CHECK-HISTORY-ROLL.
004480     IF WS-STAMP-ROLLED
004490         DISPLAY "VOWLCYCL: VOWLHIST REFUSED - EXTROUT RUN "
004500             WS-EXTRACT-STAMP " WAS ALREADY ROLLED INTO EXTHIST "
004510             "BY THE " WS-ROLLED-DATE " CYCLE"
004520         MOVE 8 TO WS-RETURN-CODE
004530     ELSE
004540         IF WS-STEP-RUNNING(WS-HIST-IX)
004550             AND WS-FORCE-OPTION NOT = "Y"
004560             DISPLAY "VOWLCYCL: VOWLHIST REFUSED - A PRIOR ROLL "
004570                 "FOR " WS-BUSINESS-DATE " NEVER LOGGED AN END. "
004580                 "CHECK EXTHIST FOR A PART-APPENDED RUN, THEN "
004590                 "SET CYCLFORCE=Y TO RERUN."
004600             MOVE 8 TO WS-RETURN-CODE
004610         END-IF
004620     END-IF.
004630******************************************************************
004640* Y400-END-STEP - LOG THE REQUESTED STEP'S END AND RETURN CODE,  *
004650*                 AND HALT THE CYCLE WHEN THAT CODE IS OUTSIDE   *
004660*                 THE STEP'S ACCEPTABLE RANGE.                   *
004670******************************************************************
004680 Y400-END-STEP.
004690     IF NOT WS-STEP-RUNNING(WS-REQ-IX)
004700         DISPLAY "VOWLCYCL: " WS-STEP-REQUESTED
004710             " HAS NO OPEN START FOR " WS-BUSINESS-DATE
004720             " - END NOT LOGGED"
004730         MOVE 12 TO WS-RETURN-CODE
004740     ELSE
004750         MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
004760         MOVE WS-STEP-REQUESTED TO CY-STEP-NAME
004770         MOVE "ENDED" TO CY-STEP-EVENT
004780         MOVE WS-STEP-RC TO CY-STEP-RC
004790         MOVE WS-STEP-STAMP(WS-REQ-IX) TO CY-EXTRACT-STAMP
004800         PERFORM Y900-APPEND-EVENT
004810         MOVE "E" TO WS-STEP-STATE(WS-REQ-IX)
004820         MOVE WS-STEP-RC TO WS-STEP-LAST-RC(WS-REQ-IX)
004830         IF WS-STEP-RC > WS-STEP-MAX-RC(WS-REQ-IX)
004840             DISPLAY "VOWLCYCL: " WS-STEP-REQUESTED
004850                 " ENDED WITH RETURN CODE " WS-STEP-RC
004860                 " - CYCLE HALTED AT THIS STEP"
004870             IF WS-RETURN-CODE < 8
004880                 MOVE 8 TO WS-RETURN-CODE
004890             END-IF
004900         END-IF
004910     END-IF.
004920******************************************************************
004930* Y500-REOPEN-STEPS - PUT THE REQUESTED STEP AND EVERY LATER     *
004940*                     STEP BACK TO NOT-RUN. ONCE VOWLHIST HAS    *
004950*                     ROLLED THE DATE INTO EXTHIST NOTHING UP TO *
004960*                     AND INCLUDING IT MAY BE REOPENED - THAT    *
004970*                     WOULD ROLL THE DAY A SECOND TIME.          *
004980******************************************************************
004990 Y500-REOPEN-STEPS.
005000     MOVE WS-HIST-IX TO WS-STEP-IX.
005010     PERFORM Y260-CHECK-ACCEPTABLE.
005020     IF WS-STEP-ACCEPTABLE
005030         AND WS-REQ-IX NOT > WS-HIST-IX
005040         DISPLAY "VOWLCYCL: REOPEN REFUSED - " WS-BUSINESS-DATE
005050             " IS ALREADY ROLLED INTO EXTHIST"
005060         MOVE 8 TO WS-RETURN-CODE
005070     ELSE
005080         PERFORM Y510-REOPEN-ONE-STEP
005090             VARYING WS-STEP-IX FROM WS-REQ-IX BY 1
005100             UNTIL WS-STEP-IX > WS-STEP-COUNT
005110     END-IF.
005120******************************************************************
005130* Y510-REOPEN-ONE-STEP - LOG A "REOPENED" RECORD FOR ONE STEP    *
005140*                        THAT HAS RUN FOR THE DATE.              *
005150******************************************************************
005160 Y510-REOPEN-ONE-STEP.
005170     IF NOT WS-STEP-NOT-RUN(WS-STEP-IX)
005180         MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
005190         MOVE WS-STEP-NAME(WS-STEP-IX) TO CY-STEP-NAME
005200         MOVE "REOPENED" TO CY-STEP-EVENT
005210         MOVE 0 TO CY-STEP-RC
005220         MOVE SPACES TO CY-EXTRACT-STAMP
005230         PERFORM Y900-APPEND-EVENT
005240         MOVE " " TO WS-STEP-STATE(WS-STEP-IX)
005250     END-IF.
005260******************************************************************
005270* Y900-APPEND-EVENT - STAMP AND APPEND THE CYCLCTL RECORD JUST   *
005280*                     BUILT, CREATING CYCLCTL ON FIRST USE.      *
005290******************************************************************
005300 Y900-APPEND-EVENT.
005310     MOVE WS-RUN-DATE TO CY-EVENT-DATE.
005320     MOVE WS-RUN-TIME TO CY-EVENT-TIME.
005330     MOVE WS-OPERATOR-ID TO CY-OPERATOR-ID.
005340     OPEN EXTEND CYCLE-CONTROL-FILE.
005350     IF NOT WS-CYCL-OK
005360         OPEN OUTPUT CYCLE-CONTROL-FILE
005370     END-IF.
005380     IF NOT WS-CYCL-OK
005390         DISPLAY "VOWLCYCL: UNABLE TO OPEN CYCLCTL - STATUS "
005400             WS-CYCL-STATUS
005410         MOVE 12 TO WS-RETURN-CODE
005420     ELSE
005430         WRITE CYCLE-CONTROL-RECORD
005440         CLOSE CYCLE-CONTROL-FILE
005450     END-IF.
005460******************************************************************
005470* R100-CYCLE-REPORT - THE CYCLE'S STEP STATES FOR THE BUSINESS   *
005480*                     DATE, THE STEP IT RESUMES FROM, AND THE    *
005490*                     GATE'S VERDICT.                            *
005500******************************************************************
005510 R100-CYCLE-REPORT.
005520     MOVE 0 TO WS-RESUME-IX.
005530     PERFORM R110-FIND-RESUME-STEP
005540         VARYING WS-STEP-IX FROM WS-STEP-COUNT BY -1
005550         UNTIL WS-STEP-IX < 1.
005560     DISPLAY " ".
005570     DISPLAY "******************************************".
005580     DISPLAY "*   VOWLCYCL - BATCH CYCLE CONTROL        *".
005590     DISPLAY "******************************************".
005600     DISPLAY "BUSINESS DATE ............... " WS-BUSINESS-DATE.
005610     DISPLAY "ACTION ...................... " WS-ACTION
005620         " " WS-STEP-REQUESTED.
005630     DISPLAY "OPERATOR .................... " WS-OPERATOR-ID.
005640     DISPLAY "------------------------------------------".
005650     PERFORM R120-DISPLAY-ONE-STEP
005660         VARYING WS-STEP-IX FROM 1 BY 1
005670         UNTIL WS-STEP-IX > WS-STEP-COUNT.
005680     DISPLAY "------------------------------------------".
005690     IF WS-RESUME-IX = 0
005700         DISPLAY "CYCLE COMPLETE FOR THIS BUSINESS DATE"
005710     ELSE
005720         DISPLAY "CYCLE RESUMES AT STEP ....... "
005730             WS-STEP-NAME(WS-RESUME-IX)
005740     END-IF.
005750     MOVE WS-RETURN-CODE TO WS-ED-RC.
005760     DISPLAY "GATE RETURN CODE ............ " WS-ED-RC.
005770     DISPLAY "******************************************".
005780******************************************************************
005790* R110-FIND-RESUME-STEP - THE EARLIEST STEP NOT YET ENDED        *
005800*                         ACCEPTABLY (WALKED BACKWARDS SO THE    *
005810*                         LAST ONE NOTED IS THE EARLIEST).       *
005820******************************************************************
005830 R110-FIND-RESUME-STEP.
005840     PERFORM Y260-CHECK-ACCEPTABLE.
005850     IF NOT WS-STEP-ACCEPTABLE
005860         MOVE WS-STEP-IX TO WS-RESUME-IX
005870     END-IF.
005880******************************************************************
005890* R120-DISPLAY-ONE-STEP - ONE STEP'S STATE LINE.                 *
005900******************************************************************
005910 R120-DISPLAY-ONE-STEP.
005920     IF WS-STEP-NOT-RUN(WS-STEP-IX)
005930         DISPLAY "  " WS-STEP-NAME(WS-STEP-IX) " NOT RUN"
005940     END-IF.
005950     IF WS-STEP-RUNNING(WS-STEP-IX)
005960         DISPLAY "  " WS-STEP-NAME(WS-STEP-IX) " STARTED "
005970             WS-STEP-EVENT-DATE(WS-STEP-IX) "/"
005980             WS-STEP-EVENT-TIME(WS-STEP-IX) " BY "
005990             WS-STEP-OPERATOR(WS-STEP-IX) " - NO END LOGGED"
006000     END-IF.
006010     IF WS-STEP-ENDED(WS-STEP-IX)
006020         PERFORM Y260-CHECK-ACCEPTABLE
006030         IF WS-STEP-ACCEPTABLE
006040             DISPLAY "  " WS-STEP-NAME(WS-STEP-IX) " ENDED "
006050                 WS-STEP-EVENT-DATE(WS-STEP-IX) "/"
006060                 WS-STEP-EVENT-TIME(WS-STEP-IX) " RC "
006070                 WS-STEP-LAST-RC(WS-STEP-IX) " - OK"
006080         ELSE
006090             DISPLAY "  " WS-STEP-NAME(WS-STEP-IX) " ENDED "
006100                 WS-STEP-EVENT-DATE(WS-STEP-IX) "/"
006110                 WS-STEP-EVENT-TIME(WS-STEP-IX) " RC "
006120                 WS-STEP-LAST-RC(WS-STEP-IX) " - FAILED"
006130         END-IF
006140     END-IF.
