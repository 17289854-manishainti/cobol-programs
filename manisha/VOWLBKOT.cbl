000010******************************************************************
000020* PROGRAM-ID.  VOWLBKOT                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*-----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   RUN BACK-OUT UTILITY. REVERSES ONE BAD VOWEL RUN ACROSS      *
000100*   EVERY STANDING FILE IT TOUCHED, KEYED ON THAT RUN'S          *
000110*   TIMESTAMP (BKOUTRUN = YYYYMMDDHHMMSS - THE XR-RUN-TIMESTAMP  *
000120*   ON ITS EXTRACT ROWS, AND AU-RUN-DATE + AU-RUN-TIME ON ITS    *
000130*   AUDITLOG RECORD):                                            *
000140*     EXTHIST  - EVERY ROW STAMPED WITH THE RUN IS REMOVED. THE  *
000150*                FILE IS REBUILT THROUGH EXTHISTW IN TWO PASSES, *
000160*                THE SAME WAY VOWLHIST REBUILDS IT, AND IS NEVER *
000170*                OPENED FOR OUTPUT UNLESS PASS 1 COMPLETED.      *
000180*     VOWELKSD - EVERY ENTRY WHOSE LK-CREATED-STAMP IS THE RUN   *
000190*                IS DELETED; THE NEXT RUN RESCANS THOSE WORDS.   *
000192*                ENTRIES THE SAME WORDS HOLD UNDER OTHER         *
000194*                RULESETS ARE KEYED APART AND ARE LEFT ALONE.    *
000200*     CYCLCTL  - THE CYCLE WHOSE VOWLHIST STEP ROLLED THE RUN IS *
000210*                REOPENED SO IT CAN BE RERUN FROM VOWEL.         *
000220*     AUDITLOG - A COMPENSATING "BACKED-OUT" RECORD CARRYING THE *
000230*                RUN'S DATE, TIME AND FIGURES IS APPENDED        *
000240*                THROUGH THE SAME SEQUENCE/CHECK-TOTAL CHAIN AS  *
000250*                9200-WRITE-AUDIT IN VOWEL, SO VOWLAVFY STILL    *
000260*                CERTIFIES THE TRAIL AND VOWLTRND SUBTRACTS THE  *
000270*                RUN.                                            *
000272*     FEEDREG  - EACH FEED THE RUN SCORED GETS A "BACKED-OUT"    *
000274*                ENTRY, SO FEED CERTIFICATION ACCEPTS THE SAME   *
000276*                FEED SEQUENCE WHEN THE CORRECTED FEED IS RESENT.*
000277*     EXCLEDGR - NOT TOUCHED HERE. VOWLEXLG DROPS THE RUN'S      *
000278*                LEDGER ENTRIES ITSELF, KEYED ON THE "BACKED-OUT"*
000279*                AUDITLOG RECORD, AND ITS CYCLE STEP IS REOPENED *
000280*                WITH THE OTHERS.                                *
000281*   THE REVERSAL REPORT IS WRITTEN TO THE JOB LOG FOR ATTACHING  *
000290*   TO THE INCIDENT. A RUN THAT IS NOT ON AUDITLOG, OR A FILE    *
000300*   THAT CANNOT BE REBUILT, ENDS WITH RETURN CODE 12 AND NO      *
000310*   COMPENSATING RECORD; A RUN ALREADY BACKED OUT ENDS WITH 8.   *
000320*   RETURN CODE 4 FLAGS A REVERSAL THAT WENT THROUGH BUT WHOSE   *
000330*   EXTHIST ROW COUNT DID NOT MATCH THE AUDITED RECORD COUNT     *
000340*   (E.G. A RESTARTED BATCH, WHOSE PRE-ABORT ROWS CARRY THE      *
000350*   ABORTED SEGMENT'S OWN TIMESTAMP AND ARE BACKED OUT BY IT).   *
000360*-----------------------------------------------------------------*
000370* MODIFICATION HISTORY.                                          *
000380*   DATE       INIT  DESCRIPTION                                 *
000390*   10/15/2026 RK    ORIGINAL PROGRAM - REVERSE ONE VOWEL RUN    *
000400*                    ACROSS EXTHIST, VOWELKSD, CYCLCTL AND       *
000410*                    AUDITLOG.                                   *
000412*   10/15/2026 RK    FEEDS THE REVERSED RUN SCORED ARE RELEASED  *
000414*                    ON FEEDREG SO THEY CAN BE RESENT.           *
000416*   10/15/2026 RK    VOWLEXLG STEP REOPENED WITH THE REST OF THE *
000418*                    CYCLE.                                      *
000419*   10/15/2026 RK    VOWELKSD NOW KEYED ON LK-CACHE-KEY.         *
000421*   10/15/2026 RK    WORD TOKEN ("T") ROWS LEFT OUT OF THE ROWS  *
000422*                    REMOVED CHECK AGAINST THE AUDITED COUNT.    *
000423*   10/15/2026 RK    REVERSING AN ABORT SNAPSHOT OR HELD BATCH   *
000424*                    WRITES BACKED-OUT-ABORT / BACKED-OUT-HELD.  *
000425*   10/15/2026 RK    A VOWELKSD STILL IN THE OLD LAYOUT (STATUS  *
000426*                    39) HOLDS NO RUN'S ENTRIES - NOT AN ERROR.  *
000429******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. VOWLBKOT.
000450 AUTHOR. R KULKARNI.
000460 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT HISTORY-FILE ASSIGN TO "EXTHIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HIST-STATUS.
000620     SELECT HISTORY-WORK-FILE ASSIGN TO "EXTHISTW"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-WORK-STATUS.
000650     SELECT LOOKUP-FILE ASSIGN TO "VOWELKSD"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS LK-CACHE-KEY
000690         FILE STATUS IS WS-LOOKUP-STATUS.
000700     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CYCL-STATUS.
000722     SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-FREG-STATUS.
000730     SELECT EXTRACT-FILE ASSIGN TO "EXTROUT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EXTR-STATUS.
000760******************************************************************
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  AUDIT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY VOWLAUD.
000820 FD  HISTORY-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY VOWLEXT REPLACING LEADING ==XR== BY ==HX==
000850         ==EXTRACT-RECORD== BY ==HISTORY-RECORD==.
000860 FD  HISTORY-WORK-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY VOWLEXT REPLACING LEADING ==XR== BY ==WX==
000890         ==EXTRACT-RECORD== BY ==HISTORY-WORK-RECORD==.
000900 FD  LOOKUP-FILE.
000910     COPY VOWLKSD.
000920 FD  CYCLE-CONTROL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY VOWLCYC.
000942 FD  FEED-REGISTER-FILE
000944     LABEL RECORDS ARE STANDARD.
000946     COPY VOWLFRG.
000950 FD  EXTRACT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY VOWLEXT.
000980******************************************************************
000990 WORKING-STORAGE SECTION.
001000 77  WS-AUDIT-STATUS         PIC X(02)    VALUE "00".
001010     88  WS-AUDIT-OK                      VALUE "00".
001020     88  WS-AUDIT-EOF                     VALUE "10".
001030 77  WS-HIST-STATUS          PIC X(02)    VALUE "00".
001040     88  WS-HIST-OK                       VALUE "00".
001050     88  WS-HIST-EOF                      VALUE "10".
001060     88  WS-HIST-FILE-MISSING             VALUE "35".
001070 77  WS-WORK-STATUS          PIC X(02)    VALUE "00".
001080     88  WS-WORK-OK                       VALUE "00".
001090     88  WS-WORK-EOF                      VALUE "10".
001100 77  WS-LOOKUP-STATUS        PIC X(02)    VALUE "00".
001110     88  WS-LOOKUP-OK                     VALUE "00".
001120     88  WS-LOOKUP-EOF                    VALUE "10".
001130     88  WS-LOOKUP-FILE-MISSING           VALUE "35".
001135     88  WS-LOOKUP-OLD-FORMAT             VALUE "39".
001140 77  WS-CYCL-STATUS          PIC X(02)    VALUE "00".
001150     88  WS-CYCL-OK                       VALUE "00".
001160     88  WS-CYCL-EOF                      VALUE "10".
001170 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
001180     88  WS-EXTR-OK                       VALUE "00".
001190     88  WS-EXTR-EOF                      VALUE "10".
001192 77  WS-FREG-STATUS          PIC X(02)    VALUE "00".
001194     88  WS-FREG-OK                       VALUE "00".
001200 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
001210     88  WS-EOF-REACHED                   VALUE "Y".
001220 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
001230 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001240 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
001250 77  WS-RUN-TIME             PIC 9(06)    VALUE 0.
001260 77  WS-OPERATOR-ID          PIC X(08)    VALUE SPACES.
001270******************************************************************
001280* WS-BACKOUT-STAMP - THE RUN BEING REVERSED, AS SUPPLIED IN      *
001290*   BKOUTRUN, WITH ITS DATE AND TIME HALVES FOR MATCHING AGAINST *
001300*   AU-RUN-DATE AND AU-RUN-TIME.                                 *
001310******************************************************************
001320 01  WS-BACKOUT-STAMP        PIC X(14)    VALUE SPACES.
001330 01  WS-BACKOUT-STAMP-PARTS REDEFINES WS-BACKOUT-STAMP.
001340     05  WS-BACKOUT-DATE         PIC 9(08).
001350     05  WS-BACKOUT-TIME         PIC 9(06).
001360 77  WS-RUN-FOUND-SW         PIC X(01)    VALUE "N".
001370     88  WS-RUN-FOUND                     VALUE "Y".
001380 77  WS-ALREADY-BACKED-SW    PIC X(01)    VALUE "N".
001390     88  WS-ALREADY-BACKED-OUT            VALUE "Y".
001400 77  WS-PASS1-OK-SW          PIC X(01)    VALUE "N".
001410     88  WS-PASS1-COMPLETE                VALUE "Y".
001420 77  WS-HIST-PRESENT-SW      PIC X(01)    VALUE "N".
001430     88  WS-HIST-PRESENT                  VALUE "Y".
001440 77  WS-REVERSAL-OK-SW       PIC X(01)    VALUE "N".
001450     88  WS-REVERSAL-DONE                 VALUE "Y".
001460 77  WS-EXTROUT-HELD-SW      PIC X(01)    VALUE "N".
001470     88  WS-EXTROUT-HOLDS-RUN             VALUE "Y".
001480* WS-ORIG-XXX - THE REVERSED RUN'S OWN AUDITLOG FIGURES, CARRIED *
001490*   ONTO THE COMPENSATING RECORD.                                *
001500 77  WS-ORIG-OPERATOR-ID     PIC X(08)    VALUE SPACES.
001510 77  WS-ORIG-STATUS          PIC X(16)    VALUE SPACES.
001520 77  WS-ORIG-RECORDS         PIC 9(08)    VALUE 0.
001530 77  WS-ORIG-EXCEPTIONS      PIC 9(08)    VALUE 0.
001540 77  WS-ORIG-VOWELS          PIC 9(08)    VALUE 0.
001550 77  WS-HIST-READ-COUNT      PIC 9(08) COMP VALUE 0.
001560 77  WS-HIST-REMOVED-COUNT   PIC 9(08) COMP VALUE 0.
001570 77  WS-HIST-KEPT-COUNT      PIC 9(08) COMP VALUE 0.
001580 77  WS-HIST-REMOVED-VOWELS  PIC 9(08) COMP VALUE 0.
001582* WS-HIST-TOKENS-REMOVED - WORD TOKEN ("T") ROWS OF THE RUN.     *
001584*   THEY ARE DROPPED WITH THE REST BUT KEPT OUT OF THE TWO       *
001586*   FIGURES ABOVE, WHICH TIE TO THE AUDITED RECORDS AND VOWELS   *
001588*   (THE SCORED STRINGS ONLY), AS IN VOWLRCON.                   *
001589 77  WS-HIST-TOKENS-REMOVED  PIC 9(08) COMP VALUE 0.
001590 77  WS-LOOKUP-SCANNED       PIC 9(08) COMP VALUE 0.
001600 77  WS-LOOKUP-DELETED       PIC 9(08) COMP VALUE 0.
001610 77  WS-DELETE-FAIL-COUNT    PIC 9(08) COMP VALUE 0.
001620 77  WS-CYCLE-DATE           PIC 9(08)    VALUE 0.
001630 77  WS-CYCLE-REOPENED       PIC 9(04) COMP VALUE 0.
001640 77  WS-CYCLE-STEP-IX        PIC 9(02) COMP VALUE 0.
001642* WS-RELEASE-TABLE - FEEDREG ENTRIES THE REVERSED RUN ACCEPTED,   *
001644*   COPIED OFF IN ONE PASS AND APPENDED BACK AS "BACKED-OUT".     *
001646 01  WS-RELEASE-TABLE.
001648     05  WS-RELEASE-ENTRY OCCURS 50 TIMES INDEXED BY WS-REL-IX.
001650         10  WS-REL-RECORD       PIC X(84).
001652 77  WS-RELEASE-COUNT        PIC 9(04) COMP VALUE 0.
001654 77  WS-RELEASE-WRITTEN      PIC 9(04) COMP VALUE 0.
001655 01  WS-CYCLE-STEP-AREA.
001660     05  FILLER PIC X(08) VALUE "VOWEL   ".
001670     05  FILLER PIC X(08) VALUE "VOWLRCON".
001680     05  FILLER PIC X(08) VALUE "VOWLHIST".
001690     05  FILLER PIC X(08) VALUE "VOWLDLTA".
001695     05  FILLER PIC X(08) VALUE "VOWLEXLG".
001700 01  WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-AREA.
001710     05  WS-CYCLE-STEP-NAME PIC X(08) OCCURS 5 TIMES.
001720 77  WS-ED-NUM8              PIC 9(08)    VALUE 0.
001730 77  WS-ED-NUM8B             PIC 9(08)    VALUE 0.
001740******************************************************************
001750* AUDIT CHAIN FIELDS - IDENTICAL IN MEANING TO 9205-9215 IN      *
001760*   VOWEL: THE NEWEST RECORD'S SEQUENCE AND CHECK TOTAL ANCHOR   *
001770*   THE COMPENSATING RECORD, AND ITS CHECK TOTAL FOLDS IN THE    *
001780*   OPERATOR/STATUS BYTES BY POSITION IN WS-CHAR-SET.            *
001790******************************************************************
001800 77  WS-LAST-AUDIT-SEQ       PIC 9(08)    VALUE 0.
001810 77  WS-PRIOR-CHECK-TOTAL    PIC 9(08)    VALUE 0.
001820 77  WS-CHECK-WORK           PIC 9(10) COMP VALUE 0.
001830 77  WS-CHECK-QUOTIENT       PIC 9(10) COMP VALUE 0.
001840 77  WS-CHECK-TOTAL          PIC 9(08)    VALUE 0.
001850 77  WS-CHAIN-TEXT           PIC X(24)    VALUE SPACES.
001860 77  WS-CHAIN-IDX            PIC 9(02) COMP VALUE 0.
001870 77  WS-CHAR-VALUE           PIC 9(04) COMP VALUE 0.
001880 01  WS-CHAR-SET-AREA.
001890     05  FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001900     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
001910     05  FILLER PIC X(12) VALUE "0123456789-.".
001920 01  WS-CHAR-SET REDEFINES WS-CHAR-SET-AREA
001930                             PIC X(64).
001940******************************************************************
001950 PROCEDURE DIVISION.
001960 MAIN-PARA.
001970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001980     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001990     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
002000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002010     ACCEPT WS-BACKOUT-STAMP FROM ENVIRONMENT "BKOUTRUN".
002020     IF WS-BACKOUT-STAMP IS NOT NUMERIC
002030         DISPLAY "VOWLBKOT: BKOUTRUN " WS-BACKOUT-STAMP
002040             " IS NOT A YYYYMMDDHHMMSS RUN TIMESTAMP"
002050         MOVE 12 TO WS-RETURN-CODE
002060     ELSE
002070         PERFORM N100-FIND-RUN-AUDIT
002080     END-IF.
002090     IF WS-RETURN-CODE = 0
002100         PERFORM N200-REMOVE-HISTORY-ROWS
002110         IF WS-RETURN-CODE < 12
002120             PERFORM N300-DELETE-LOOKUP-ENTRIES
002130         END-IF
002140         IF WS-RETURN-CODE < 12
002150             PERFORM N400-REOPEN-CYCLE
002155             PERFORM N450-RELEASE-FEEDS
002160             PERFORM N500-CHECK-CURRENT-EXTRACT
002170             PERFORM N600-WRITE-BACKOUT-AUDIT
002180         END-IF
002190     END-IF.
002200     PERFORM R100-REVERSAL-REPORT.
002210     MOVE WS-RETURN-CODE TO RETURN-CODE.
002220     STOP RUN.
002230******************************************************************
002240* N100-FIND-RUN-AUDIT - WALK AUDITLOG FOR THE RUN'S OWN BATCH    *
002250*                       RECORD AND ANY EARLIER REVERSAL OF IT,   *
002260*                       KEEPING THE NEWEST RECORD'S CHAIN FIELDS *
002270*                       AS THE ANCHOR FOR THE COMPENSATING       *
002280*                       RECORD.                                  *
002290******************************************************************
002300 N100-FIND-RUN-AUDIT.
002310     MOVE 0 TO WS-LAST-AUDIT-SEQ.
002320     MOVE 0 TO WS-PRIOR-CHECK-TOTAL.
002330     OPEN INPUT AUDIT-FILE.
002340     IF NOT WS-AUDIT-OK
002350         DISPLAY "VOWLBKOT: UNABLE TO OPEN AUDITLOG - STATUS "
002360             WS-AUDIT-STATUS
002370         MOVE 12 TO WS-RETURN-CODE
002380     ELSE
002390         MOVE "N" TO WS-EOF-SWITCH
002400         PERFORM N110-READ-AUDIT
002410         PERFORM N120-TEST-ONE-AUDIT
002420             UNTIL WS-EOF-REACHED
002430         CLOSE AUDIT-FILE
002440         IF WS-ALREADY-BACKED-OUT
002450             DISPLAY "VOWLBKOT: RUN " WS-BACKOUT-STAMP
002460                 " WAS ALREADY BACKED OUT - NOTHING DONE"
002470             MOVE 8 TO WS-RETURN-CODE
002480         ELSE
002490             IF NOT WS-RUN-FOUND
002500                 DISPLAY "VOWLBKOT: NO BATCH RUN "
002505                     WS-BACKOUT-STAMP
002510                     " ON AUDITLOG - NOTHING TO BACK OUT"
002520                 MOVE 12 TO WS-RETURN-CODE
002530             END-IF
002540         END-IF
002550     END-IF.
002560******************************************************************
002570* N110-READ-AUDIT - READ THE NEXT AUDIT RECORD.                  *
002580******************************************************************
002590 N110-READ-AUDIT.
002600     READ AUDIT-FILE
002610         AT END
002620             MOVE "Y" TO WS-EOF-SWITCH
002630     END-READ.
002640******************************************************************
002650* N120-TEST-ONE-AUDIT - NOTE THE RUN'S BATCH RECORD OR A PRIOR   *
002660*                       REVERSAL OF IT, SAVE THE CHAIN FIELDS    *
002670*                       (RESTARTING FROM ZERO ON A PRE-CHAIN     *
002680*                       RECORD, AS 9207 IN VOWEL DOES), THEN     *
002690*                       ADVANCE. AN INQUIRY IS NEVER A RUN.      *
002700******************************************************************
002710 N120-TEST-ONE-AUDIT.
002720     IF AU-RUN-DATE = WS-BACKOUT-DATE
002730         AND AU-RUN-TIME = WS-BACKOUT-TIME
002740         AND NOT AU-INQUIRY
002750         IF AU-BACKED-OUT
002760             SET WS-ALREADY-BACKED-OUT TO TRUE
002770         ELSE
002780             SET WS-RUN-FOUND TO TRUE
002790             MOVE AU-OPERATOR-ID TO WS-ORIG-OPERATOR-ID
002800             MOVE AU-RUN-STATUS TO WS-ORIG-STATUS
002810             MOVE AU-RECORDS-PROCESSED TO WS-ORIG-RECORDS
002820             MOVE AU-EXCEPTIONS-COUNT TO WS-ORIG-EXCEPTIONS
002830             MOVE AU-TOTAL-VOWELS TO WS-ORIG-VOWELS
002840         END-IF
002850     END-IF.
002860     IF AU-SEQUENCE-NUMBER NUMERIC
002870         AND AU-CHECK-TOTAL NUMERIC
002880         MOVE AU-SEQUENCE-NUMBER TO WS-LAST-AUDIT-SEQ
002890         MOVE AU-CHECK-TOTAL TO WS-PRIOR-CHECK-TOTAL
002900     ELSE
002910         MOVE 0 TO WS-LAST-AUDIT-SEQ
002920         MOVE 0 TO WS-PRIOR-CHECK-TOTAL
002930     END-IF.
002940     PERFORM N110-READ-AUDIT.
002950******************************************************************
002960* N200-REMOVE-HISTORY-ROWS - PASS 1 COPIES EVERY EXTHIST ROW NOT *
002970*                            STAMPED WITH THE RUN TO EXTHISTW;   *
002980*                            PASS 2 REWRITES EXTHIST FROM IT.    *
002990*                            EXTHIST IS REWRITTEN ONLY WHEN      *
003000*                            PASS 1 FINISHED AND FOUND ROWS TO   *
003010*                            REMOVE. A MISSING EXTHIST HAS NONE. *
003020******************************************************************
003030 N200-REMOVE-HISTORY-ROWS.
003040     OPEN INPUT HISTORY-FILE.
003050     IF WS-HIST-OK
003060         SET WS-HIST-PRESENT TO TRUE
003070         OPEN OUTPUT HISTORY-WORK-FILE
003080         IF NOT WS-WORK-OK
003090             DISPLAY "VOWLBKOT: UNABLE TO OPEN EXTHISTW - "
003100                 "STATUS " WS-WORK-STATUS
003110                 " - STANDING HISTORY LEFT UNTOUCHED"
003120             MOVE 12 TO WS-RETURN-CODE
003130         ELSE
003140             MOVE "N" TO WS-EOF-SWITCH
003150             PERFORM N210-READ-HISTORY
003160             PERFORM N220-FILTER-ONE-ROW
003170                 UNTIL WS-EOF-REACHED
003180             CLOSE HISTORY-WORK-FILE
003190             SET WS-PASS1-COMPLETE TO TRUE
003200         END-IF
003210         CLOSE HISTORY-FILE
003220     ELSE
003230         IF NOT WS-HIST-FILE-MISSING
003240             DISPLAY "VOWLBKOT: UNABLE TO OPEN EXTHIST - "
003250                 "STATUS " WS-HIST-STATUS
003260             MOVE 12 TO WS-RETURN-CODE
003270         END-IF
003280     END-IF.
003290     IF WS-PASS1-COMPLETE
003300         AND (WS-HIST-REMOVED-COUNT > 0
003305         OR WS-HIST-TOKENS-REMOVED > 0)
003310         PERFORM N230-REBUILD-HISTORY
003320     END-IF.
003330******************************************************************
003340* N210-READ-HISTORY - READ THE NEXT STANDING HISTORY ROW.        *
003350******************************************************************
003360 N210-READ-HISTORY.
003370     READ HISTORY-FILE
003380         AT END
003390             MOVE "Y" TO WS-EOF-SWITCH
003400     END-READ.
003410******************************************************************
003420* N220-FILTER-ONE-ROW - DROP A ROW OF THE REVERSED RUN, KEEP     *
003430*                       EVERY OTHER ROW, THEN ADVANCE. A TOKEN   *
003435*                       ROW IS COUNTED APART FROM THE STRINGS.   *
003440******************************************************************
003450 N220-FILTER-ONE-ROW.
003460     ADD 1 TO WS-HIST-READ-COUNT.
003470     IF HX-RUN-TIMESTAMP = WS-BACKOUT-STAMP
003480         IF HX-TOKEN-RECORD
003482             ADD 1 TO WS-HIST-TOKENS-REMOVED
003484         ELSE
003486             ADD 1 TO WS-HIST-REMOVED-COUNT
003488             ADD HX-VOWEL-COUNT TO WS-HIST-REMOVED-VOWELS
003489         END-IF
003500     ELSE
003510         MOVE HISTORY-RECORD TO HISTORY-WORK-RECORD
003520         WRITE HISTORY-WORK-RECORD
003530         ADD 1 TO WS-HIST-KEPT-COUNT
003540     END-IF.
003550     PERFORM N210-READ-HISTORY.
003560******************************************************************
003570* N230-REBUILD-HISTORY - PASS 2: REWRITE EXTHIST FROM THE ROWS   *
003580*                        KEPT ON EXTHISTW.                       *
003590******************************************************************
003600 N230-REBUILD-HISTORY.
003610     OPEN INPUT HISTORY-WORK-FILE.
003620     IF NOT WS-WORK-OK
003630         DISPLAY "VOWLBKOT: UNABLE TO REREAD EXTHISTW - STATUS "
003640             WS-WORK-STATUS " - EXTHIST LEFT UNTOUCHED"
003650         MOVE 12 TO WS-RETURN-CODE
003660     ELSE
003670         OPEN OUTPUT HISTORY-FILE
003680         IF NOT WS-HIST-OK
003690             DISPLAY "VOWLBKOT: UNABLE TO REWRITE EXTHIST - "
003700                 "STATUS " WS-HIST-STATUS
003710             MOVE 12 TO WS-RETURN-CODE
003720         ELSE
003730             MOVE "N" TO WS-EOF-SWITCH
003740             PERFORM N240-READ-WORK
003750             PERFORM N250-COPY-ONE-ROW
003760                 UNTIL WS-EOF-REACHED
003770             CLOSE HISTORY-FILE
003780         END-IF
003790         CLOSE HISTORY-WORK-FILE
003800     END-IF.
003810******************************************************************
003820* N240-READ-WORK - READ THE NEXT KEPT ROW FROM EXTHISTW.         *
003830******************************************************************
003840 N240-READ-WORK.
003850     READ HISTORY-WORK-FILE
003860         AT END
003870             MOVE "Y" TO WS-EOF-SWITCH
003880     END-READ.
003890******************************************************************
003900* N250-COPY-ONE-ROW - WRITE ONE KEPT ROW TO THE REBUILT EXTHIST, *
003910*                     THEN ADVANCE.                              *
003920******************************************************************
003930 N250-COPY-ONE-ROW.
003940     MOVE HISTORY-WORK-RECORD TO HISTORY-RECORD.
003950     WRITE HISTORY-RECORD.
003960     PERFORM N240-READ-WORK.
003970******************************************************************
003980* N300-DELETE-LOOKUP-ENTRIES - OPEN VOWELKSD FOR UPDATE, SCAN    *
003990*                              EVERY RECORD FROM THE TOP AND     *
004000*                              DELETE THOSE THE RUN CACHED. A    *
004010*                              MISSING VOWELKSD HOLDS NONE.      *
004020******************************************************************
004030 N300-DELETE-LOOKUP-ENTRIES.
004040     DISPLAY " ".
004050     DISPLAY "VOWELKSD ENTRIES DELETED:".
004060     OPEN I-O LOOKUP-FILE.
004070     IF NOT WS-LOOKUP-OK
004080         IF WS-LOOKUP-OLD-FORMAT
004081             DISPLAY "VOWLBKOT: VOWELKSD IS IN THE OLD LAYOUT - "
004082                 "IT HOLDS NO ENTRY STAMPED BY ANY RUN"
004083         END-IF
004084         IF NOT WS-LOOKUP-FILE-MISSING
004085             AND NOT WS-LOOKUP-OLD-FORMAT
004090             DISPLAY "VOWLBKOT: UNABLE TO OPEN VOWELKSD - STATUS "
004100                 WS-LOOKUP-STATUS
004110             MOVE 12 TO WS-RETURN-CODE
004120         END-IF
004130     ELSE
004140         MOVE "N" TO WS-EOF-SWITCH
004150         MOVE LOW-VALUES TO LK-CACHE-KEY
004160         START LOOKUP-FILE KEY IS NOT LESS THAN LK-CACHE-KEY
004170             INVALID KEY
004180                 MOVE "Y" TO WS-EOF-SWITCH
004190         END-START
004200         IF NOT WS-EOF-REACHED
004210             PERFORM N310-READ-NEXT-LOOKUP
004220             PERFORM N320-TEST-ONE-LOOKUP
004230                 UNTIL WS-EOF-REACHED
004240         END-IF
004250         CLOSE LOOKUP-FILE
004260     END-IF.
004270     IF WS-LOOKUP-DELETED = 0
004280         DISPLAY "  (NONE)"
004290     END-IF.
004300******************************************************************
004310* N310-READ-NEXT-LOOKUP - READ THE NEXT LOOKUP RECORD IN KEY     *
004320*                         SEQUENCE.                              *
004330******************************************************************
004340 N310-READ-NEXT-LOOKUP.
004350     READ LOOKUP-FILE NEXT RECORD
004360         AT END
004370             MOVE "Y" TO WS-EOF-SWITCH
004380     END-READ.
004390******************************************************************
004400* N320-TEST-ONE-LOOKUP - DELETE THIS ENTRY WHEN THE REVERSED RUN *
004410*                        WROTE IT, THEN ADVANCE.                 *
004420******************************************************************
004430 N320-TEST-ONE-LOOKUP.
004440     ADD 1 TO WS-LOOKUP-SCANNED.
004450     IF LK-CREATED-STAMP = WS-BACKOUT-STAMP
004460         DELETE LOOKUP-FILE RECORD
004470             INVALID KEY
004480                 ADD 1 TO WS-DELETE-FAIL-COUNT
004490                 DISPLAY "VOWLBKOT: DELETE FAILED FOR "
004500                     LK-INPUT-STRING " - STATUS " WS-LOOKUP-STATUS
004510             NOT INVALID KEY
004520                 ADD 1 TO WS-LOOKUP-DELETED
004530                 DISPLAY "  " LK-INPUT-STRING
004540         END-DELETE
004550     END-IF.
004560     PERFORM N310-READ-NEXT-LOOKUP.
004570******************************************************************
004580* N400-REOPEN-CYCLE - FIND THE BUSINESS DATE WHOSE VOWLHIST STEP *
004590*                     ROLLED THIS RUN INTO EXTHIST AND APPEND A  *
004600*                     "REOPENED" RECORD FOR EVERY STEP OF THAT   *
004610*                     CYCLE, SO VOWLCYCL LETS IT BE RERUN FROM   *
004620*                     VOWEL. NO CYCLCTL, OR NO CYCLE THAT ROLLED *
004630*                     THE RUN, LEAVES NOTHING TO REOPEN.         *
004640******************************************************************
004650 N400-REOPEN-CYCLE.
004660     MOVE 0 TO WS-CYCLE-DATE.
004670     OPEN INPUT CYCLE-CONTROL-FILE.
004680     IF WS-CYCL-OK
004690         MOVE "N" TO WS-EOF-SWITCH
004700         PERFORM N410-READ-CYCLE
004710         PERFORM N420-TEST-ONE-CYCLE
004720             UNTIL WS-EOF-REACHED
004730         CLOSE CYCLE-CONTROL-FILE
004740     END-IF.
004750     IF WS-CYCLE-DATE > 0
004760         PERFORM N430-REOPEN-ONE-STEP
004770             VARYING WS-CYCLE-STEP-IX FROM 1 BY 1
004780             UNTIL WS-CYCLE-STEP-IX > 5
004790     END-IF.
004800******************************************************************
004810* N410-READ-CYCLE - READ THE NEXT CYCLCTL RECORD.                *
004820******************************************************************
004830 N410-READ-CYCLE.
004840     READ CYCLE-CONTROL-FILE
004850         AT END
004860             MOVE "Y" TO WS-EOF-SWITCH
004870     END-READ.
004880******************************************************************
004890* N420-TEST-ONE-CYCLE - NOTE THE CYCLE WHOSE VOWLHIST STEP       *
004900*                       CARRIED THIS RUN'S EXTRACT STAMP, THEN   *
004910*                       ADVANCE.                                 *
004920******************************************************************
004930 N420-TEST-ONE-CYCLE.
004940     IF CY-STEP-NAME = "VOWLHIST"
004950         AND CY-ENDED
004960         AND CY-EXTRACT-STAMP = WS-BACKOUT-STAMP
004970         MOVE CY-BUSINESS-DATE TO WS-CYCLE-DATE
004980     END-IF.
004990     PERFORM N410-READ-CYCLE.
005000******************************************************************
005010* N430-REOPEN-ONE-STEP - APPEND ONE STEP'S "REOPENED" RECORD,    *
005020*                        SAME APPEND RULES AS Y900-APPEND-EVENT  *
005030*                        IN VOWLCYCL.                            *
005040******************************************************************
005050 N430-REOPEN-ONE-STEP.
005060     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
005070     MOVE WS-CYCLE-STEP-NAME(WS-CYCLE-STEP-IX) TO CY-STEP-NAME.
005080     MOVE "REOPENED" TO CY-STEP-EVENT.
005090     MOVE WS-RUN-DATE TO CY-EVENT-DATE.
005100     MOVE WS-RUN-TIME TO CY-EVENT-TIME.
005110     MOVE WS-OPERATOR-ID TO CY-OPERATOR-ID.
005120     MOVE 0 TO CY-STEP-RC.
005130     MOVE SPACES TO CY-EXTRACT-STAMP.
005140     OPEN EXTEND CYCLE-CONTROL-FILE.
005150     IF NOT WS-CYCL-OK
005160         DISPLAY "VOWLBKOT: UNABLE TO OPEN CYCLCTL - STATUS "
005170             WS-CYCL-STATUS " - CYCLE NOT REOPENED"
005180         IF WS-RETURN-CODE < 4
005190             MOVE 4 TO WS-RETURN-CODE
005200         END-IF
005210     ELSE
005220         WRITE CYCLE-CONTROL-RECORD
005230         CLOSE CYCLE-CONTROL-FILE
005240         ADD 1 TO WS-CYCLE-REOPENED
005250     END-IF.
005262******************************************************************
005263* N450-RELEASE-FEEDS - COPY OFF EVERY FEEDREG ENTRY THE REVERSED *
005264*                      RUN ACCEPTED, THEN APPEND EACH BACK AS    *
005265*                      "BACKED-OUT". NO FEEDREG MEANS THE RUN    *
005266*                      SCORED NO CERTIFIED FEEDS.                *
005267******************************************************************
005268 N450-RELEASE-FEEDS.
005269     MOVE 0 TO WS-RELEASE-COUNT.
005270     OPEN INPUT FEED-REGISTER-FILE.
005271     IF WS-FREG-OK
005272         MOVE "N" TO WS-EOF-SWITCH
005273         PERFORM N460-READ-FEED-REGISTER
005274         PERFORM N470-TEST-ONE-FEED
005275             UNTIL WS-EOF-REACHED
005276         CLOSE FEED-REGISTER-FILE
005277     END-IF.
005278     IF WS-RELEASE-COUNT > 0
005279         OPEN EXTEND FEED-REGISTER-FILE
005280         IF NOT WS-FREG-OK
005281             DISPLAY "VOWLBKOT: UNABLE TO OPEN FEEDREG - STATUS "
005282                 WS-FREG-STATUS " - FEEDS NOT RELEASED"
005283             IF WS-RETURN-CODE < 4
005284                 MOVE 4 TO WS-RETURN-CODE
005285             END-IF
005286         ELSE
005287             PERFORM N480-RELEASE-ONE-FEED
005288                 VARYING WS-REL-IX FROM 1 BY 1
005289                 UNTIL WS-REL-IX > WS-RELEASE-COUNT
005290             CLOSE FEED-REGISTER-FILE
005291         END-IF
005292     END-IF.
005293******************************************************************
005294* N460-READ-FEED-REGISTER - READ THE NEXT FEEDREG RECORD.        *
005295******************************************************************
005296 N460-READ-FEED-REGISTER.
005297     READ FEED-REGISTER-FILE
005298         AT END
005299             MOVE "Y" TO WS-EOF-SWITCH
005300     END-READ.
005301******************************************************************
005302* N470-TEST-ONE-FEED - KEEP AN ENTRY THE REVERSED RUN ACCEPTED,  *
005303*                      THEN ADVANCE.                             *
005304******************************************************************
005305 N470-TEST-ONE-FEED.
005306     IF FR-ACCEPTED
005307         AND FR-RUN-TIMESTAMP = WS-BACKOUT-STAMP
005308         AND WS-RELEASE-COUNT < 50
005309         ADD 1 TO WS-RELEASE-COUNT
005310         MOVE FEED-REGISTER-RECORD
005311             TO WS-REL-RECORD(WS-RELEASE-COUNT)
005312     END-IF.
005313     PERFORM N460-READ-FEED-REGISTER.
005314******************************************************************
005315* N480-RELEASE-ONE-FEED - APPEND ONE "BACKED-OUT" FEEDREG ENTRY. *
005316******************************************************************
005317 N480-RELEASE-ONE-FEED.
005318     MOVE WS-REL-RECORD(WS-REL-IX) TO FEED-REGISTER-RECORD.
005319     MOVE "BACKED-OUT" TO FR-EVENT.
005320     WRITE FEED-REGISTER-RECORD.
005321     ADD 1 TO WS-RELEASE-WRITTEN.
005322******************************************************************
005323* N500-CHECK-CURRENT-EXTRACT - NOTE WHETHER THE EXTROUT ON HAND  *
005324*                              IS STILL THE REVERSED RUN'S, SO   *
005325*                              THE REPORT CAN WARN AGAINST       *
005326*                              FEEDING IT DOWNSTREAM AGAIN.      *
005327******************************************************************
005328 N500-CHECK-CURRENT-EXTRACT.
005330     OPEN INPUT EXTRACT-FILE.
005340     IF WS-EXTR-OK
005350         READ EXTRACT-FILE
005360             AT END
005370                 MOVE "10" TO WS-EXTR-STATUS
005380         END-READ
005390         IF WS-EXTR-OK
005400             AND XR-RUN-TIMESTAMP = WS-BACKOUT-STAMP
005410             SET WS-EXTROUT-HOLDS-RUN TO TRUE
005420         END-IF
005430         CLOSE EXTRACT-FILE
005440     END-IF.
005450******************************************************************
005460* N600-WRITE-BACKOUT-AUDIT - APPEND THE COMPENSATING RECORD.     *
005470*                            IT CARRIES THE REVERSED RUN'S DATE, *
005480*                            TIME AND FIGURES UNDER STATUS       *
005490*                            "BACKED-OUT", CHAINED EXACTLY AS    *
005500*                            9200-WRITE-AUDIT IN VOWEL CHAINS.   *
005502*                            AN ABORT SNAPSHOT OR A HELD BATCH   *
005504*                            IS NOT A RUN TO VOWLTRND, SO ITS    *
005506*                            REVERSAL IS MARKED "BACKED-OUT-     *
005508*                            ABORT" / "BACKED-OUT-HELD" AND THE  *
005509*                            TREND LEAVES ITS TOTALS ALONE.      *
005510******************************************************************
005520 N600-WRITE-BACKOUT-AUDIT.
005530     MOVE WS-BACKOUT-DATE TO AU-RUN-DATE.
005540     MOVE WS-BACKOUT-TIME TO AU-RUN-TIME.
005550     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
005560     MOVE WS-ORIG-RECORDS TO AU-RECORDS-PROCESSED.
005570     MOVE WS-ORIG-EXCEPTIONS TO AU-EXCEPTIONS-COUNT.
005580     MOVE WS-ORIG-VOWELS TO AU-TOTAL-VOWELS.
005590     MOVE "BACKED-OUT" TO AU-RUN-STATUS.
005592     IF WS-ORIG-STATUS(1:5) = "ABORT"
005594         MOVE "BACKED-OUT-ABORT" TO AU-RUN-STATUS
005596     END-IF.
005597     IF WS-ORIG-STATUS = "HELD-FEED-CERT"
005598         MOVE "BACKED-OUT-HELD" TO AU-RUN-STATUS
005599     END-IF.
005600     COMPUTE AU-SEQUENCE-NUMBER = WS-LAST-AUDIT-SEQ + 1.
005610     PERFORM N610-COMPUTE-CHECK-TOTAL.
005620     MOVE WS-CHECK-TOTAL TO AU-CHECK-TOTAL.
005630     OPEN EXTEND AUDIT-FILE.
005640     IF NOT WS-AUDIT-OK
005650         DISPLAY "VOWLBKOT: UNABLE TO OPEN AUDITLOG - STATUS "
005660             WS-AUDIT-STATUS " - REVERSAL NOT RECORDED"
005670         MOVE 12 TO WS-RETURN-CODE
005680     ELSE
005690         WRITE AUDIT-RECORD
005700         CLOSE AUDIT-FILE
005710         SET WS-REVERSAL-DONE TO TRUE
005720         IF WS-HIST-REMOVED-COUNT NOT = WS-ORIG-RECORDS
005730             AND WS-RETURN-CODE < 4
005740             MOVE 4 TO WS-RETURN-CODE
005750         END-IF
005760     END-IF.
005770******************************************************************
005780* N610-COMPUTE-CHECK-TOTAL - CHAIN THE PRIOR RECORD'S CHECK      *
005790*                           TOTAL WITH THIS RECORD'S FIGURES AND *
005800*                           OPERATOR/STATUS BYTES, MOD 10**8 -   *
005810*                           THE SAME FIGURE 9210 IN VOWEL AND    *
005820*                           Q150 IN VOWLAVFY COMPUTE.            *
005830******************************************************************
005840 N610-COMPUTE-CHECK-TOTAL.
005850     COMPUTE WS-CHECK-WORK =
005860         WS-PRIOR-CHECK-TOTAL + AU-RUN-DATE + AU-RUN-TIME
005870         + AU-RECORDS-PROCESSED + AU-EXCEPTIONS-COUNT
005880         + AU-TOTAL-VOWELS + AU-SEQUENCE-NUMBER.
005890     MOVE AU-OPERATOR-ID TO WS-CHAIN-TEXT(1:8).
005900     MOVE AU-RUN-STATUS TO WS-CHAIN-TEXT(9:16).
005910     PERFORM N615-ADD-ONE-TEXT-BYTE
005920         VARYING WS-CHAIN-IDX FROM 1 BY 1
005930         UNTIL WS-CHAIN-IDX > 24.
005940     DIVIDE WS-CHECK-WORK BY 100000000
005950         GIVING WS-CHECK-QUOTIENT
005960         REMAINDER WS-CHECK-TOTAL.
005970******************************************************************
005980* N615-ADD-ONE-TEXT-BYTE - FOLD ONE OPERATOR/STATUS BYTE INTO    *
005990*                         THE CHECK TOTAL, WEIGHTED BY OFFSET.   *
006000******************************************************************
006010 N615-ADD-ONE-TEXT-BYTE.
006020     MOVE 0 TO WS-CHAR-VALUE.
006030     INSPECT WS-CHAR-SET TALLYING WS-CHAR-VALUE
006040         FOR CHARACTERS
006050         BEFORE INITIAL WS-CHAIN-TEXT(WS-CHAIN-IDX:1).
006060     COMPUTE WS-CHECK-WORK =
006070         WS-CHECK-WORK + (WS-CHAR-VALUE * WS-CHAIN-IDX).
006080******************************************************************
006090* R100-REVERSAL-REPORT - WHAT THE BACK-OUT FOUND AND UNDID, FOR  *
006100*                        THE INCIDENT RECORD.                    *
006110******************************************************************
006120 R100-REVERSAL-REPORT.
006130     DISPLAY " ".
006140     DISPLAY "******************************************".
006150     DISPLAY "*    VOWLBKOT - RUN REVERSAL REPORT       *".
006160     DISPLAY "******************************************".
006170     DISPLAY "RUN BACKED OUT .............. " WS-BACKOUT-STAMP.
006180     DISPLAY "BACKED OUT BY ............... " WS-OPERATOR-ID
006190         " ON " WS-RUN-DATE "/" WS-RUN-TIME.
006200     IF WS-RUN-FOUND
006210         DISPLAY "ORIGINAL RUN OPERATOR ....... "
006220             WS-ORIG-OPERATOR-ID
006230         DISPLAY "ORIGINAL RUN STATUS ......... " WS-ORIG-STATUS
006240         DISPLAY "AUDITED RECORDS PROCESSED ... " WS-ORIG-RECORDS
006250         DISPLAY "AUDITED EXCEPTIONS .......... "
006260             WS-ORIG-EXCEPTIONS
006270         DISPLAY "AUDITED TOTAL VOWELS ........ " WS-ORIG-VOWELS
006280     END-IF.
006290     DISPLAY "------------------------------------------".
006300     IF NOT WS-HIST-PRESENT
006310         DISPLAY "EXTHIST ..................... NOT PRESENT"
006320     ELSE
006330         MOVE WS-HIST-REMOVED-COUNT TO WS-ED-NUM8
006340         MOVE WS-HIST-REMOVED-VOWELS TO WS-ED-NUM8B
006350         DISPLAY "EXTHIST ROWS REMOVED ........ " WS-ED-NUM8
006360             "  (VOWELS " WS-ED-NUM8B ")"
006362         IF WS-HIST-TOKENS-REMOVED > 0
006364             MOVE WS-HIST-TOKENS-REMOVED TO WS-ED-NUM8
006366             DISPLAY "  WORD TOKEN ROWS REMOVED ... " WS-ED-NUM8
006368         END-IF
006370         MOVE WS-HIST-KEPT-COUNT TO WS-ED-NUM8
006380         DISPLAY "EXTHIST ROWS RETAINED ....... " WS-ED-NUM8
006390     END-IF.
006400     MOVE WS-LOOKUP-SCANNED TO WS-ED-NUM8.
006410     DISPLAY "VOWELKSD ENTRIES SCANNED .... " WS-ED-NUM8.
006420     MOVE WS-LOOKUP-DELETED TO WS-ED-NUM8.
006430     DISPLAY "VOWELKSD ENTRIES DELETED .... " WS-ED-NUM8.
006440     IF WS-DELETE-FAIL-COUNT > 0
006450         MOVE WS-DELETE-FAIL-COUNT TO WS-ED-NUM8
006460         DISPLAY "VOWELKSD DELETES FAILED ..... " WS-ED-NUM8
006470     END-IF.
006475     IF WS-RELEASE-WRITTEN > 0
006476         MOVE WS-RELEASE-WRITTEN TO WS-ED-NUM8
006477         DISPLAY "FEEDS RELEASED FOR RESEND ... " WS-ED-NUM8
006478     END-IF.
006480     IF WS-CYCLE-REOPENED > 0
006490         DISPLAY "CYCLE REOPENED FOR RERUN .... " WS-CYCLE-DATE
006500     END-IF.
006510     IF WS-EXTROUT-HOLDS-RUN
006520         DISPLAY "WARNING: EXTROUT STILL HOLDS THIS RUN - RERUN "
006530             "VOWEL BEFORE ANY DOWNSTREAM STEP USES IT"
006540     END-IF.
006550     IF WS-REVERSAL-DONE
006560         AND WS-HIST-REMOVED-COUNT NOT = WS-ORIG-RECORDS
006570         AND WS-HIST-PRESENT
006580         DISPLAY "WARNING: EXTHIST ROWS REMOVED DIFFER FROM THE "
006590             "AUDITED RECORD COUNT - A RESTARTED BATCH MUST ALSO "
006600             "BACK OUT ITS ABORTED SEGMENT'S TIMESTAMP"
006610     END-IF.
006620     DISPLAY "------------------------------------------".
006630     IF WS-REVERSAL-DONE
006640         MOVE AU-SEQUENCE-NUMBER TO WS-ED-NUM8
006650         DISPLAY "COMPENSATING AUDIT RECORD ... SEQUENCE "
006660             WS-ED-NUM8
006670         DISPLAY "VERDICT: RUN REVERSED"
006680     ELSE
006690         DISPLAY "VERDICT: RUN NOT REVERSED - RETURN CODE "
006700             WS-RETURN-CODE
006710     END-IF.
006720     DISPLAY "******************************************".
