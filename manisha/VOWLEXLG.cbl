000010******************************************************************
000020* PROGRAM-ID.  VOWLEXLG                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   EXCEPTION HISTORY LEDGER AND PER-SOURCE DATA-QUALITY         *
000100*   SCORECARD. VOWEL OPENS EXCEPOUT AS OUTPUT ON EVERY FRESH     *
000110*   RUN, SO A REJECT THAT VOWLCORR NEVER FIXED IS FORGOTTEN BY   *
000120*   THE NEXT CYCLE. THIS STEP KEEPS THE STANDING LEDGER          *
000130*   EXCLEDGR (LAYOUT VOWLLGR) SO NOTHING IS LOST:                *
000140*     - EVERY EXCEPOUT REJECT IS APPENDED AS AN OPEN "E" ENTRY   *
000150*       WITH ITS SOURCE FILE, SEQUENCE, REASON AND RUN DATE,     *
000160*       AND ONE "V" ENTRY PER SOURCE FILE RECORDS HOW MANY OF    *
000170*       THAT SOURCE'S STRINGS SCORED AND WERE REJECTED.          *
000180*     - THE CORRTRL TRAIL VOWLCORR LEAVES (LAYOUT VOWLCTR) TIES  *
000190*       EACH CORRECTION TO ITS OPEN ENTRY.                       *
000200*     - AN OPEN ENTRY IS RESOLVED WHEN ITS CORRECTED STRING HAS  *
000210*       SCORED ON EXTROUT FROM WORDINCR; ONE SCORED STRING       *
000220*       RESOLVES ONE ENTRY, OLDEST FIRST.                        *
000230*     - ENTRIES OF A RUN VOWLBKOT HAS REVERSED (A "BACKED-OUT"   *
000240*       AUDITLOG RECORD) ARE DROPPED.                            *
000250*   A REJECT OF A WORDINCR STRING IS NOT LEDGERED AGAIN - THE    *
000260*   ORIGINAL ENTRY SIMPLY STAYS OPEN AND KEEPS AGEING.           *
000270*   THE SCORECARD THEN SHOWS, PER SOURCE FILE, VOLUME, REJECT    *
000280*   RATE BY REASON CODE, OPEN-ITEM AGEING AND THIS WEEK AGAINST  *
000290*   THE PRIOR WEEK, AND NAMES THE WORST SENDER.                  *
000300*----------------------------------------------------------------*
000310*   RUN ONCE PER CYCLE AFTER VOWEL, AS THE VOWLEXLG STEP OF      *
000320*   VOWLCYCL. THE LEDGER IS REBUILT IN TWO PASSES THROUGH THE    *
000330*   EXCLEDGW WORK FILE, THE SAME WAY VOWLHIST REBUILDS EXTHIST.  *
000340*   A RUN WHOSE TIMESTAMP IS ALREADY ON THE LEDGER IS REFUSED,   *
000350*   SO A RERUN CAN NEVER LEDGER THE SAME EXCEPOUT TWICE.         *
000360*   EXLGMODE=REPORT SHOWS THE SCORECARD WITHOUT UPDATING.        *
000370*   RETURN CODES: 0 CLEAN, 4 COMPLETED WITH WARNINGS (A TABLE    *
000380*   FILLED), 8 LEDGER NOT UPDATED (RUN ALREADY LEDGERED OR       *
000390*   BACKED OUT), 12 A REQUIRED FILE COULD NOT BE OPENED.         *
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.                                          *
000420*   DATE       INIT  DESCRIPTION                                 *
000430*   10/15/2026 RK    ORIGINAL PROGRAM - EXCEPTION HISTORY LEDGER *
000440*                    WITH AGEING AND PER-SOURCE SCORECARD.       *
000442*   10/15/2026 RK    CORRTRL UNKNOWN-WORD CORRECTIONS (REASON    *
000444*                    "U") ARE NOT LOADED - THEY HAVE NO LEDGER   *
000445*                    ENTRY AND ARE NOT COUNTED AS UNTIED.        *
000446*   10/15/2026 RK    EVERY LEDGERED RUN NOW GETS A "V" ENTRY FOR *
000447*                    WORDINCR, SO A RUN FED ONLY FROM WORDINCR   *
000448*                    IS STILL REFUSED A SECOND TIME (SEE L560).  *
000449*                    THE SCORECARD LEAVES THAT ENTRY OUT.        *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. VOWLEXLG.
000480 AUTHOR. R KULKARNI.
000490 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000510 DATE-COMPILED.
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT EXCEPTION-FILE ASSIGN TO "EXCEPOUT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-EXCEPT-STATUS.
000620     SELECT EXTRACT-FILE ASSIGN TO "EXTROUT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EXTR-STATUS.
000650     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-STATUS.
000680     SELECT CORRECTION-TRAIL-FILE ASSIGN TO "CORRTRL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TRAIL-STATUS.
000710     SELECT LEDGER-FILE ASSIGN TO "EXCLEDGR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-LDGR-STATUS.
000740     SELECT LEDGER-WORK-FILE ASSIGN TO "EXCLEDGW"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-WORK-STATUS.
000770******************************************************************
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  EXCEPTION-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY VOWLEXC.
000830 FD  EXTRACT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY VOWLEXT.
000860 FD  AUDIT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY VOWLAUD.
000890 FD  CORRECTION-TRAIL-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY VOWLCTR.
000920 FD  LEDGER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY VOWLLGR.
000950 FD  LEDGER-WORK-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY VOWLLGR REPLACING LEADING ==LG== BY ==LW==
000980         ==LEDGER-RECORD== BY ==LEDGER-WORK-RECORD==.
000990******************************************************************
001000 WORKING-STORAGE SECTION.
001010 77  WS-EXCEPT-STATUS        PIC X(02)    VALUE "00".
001020     88  WS-EXCEPT-OK                     VALUE "00".
001030 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
001040     88  WS-EXTR-OK                       VALUE "00".
001050 77  WS-AUDIT-STATUS         PIC X(02)    VALUE "00".
001060     88  WS-AUDIT-OK                      VALUE "00".
001070 77  WS-TRAIL-STATUS         PIC X(02)    VALUE "00".
001080     88  WS-TRAIL-OK                      VALUE "00".
001090 77  WS-LDGR-STATUS          PIC X(02)    VALUE "00".
001100     88  WS-LDGR-OK                       VALUE "00".
001110     88  WS-LDGR-FILE-MISSING             VALUE "35".
001120 77  WS-WORK-STATUS          PIC X(02)    VALUE "00".
001130     88  WS-WORK-OK                       VALUE "00".
001140 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
001150     88  WS-EOF-REACHED                   VALUE "Y".
001160 77  WS-FOUND-SWITCH         PIC X(01)    VALUE "N".
001170     88  WS-ENTRY-FOUND                   VALUE "Y".
001180 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
001190 77  WS-LEDGER-MODE          PIC X(08)    VALUE SPACES.
001200     88  WS-REPORT-ONLY                   VALUE "REPORT".
001210 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001220 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
001230* WS-LDGR-PRESENT-SW - AN EXCLEDGR EXISTED TO CARRY FORWARD.     *
001240* WS-PASS1-OK-SW - THE CARRIED-FORWARD ROWS ARE SAFE ON EXCLEDGW *
001250*   (OR THERE WERE NONE); EXCLEDGR IS NEVER OPENED FOR OUTPUT    *
001260*   WITHOUT IT.                                                  *
001270 77  WS-LDGR-PRESENT-SW      PIC X(01)    VALUE "N".
001280     88  WS-LDGR-PRESENT                  VALUE "Y".
001290 77  WS-PASS1-OK-SW          PIC X(01)    VALUE "N".
001300     88  WS-PASS1-COMPLETE                VALUE "Y".
001310 77  WS-LEDGERED-SW          PIC X(01)    VALUE "N".
001320     88  WS-RUN-ALREADY-LEDGERED          VALUE "Y".
001330 77  WS-RUN-BACKED-OUT-SW    PIC X(01)    VALUE "N".
001340     88  WS-RUN-BACKED-OUT                VALUE "Y".
001350 77  WS-REBUILT-SW           PIC X(01)    VALUE "N".
001360     88  WS-LEDGER-REBUILT                VALUE "Y".
001370 77  WS-TRAIL-PRESENT-SW     PIC X(01)    VALUE "N".
001380     88  WS-TRAIL-PRESENT                 VALUE "Y".
001390 77  WS-TRAIL-FULL-SW        PIC X(01)    VALUE "N".
001400     88  WS-TRAIL-OVERFLOWED              VALUE "Y".
001410******************************************************************
001420* WS-CYCLE-STAMP - THE VOWEL RUN BEING LEDGERED: THE RUN         *
001430*   TIMESTAMP ON EXTROUT, OR, WHEN EVERY STRING WAS REJECTED AND *
001440*   EXTROUT IS EMPTY, THE NEWEST BATCH RECORD ON AUDITLOG.       *
001450******************************************************************
001460 01  WS-CYCLE-STAMP          PIC X(14)    VALUE SPACES.
001470 01  WS-CYCLE-STAMP-PARTS REDEFINES WS-CYCLE-STAMP.
001480     05  WS-CYCLE-DATE           PIC 9(08).
001490     05  WS-CYCLE-TIME           PIC 9(06).
001500 01  WS-AUDIT-STAMP          PIC X(14)    VALUE SPACES.
001510 01  WS-AUDIT-STAMP-PARTS REDEFINES WS-AUDIT-STAMP.
001520     05  WS-AUDIT-STAMP-DATE     PIC 9(08).
001530     05  WS-AUDIT-STAMP-TIME     PIC 9(06).
001540******************************************************************
001550* LEDGER UPDATE COUNTS.                                          *
001560******************************************************************
001570 77  WS-CARRIED-COUNT        PIC 9(08) COMP VALUE 0.
001580 77  WS-DROPPED-COUNT        PIC 9(08) COMP VALUE 0.
001590 77  WS-NEW-ENTRY-COUNT      PIC 9(08) COMP VALUE 0.
001600 77  WS-REQUEUE-COUNT        PIC 9(08) COMP VALUE 0.
001605 77  WS-CORR-SCORED-COUNT    PIC 9(08) COMP VALUE 0.
001610 77  WS-TIED-COUNT           PIC 9(08) COMP VALUE 0.
001620 77  WS-UNTIED-COUNT         PIC 9(08) COMP VALUE 0.
001630 77  WS-RESOLVED-NOW         PIC 9(08) COMP VALUE 0.
001640 77  WS-VOLUME-ROWS          PIC 9(08) COMP VALUE 0.
001650 77  WS-OVERFLOW-COUNT       PIC 9(08) COMP VALUE 0.
001660******************************************************************
001670* WS-BACKOUT-TABLE - RUN TIMESTAMPS OF EVERY RUN VOWLBKOT HAS    *
001680*   REVERSED, FROM THE "BACKED-OUT" RECORDS ON AUDITLOG.         *
001690******************************************************************
001700 01  WS-BACKOUT-TABLE.
001710     05  WS-BKOT-STAMP OCCURS 100 TIMES
001720                               PIC X(14).
001730 01  WS-BKOT-BUILD           PIC X(14)    VALUE SPACES.
001740 01  WS-BKOT-BUILD-PARTS REDEFINES WS-BKOT-BUILD.
001750     05  WS-BKOT-BUILD-DATE      PIC 9(08).
001760     05  WS-BKOT-BUILD-TIME      PIC 9(06).
001770 77  WS-BKOT-COUNT           PIC 9(04) COMP VALUE 0.
001780 77  WS-BKOT-IX              PIC 9(04) COMP VALUE 0.
001790******************************************************************
001800* WS-SCORED-TABLE - EACH DISTINCT STRING EXTROUT SCORED FROM     *
001810*   WORDINCR, WITH HOW MANY TIMES IT SCORED NOT YET USED TO      *
001820*   RESOLVE A LEDGER ENTRY.                                      *
001830******************************************************************
001840 01  WS-SCORED-TABLE.
001850     05  WS-SCORED-ENTRY OCCURS 1000 TIMES.
001860         10  WS-SCR-STRING       PIC X(40).
001870         10  WS-SCR-LEFT         PIC 9(06) COMP.
001880 77  WS-SCR-COUNT            PIC 9(04) COMP VALUE 0.
001890 77  WS-SCR-IX               PIC 9(04) COMP VALUE 0.
001900 77  WS-SCR-SLOT             PIC 9(04) COMP VALUE 0.
001910******************************************************************
001920* WS-TRAIL-TABLE - THE CORRTRL CORRECTIONS, EACH TIED TO AT MOST *
001930*   ONE OPEN LEDGER ENTRY.                                       *
001940******************************************************************
001950 01  WS-TRAIL-TABLE.
001960     05  WS-TRAIL-ENTRY OCCURS 1000 TIMES.
001970         10  WS-TRL-SOURCE-FILE  PIC X(20).
001980         10  WS-TRL-SOURCE-SEQ   PIC 9(08).
001990         10  WS-TRL-ORIGINAL     PIC X(40).
002000         10  WS-TRL-CORRECTED    PIC X(40).
002010         10  WS-TRL-USED-SW      PIC X(01).
002020             88  WS-TRL-USED               VALUE "Y".
002030 77  WS-TRL-COUNT            PIC 9(04) COMP VALUE 0.
002040 77  WS-TRL-IX               PIC 9(04) COMP VALUE 0.
002050******************************************************************
002060* WS-RUN-SOURCE-TABLE - THIS RUN'S SCORED AND REJECTED COUNTS    *
002070*   PER SOURCE FILE, WRITTEN OUT AS THE RUN'S "V" ENTRIES.       *
002080******************************************************************
002090 01  WS-RUN-SOURCE-TABLE.
002100     05  WS-RUN-SOURCE-ENTRY OCCURS 100 TIMES.
002110         10  WS-RSRC-FILE        PIC X(20).
002120         10  WS-RSRC-SCORED      PIC 9(08) COMP.
002130         10  WS-RSRC-REJECTED    PIC 9(08) COMP.
002140 77  WS-RSRC-COUNT           PIC 9(04) COMP VALUE 0.
002150 77  WS-RSRC-IX              PIC 9(04) COMP VALUE 0.
002160 77  WS-RSRC-SLOT            PIC 9(04) COMP VALUE 0.
002170 77  WS-SOURCE-KEY           PIC X(20)    VALUE SPACES.
002180******************************************************************
002190* WS-SCORECARD-TABLE - ONE ENTRY PER SOURCE FILE ON THE LEDGER.  *
002200*   VOLUME IS STRINGS SCORED PLUS STRINGS REJECTED. REJECTS BY   *
002210*   REASON ARE B BLANK, D DIGITS, S SPECIAL, T TRUNCATED, 5 ANY  *
002220*   OTHER CODE. OPEN ITEMS AGE IN FOUR BUCKETS: 0-7, 8-30, 31-90 *
002230*   AND OVER 90 DAYS. "THIS WEEK" IS THE LAST 7 DAYS TO TODAY,   *
002240*   "PRIOR WEEK" THE 7 DAYS BEFORE THAT.                         *
002250******************************************************************
002260 01  WS-SCORECARD-TABLE.
002270     05  WS-SC-ENTRY OCCURS 100 TIMES.
002280         10  WS-SC-SOURCE        PIC X(20).
002290         10  WS-SC-VOLUME        PIC 9(08) COMP.
002300         10  WS-SC-REJECTS       PIC 9(08) COMP.
002310         10  WS-SC-REASON-COUNT  PIC 9(08) COMP OCCURS 5 TIMES.
002320         10  WS-SC-OPEN          PIC 9(08) COMP.
002330         10  WS-SC-RESOLVED      PIC 9(08) COMP.
002340         10  WS-SC-AGE-COUNT     PIC 9(08) COMP OCCURS 4 TIMES.
002350         10  WS-SC-WK-VOLUME     PIC 9(08) COMP.
002360         10  WS-SC-WK-REJECTS    PIC 9(08) COMP.
002370         10  WS-SC-PWK-VOLUME    PIC 9(08) COMP.
002380         10  WS-SC-PWK-REJECTS   PIC 9(08) COMP.
002390 77  WS-SC-COUNT             PIC 9(04) COMP VALUE 0.
002400 77  WS-SC-IX                PIC 9(04) COMP VALUE 0.
002410 77  WS-SC-SLOT              PIC 9(04) COMP VALUE 0.
002420 77  WS-REASON-IX            PIC 9(02) COMP VALUE 0.
002430 77  WS-AGE-IX               PIC 9(02) COMP VALUE 0.
002440 77  WS-LEDGER-ROWS          PIC 9(08) COMP VALUE 0.
002450 77  WS-TOTAL-OPEN           PIC 9(08) COMP VALUE 0.
002460 01  WS-TOTAL-AGE-TABLE.
002465     05  WS-TOTAL-AGE-COUNT  PIC 9(08) COMP OCCURS 4 TIMES.
002470 77  WS-WORST-WK-SLOT        PIC 9(04) COMP VALUE 0.
002480 77  WS-WORST-ALL-SLOT       PIC 9(04) COMP VALUE 0.
002490 77  WS-WORST-WK-PCT         PIC 9(03)V9(02) VALUE 0.
002500 77  WS-WORST-ALL-PCT        PIC 9(03)V9(02) VALUE 0.
002510 77  WS-PCT                  PIC 9(03)V9(02) VALUE 0.
002520 77  WS-PRIOR-PCT            PIC 9(03)V9(02) VALUE 0.
002530 77  WS-TODAY-SERIAL         PIC 9(08) COMP VALUE 0.
002540 77  WS-ROW-AGE              PIC S9(08) COMP VALUE 0.
002550 77  WS-ED-COUNT             PIC ZZ,ZZZ,ZZ9.
002560 77  WS-ED-COUNT2            PIC ZZ,ZZZ,ZZ9.
002570 77  WS-ED-COUNT3            PIC ZZ,ZZZ,ZZ9.
002580 77  WS-ED-COUNT4            PIC ZZ,ZZZ,ZZ9.
002590 77  WS-ED-PCT               PIC ZZ9.99.
002600 01  WS-REASON-NAME-AREA.
002610     05  FILLER PIC X(16) VALUE "B BLANK INPUT   ".
002620     05  FILLER PIC X(16) VALUE "D DIGITS        ".
002630     05  FILLER PIC X(16) VALUE "S SPECIAL CHARS ".
002640     05  FILLER PIC X(16) VALUE "T TRUNCATED     ".
002650     05  FILLER PIC X(16) VALUE "  OTHER CODES   ".
002660 01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAME-AREA.
002670     05  WS-REASON-NAME      PIC X(16) OCCURS 5 TIMES.
002680******************************************************************
002690* WS-DCV AREA - DATE-TO-RELATIVE-DAY-SERIAL CONVERSION WORK      *
002700*   FIELDS, AS IN VOWLHIST. ONLY DIFFERENCES OF TWO SERIALS ARE  *
002710*   EVER COMPARED.                                               *
002720******************************************************************
002730 01  WS-DCV-DATE             PIC 9(08)    VALUE 0.
002740 01  WS-DCV-DATE-REDEF REDEFINES WS-DCV-DATE.
002750     05  WS-DCV-YYYY             PIC 9(04).
002760     05  WS-DCV-MM               PIC 9(02).
002770     05  WS-DCV-DD               PIC 9(02).
002780 77  WS-DCV-Y                PIC 9(08) COMP VALUE 0.
002790 77  WS-DCV-M                PIC 9(02) COMP VALUE 0.
002800 77  WS-DCV-T1               PIC 9(08) COMP VALUE 0.
002810 77  WS-DCV-T2               PIC 9(08) COMP VALUE 0.
002820 77  WS-DCV-T3               PIC 9(08) COMP VALUE 0.
002830 77  WS-DCV-T4               PIC 9(08) COMP VALUE 0.
002840 77  WS-DCV-T5               PIC 9(08) COMP VALUE 0.
002850 77  WS-DCV-SERIAL           PIC 9(08) COMP VALUE 0.
002860******************************************************************
002870 PROCEDURE DIVISION.
002880 MAIN-PARA.
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002900     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002910     ACCEPT WS-LEDGER-MODE FROM ENVIRONMENT "EXLGMODE".
002920     MOVE WS-RUN-DATE TO WS-DCV-DATE.
002930     PERFORM S500-CONVERT-DATE-TO-SERIAL.
002940     MOVE WS-DCV-SERIAL TO WS-TODAY-SERIAL.
002950     PERFORM L100-LOAD-BACKOUTS.
002960     IF NOT WS-REPORT-ONLY
002970         PERFORM L200-SCAN-EXTRACT
002980         PERFORM L300-LOAD-TRAIL
002990         IF WS-RETURN-CODE < 12
003000             PERFORM L400-FILTER-LEDGER
003010         END-IF
003020         IF WS-RETURN-CODE < 12
003030             PERFORM L500-REBUILD-LEDGER
003040         END-IF
003050         IF WS-LEDGER-REBUILT
003060             PERFORM L600-RETIRE-TRAIL
003070         END-IF
003080     END-IF.
003090     PERFORM S100-BUILD-SCORECARD.
003100     PERFORM R100-LEDGER-REPORT.
003110     PERFORM R200-SCORECARD-REPORT.
003120     MOVE WS-RETURN-CODE TO RETURN-CODE.
003130     STOP RUN.
003140******************************************************************
003150* L100-LOAD-BACKOUTS - WALK AUDITLOG FOR THE RUNS VOWLBKOT HAS   *
003160*                      REVERSED, AND NOTE THE NEWEST BATCH RUN   *
003170*                      FOR WHEN EXTROUT IS EMPTY. NO AUDITLOG    *
003180*                      MEANS NOTHING HAS BEEN REVERSED.          *
003190******************************************************************
003200 L100-LOAD-BACKOUTS.
003210     MOVE 0 TO WS-BKOT-COUNT.
003220     OPEN INPUT AUDIT-FILE.
003230     IF WS-AUDIT-OK
003240         MOVE "N" TO WS-EOF-SWITCH
003250         PERFORM L110-READ-AUDIT
003260         PERFORM L120-NOTE-ONE-AUDIT
003270             UNTIL WS-EOF-REACHED
003280         CLOSE AUDIT-FILE
003290     END-IF.
003300******************************************************************
003310* L110-READ-AUDIT - READ THE NEXT AUDITLOG RECORD.               *
003320******************************************************************
003330 L110-READ-AUDIT.
003340     READ AUDIT-FILE
003350         AT END
003360             MOVE "Y" TO WS-EOF-SWITCH
003370     END-READ.
003380******************************************************************
003390* L120-NOTE-ONE-AUDIT - KEEP A REVERSED RUN'S TIMESTAMP, OR NOTE *
003400*                       A RUN THAT WROTE EXCEPOUT AS THE NEWEST  *
003410*                       SEEN, THEN ADVANCE.                      *
003420******************************************************************
003430 L120-NOTE-ONE-AUDIT.
003440     IF AU-BACKED-OUT
003450         IF WS-BKOT-COUNT < 100
003460             ADD 1 TO WS-BKOT-COUNT
003470             MOVE AU-RUN-DATE TO WS-BKOT-BUILD-DATE
003480             MOVE AU-RUN-TIME TO WS-BKOT-BUILD-TIME
003490             MOVE WS-BKOT-BUILD TO WS-BKOT-STAMP(WS-BKOT-COUNT)
003500         ELSE
003510             DISPLAY "VOWLEXLG: BACK-OUT TABLE FULL - SKIPPING "
003520                 "RUN "
003530                 AU-RUN-DATE "/" AU-RUN-TIME
003540             ADD 1 TO WS-OVERFLOW-COUNT
003550         END-IF
003560     ELSE
003570         IF AU-ENDED-OK OR AU-ABORT-EXC-RATE
003580             MOVE AU-RUN-DATE TO WS-AUDIT-STAMP-DATE
003590             MOVE AU-RUN-TIME TO WS-AUDIT-STAMP-TIME
003600         END-IF
003610     END-IF.
003620     PERFORM L110-READ-AUDIT.
003630******************************************************************
003640* L200-SCAN-EXTRACT - TAKE THE RUN TIMESTAMP OFF EXTROUT, COUNT  *
003650*                     EACH SOURCE FILE'S SCORED STRINGS AND      *
003660*                     COLLECT THE STRINGS SCORED FROM WORDINCR.  *
003670*                     "T" TOKEN RECORDS ARE DETAIL BENEATH THEIR *
003680*                     PHRASE AND ARE NOT COUNTED.                *
003690******************************************************************
003700 L200-SCAN-EXTRACT.
003710     MOVE SPACES TO WS-CYCLE-STAMP.
003720     MOVE 0 TO WS-SCR-COUNT.
003730     MOVE 0 TO WS-RSRC-COUNT.
003740     OPEN INPUT EXTRACT-FILE.
003750     IF NOT WS-EXTR-OK
003760         DISPLAY "VOWLEXLG: UNABLE TO OPEN EXTROUT - STATUS "
003770             WS-EXTR-STATUS
003780         MOVE 12 TO WS-RETURN-CODE
003790     ELSE
003800         MOVE "N" TO WS-EOF-SWITCH
003810         PERFORM L210-READ-EXTRACT
003820         IF NOT WS-EOF-REACHED
003830             MOVE XR-RUN-TIMESTAMP TO WS-CYCLE-STAMP
003840         END-IF
003850         PERFORM L220-COUNT-ONE-EXTRACT
003860             UNTIL WS-EOF-REACHED
003870         CLOSE EXTRACT-FILE
003880         IF WS-CYCLE-STAMP = SPACES
003890             MOVE WS-AUDIT-STAMP TO WS-CYCLE-STAMP
003900         END-IF
003910         IF WS-CYCLE-STAMP = SPACES
003920             DISPLAY "VOWLEXLG: NO VOWEL RUN ON EXTROUT OR "
003930                 "AUDITLOG - NOTHING TO LEDGER"
003940             MOVE 12 TO WS-RETURN-CODE
003950         END-IF
003960     END-IF.
003970     IF WS-RETURN-CODE < 12
003980         PERFORM L230-CHECK-ONE-BACKOUT
003990             VARYING WS-BKOT-IX FROM 1 BY 1
004000             UNTIL WS-BKOT-IX > WS-BKOT-COUNT
004010     END-IF.
004020******************************************************************
004030* L210-READ-EXTRACT - READ THE NEXT EXTROUT RECORD.              *
004040******************************************************************
004050 L210-READ-EXTRACT.
004060     READ EXTRACT-FILE
004070         AT END
004080             MOVE "Y" TO WS-EOF-SWITCH
004090     END-READ.
004100******************************************************************
004110* L220-COUNT-ONE-EXTRACT - FOLD ONE SCORED STRING INTO THE       *
004120*                          WORDINCR TABLE OR ITS SOURCE'S COUNT, *
004130*                          THEN ADVANCE.                         *
004140******************************************************************
004150 L220-COUNT-ONE-EXTRACT.
004160     IF NOT XR-TOKEN-RECORD
004170         IF XR-SOURCE-FILE = "WORDINCR"
004175             ADD 1 TO WS-CORR-SCORED-COUNT
004180             PERFORM L225-NOTE-SCORED-CORRECTION
004190         ELSE
004200             MOVE XR-SOURCE-FILE TO WS-SOURCE-KEY
004210             PERFORM L240-FIND-RUN-SOURCE
004220             IF WS-RSRC-SLOT > 0
004230                 ADD 1 TO WS-RSRC-SCORED(WS-RSRC-SLOT)
004240             END-IF
004250         END-IF
004260     END-IF.
004270     PERFORM L210-READ-EXTRACT.
004280******************************************************************
004290* L225-NOTE-SCORED-CORRECTION - ADD ONE WORDINCR STRING TO THE   *
004300*                               SCORED TABLE, OR COUNT IT AGAIN  *
004310*                               WHEN ALREADY THERE.              *
004320******************************************************************
004330 L225-NOTE-SCORED-CORRECTION.
004340     MOVE "N" TO WS-FOUND-SWITCH.
004350     MOVE 0 TO WS-SCR-SLOT.
004360     PERFORM L226-FIND-ONE-SCORED
004370         VARYING WS-SCR-IX FROM 1 BY 1
004380         UNTIL WS-SCR-IX > WS-SCR-COUNT
004390         OR WS-ENTRY-FOUND.
004400     IF WS-ENTRY-FOUND
004410         ADD 1 TO WS-SCR-LEFT(WS-SCR-SLOT)
004420     ELSE
004430         IF WS-SCR-COUNT < 1000
004440             ADD 1 TO WS-SCR-COUNT
004450             MOVE XR-INPUT-STRING TO WS-SCR-STRING(WS-SCR-COUNT)
004460             MOVE 1 TO WS-SCR-LEFT(WS-SCR-COUNT)
004470         ELSE
004480             DISPLAY "VOWLEXLG: WORDINCR TABLE FULL - NOT "
004490                 "RESOLVING " XR-INPUT-STRING
004500             ADD 1 TO WS-OVERFLOW-COUNT
004510         END-IF
004520     END-IF.
004530******************************************************************
004540* L226-FIND-ONE-SCORED - TEST ONE SCORED TABLE ENTRY AGAINST THE *
004550*                        EXTROUT STRING IN THE BUFFER.           *
004560******************************************************************
004570 L226-FIND-ONE-SCORED.
004580     IF WS-SCR-STRING(WS-SCR-IX) = XR-INPUT-STRING
004590         MOVE "Y" TO WS-FOUND-SWITCH
004600         MOVE WS-SCR-IX TO WS-SCR-SLOT
004610     END-IF.
004620******************************************************************
004630* L230-CHECK-ONE-BACKOUT - NOTE WHEN THE RUN IN HAND IS ONE      *
004640*                          VOWLBKOT HAS ALREADY REVERSED.        *
004650******************************************************************
004660 L230-CHECK-ONE-BACKOUT.
004670     IF WS-BKOT-STAMP(WS-BKOT-IX) = WS-CYCLE-STAMP
004680         SET WS-RUN-BACKED-OUT TO TRUE
004690     END-IF.
004700******************************************************************
004710* L240-FIND-RUN-SOURCE - FIND OR ADD WS-SOURCE-KEY IN THIS RUN'S *
004720*                        SOURCE TABLE. WS-RSRC-SLOT IS ZERO WHEN *
004730*                        THE TABLE IS FULL.                      *
004740******************************************************************
004750 L240-FIND-RUN-SOURCE.
004760     MOVE "N" TO WS-FOUND-SWITCH.
004770     MOVE 0 TO WS-RSRC-SLOT.
004780     PERFORM L245-FIND-ONE-RUN-SOURCE
004790         VARYING WS-RSRC-IX FROM 1 BY 1
004800         UNTIL WS-RSRC-IX > WS-RSRC-COUNT
004810         OR WS-ENTRY-FOUND.
004820     IF NOT WS-ENTRY-FOUND
004830         IF WS-RSRC-COUNT < 100
004840             ADD 1 TO WS-RSRC-COUNT
004850             MOVE WS-RSRC-COUNT TO WS-RSRC-SLOT
004860             MOVE WS-SOURCE-KEY TO WS-RSRC-FILE(WS-RSRC-SLOT)
004870             MOVE 0 TO WS-RSRC-SCORED(WS-RSRC-SLOT)
004880             MOVE 0 TO WS-RSRC-REJECTED(WS-RSRC-SLOT)
004890         ELSE
004900             DISPLAY "VOWLEXLG: SOURCE TABLE FULL - NOT COUNTING "
004910                 WS-SOURCE-KEY
004920             ADD 1 TO WS-OVERFLOW-COUNT
004930         END-IF
004940     END-IF.
004950******************************************************************
004960* L245-FIND-ONE-RUN-SOURCE - TEST ONE RUN SOURCE TABLE ENTRY.    *
004970******************************************************************
004980 L245-FIND-ONE-RUN-SOURCE.
004990     IF WS-RSRC-FILE(WS-RSRC-IX) = WS-SOURCE-KEY
005000         MOVE "Y" TO WS-FOUND-SWITCH
005010         MOVE WS-RSRC-IX TO WS-RSRC-SLOT
005020     END-IF.
005030******************************************************************
005040* L300-LOAD-TRAIL - LOAD THE CORRECTIONS VOWLCORR HAS TRAILED    *
005050*                   SINCE THE LEDGER LAST TOOK THEM IN. NO       *
005060*                   CORRTRL MEANS NO CORRECTIONS WERE MADE.      *
005070******************************************************************
005080 L300-LOAD-TRAIL.
005090     MOVE 0 TO WS-TRL-COUNT.
005100     MOVE "N" TO WS-TRAIL-PRESENT-SW.
005110     OPEN INPUT CORRECTION-TRAIL-FILE.
005120     IF WS-TRAIL-OK
005130         SET WS-TRAIL-PRESENT TO TRUE
005140         MOVE "N" TO WS-EOF-SWITCH
005150         PERFORM L310-READ-TRAIL
005160         PERFORM L320-STORE-ONE-TRAIL
005170             UNTIL WS-EOF-REACHED
005180         CLOSE CORRECTION-TRAIL-FILE
005190     END-IF.
005200******************************************************************
005210* L310-READ-TRAIL - READ THE NEXT CORRTRL RECORD.                *
005220******************************************************************
005230 L310-READ-TRAIL.
005240     READ CORRECTION-TRAIL-FILE
005250         AT END
005260             MOVE "Y" TO WS-EOF-SWITCH
005270     END-READ.
005280******************************************************************
005290* L320-STORE-ONE-TRAIL - ADD ONE CORRECTION TO THE TRAIL TABLE,  *
005300*                        THEN ADVANCE. ONCE THE TABLE IS FULL    *
005310*                        CORRTRL IS KEPT FOR THE NEXT RUN.       *
005313*                        AN UNKNOWN-WORD CORRECTION NEVER TIES   *
005316*                        TO A LEDGER ENTRY AND IS PASSED OVER.   *
005320******************************************************************
005321 L320-STORE-ONE-TRAIL.
005322     IF CT-UNKNOWN-WORD-FIX
005323         CONTINUE
005324     ELSE
005325         PERFORM L325-STORE-TRAIL-ENTRY
005326     END-IF.
005327     PERFORM L310-READ-TRAIL.
005328******************************************************************
005329* L325-STORE-TRAIL-ENTRY - ADD THE CURRENT CORRTRL RECORD TO THE *
005330*                          TRAIL TABLE WHILE THERE IS ROOM.      *
005331******************************************************************
005332 L325-STORE-TRAIL-ENTRY.
005340     IF WS-TRL-COUNT < 1000
005350         ADD 1 TO WS-TRL-COUNT
005360         MOVE CT-SOURCE-FILE TO WS-TRL-SOURCE-FILE(WS-TRL-COUNT)
005370         MOVE CT-SOURCE-SEQ TO WS-TRL-SOURCE-SEQ(WS-TRL-COUNT)
005380         MOVE CT-ORIGINAL-STRING TO WS-TRL-ORIGINAL(WS-TRL-COUNT)
005390         MOVE CT-CORRECTED-STRING
005400             TO WS-TRL-CORRECTED(WS-TRL-COUNT)
005410         MOVE "N" TO WS-TRL-USED-SW(WS-TRL-COUNT)
005420     ELSE
005430         IF NOT WS-TRAIL-OVERFLOWED
005440             DISPLAY "VOWLEXLG: CORRTRL TABLE FULL - REMAINING "
005450                 "CORRECTIONS LEFT FOR THE NEXT RUN"
005460             ADD 1 TO WS-OVERFLOW-COUNT
005470         END-IF
005480         SET WS-TRAIL-OVERFLOWED TO TRUE
005490     END-IF.
005510******************************************************************
005520* L400-FILTER-LEDGER - PASS 1: COPY EVERY EXCLEDGR ROW TO THE    *
005530*                      EXCLEDGW WORK FILE, DROPPING ROWS OF A    *
005540*                      REVERSED RUN, TYING CORRECTIONS TO OPEN   *
005550*                      ENTRIES AND RESOLVING THOSE WHOSE         *
005560*                      CORRECTION HAS SCORED. A MISSING EXCLEDGR *
005570*                      IS SIMPLY AN EMPTY LEDGER.                *
005580******************************************************************
005590 L400-FILTER-LEDGER.
005600     MOVE "N" TO WS-LDGR-PRESENT-SW.
005610     MOVE "N" TO WS-PASS1-OK-SW.
005620     OPEN INPUT LEDGER-FILE.
005630     IF WS-LDGR-OK
005640         SET WS-LDGR-PRESENT TO TRUE
005650         OPEN OUTPUT LEDGER-WORK-FILE
005660         IF NOT WS-WORK-OK
005670             DISPLAY "VOWLEXLG: UNABLE TO OPEN EXCLEDGW - STATUS "
005680                 WS-WORK-STATUS " - LEDGER LEFT UNTOUCHED"
005690             MOVE 12 TO WS-RETURN-CODE
005700         ELSE
005710             MOVE "N" TO WS-EOF-SWITCH
005720             PERFORM L410-READ-LEDGER
005730             PERFORM L420-FILTER-ONE-ROW
005740                 UNTIL WS-EOF-REACHED
005750             CLOSE LEDGER-WORK-FILE
005760             SET WS-PASS1-COMPLETE TO TRUE
005770         END-IF
005780         CLOSE LEDGER-FILE
005790     ELSE
005800         IF WS-LDGR-FILE-MISSING
005810             SET WS-PASS1-COMPLETE TO TRUE
005820         ELSE
005830             DISPLAY "VOWLEXLG: UNABLE TO OPEN EXCLEDGR - STATUS "
005840                 WS-LDGR-STATUS
005850             MOVE 12 TO WS-RETURN-CODE
005860         END-IF
005870     END-IF.
005880******************************************************************
005890* L410-READ-LEDGER - READ THE NEXT STANDING LEDGER ROW.          *
005900******************************************************************
005910 L410-READ-LEDGER.
005920     READ LEDGER-FILE
005930         AT END
005940             MOVE "Y" TO WS-EOF-SWITCH
005950     END-READ.
005960******************************************************************
005970* L420-FILTER-ONE-ROW - DROP, UPDATE OR KEEP ONE LEDGER ROW AND  *
005980*                       WRITE IT TO EXCLEDGW, THEN ADVANCE.      *
005990******************************************************************
006000 L420-FILTER-ONE-ROW.
006010     MOVE "N" TO WS-FOUND-SWITCH.
006020     PERFORM L425-MATCH-ONE-BACKOUT
006030         VARYING WS-BKOT-IX FROM 1 BY 1
006040         UNTIL WS-BKOT-IX > WS-BKOT-COUNT
006050         OR WS-ENTRY-FOUND.
006060     IF WS-ENTRY-FOUND
006070         ADD 1 TO WS-DROPPED-COUNT
006080     ELSE
006090         IF LG-VOLUME-ENTRY
006100             AND LG-RUN-TIMESTAMP = WS-CYCLE-STAMP
006110             SET WS-RUN-ALREADY-LEDGERED TO TRUE
006120         END-IF
006130         IF LG-EXCEPTION-ENTRY AND LG-ITEM-OPEN
006140             IF LG-CORRECTED-STRING = SPACES
006150                 PERFORM L430-TIE-CORRECTION
006160             END-IF
006170             IF LG-CORRECTED-STRING NOT = SPACES
006180                 PERFORM L440-TEST-RESOLVED
006190             END-IF
006200         END-IF
006210         MOVE LEDGER-RECORD TO LEDGER-WORK-RECORD
006220         WRITE LEDGER-WORK-RECORD
006230         ADD 1 TO WS-CARRIED-COUNT
006240     END-IF.
006250     PERFORM L410-READ-LEDGER.
006260******************************************************************
006270* L425-MATCH-ONE-BACKOUT - TEST THE LEDGER ROW AGAINST ONE       *
006280*                          REVERSED RUN.                         *
006290******************************************************************
006300 L425-MATCH-ONE-BACKOUT.
006310     IF WS-BKOT-STAMP(WS-BKOT-IX) = LG-RUN-TIMESTAMP
006320         MOVE "Y" TO WS-FOUND-SWITCH
006330     END-IF.
006340******************************************************************
006350* L430-TIE-CORRECTION - GIVE THE OPEN ENTRY IN LEDGER-RECORD THE *
006360*                       FIRST UNUSED CORRTRL CORRECTION OF THE   *
006370*                       SAME SOURCE FILE, SEQUENCE AND STRING.   *
006380******************************************************************
006390 L430-TIE-CORRECTION.
006400     MOVE "N" TO WS-FOUND-SWITCH.
006410     PERFORM L435-MATCH-ONE-TRAIL
006420         VARYING WS-TRL-IX FROM 1 BY 1
006430         UNTIL WS-TRL-IX > WS-TRL-COUNT
006440         OR WS-ENTRY-FOUND.
006450******************************************************************
006460* L435-MATCH-ONE-TRAIL - TIE ONE UNUSED CORRECTION TO THE ENTRY  *
006470*                        WHEN IT BELONGS TO IT.                  *
006480******************************************************************
006490 L435-MATCH-ONE-TRAIL.
006500     IF NOT WS-TRL-USED(WS-TRL-IX)
006510         AND WS-TRL-SOURCE-FILE(WS-TRL-IX) = LG-SOURCE-FILE
006520         AND WS-TRL-SOURCE-SEQ(WS-TRL-IX) = LG-SOURCE-SEQ
006530         AND WS-TRL-ORIGINAL(WS-TRL-IX) = LG-INPUT-STRING
006540         MOVE "Y" TO WS-FOUND-SWITCH
006550         MOVE "Y" TO WS-TRL-USED-SW(WS-TRL-IX)
006560         MOVE WS-TRL-CORRECTED(WS-TRL-IX) TO LG-CORRECTED-STRING
006570         ADD 1 TO WS-TIED-COUNT
006580     END-IF.
006590******************************************************************
006600* L440-TEST-RESOLVED - RESOLVE THE OPEN ENTRY IN LEDGER-RECORD   *
006610*                      WHEN ITS CORRECTED STRING SCORED FROM     *
006620*                      WORDINCR AND THAT SCORING HAS NOT ALREADY *
006630*                      RESOLVED AN OLDER ENTRY.                  *
006640******************************************************************
006650 L440-TEST-RESOLVED.
006660     MOVE "N" TO WS-FOUND-SWITCH.
006670     PERFORM L445-MATCH-ONE-SCORED
006680         VARYING WS-SCR-IX FROM 1 BY 1
006690         UNTIL WS-SCR-IX > WS-SCR-COUNT
006700         OR WS-ENTRY-FOUND.
006710******************************************************************
006720* L445-MATCH-ONE-SCORED - RESOLVE THE ENTRY AGAINST ONE SCORED   *
006730*                         STRING WITH SCORINGS STILL UNUSED.     *
006740******************************************************************
006750 L445-MATCH-ONE-SCORED.
006760     IF WS-SCR-LEFT(WS-SCR-IX) > 0
006770         AND WS-SCR-STRING(WS-SCR-IX) = LG-CORRECTED-STRING
006780         MOVE "Y" TO WS-FOUND-SWITCH
006790         SUBTRACT 1 FROM WS-SCR-LEFT(WS-SCR-IX)
006800         MOVE "R" TO LG-ITEM-STATUS
006810         MOVE WS-CYCLE-DATE TO LG-RESOLVED-DATE
006820         ADD 1 TO WS-RESOLVED-NOW
006830     END-IF.
006840******************************************************************
006850* L500-REBUILD-LEDGER - PASS 2: REWRITE EXCLEDGR FROM EXCLEDGW,  *
006860*                       THEN APPEND THIS RUN'S EXCEPOUT REJECTS  *
006870*                       AND ITS PER-SOURCE VOLUME ENTRIES. NOT   *
006880*                       DONE FOR A RUN ALREADY ON THE LEDGER OR  *
006890*                       ONE SINCE REVERSED, AND NEVER WITHOUT    *
006900*                       PASS 1 OR AN EXCEPOUT TO APPEND.         *
006910******************************************************************
006920 L500-REBUILD-LEDGER.
006930     IF WS-RUN-ALREADY-LEDGERED
006940         DISPLAY "VOWLEXLG: RUN " WS-CYCLE-STAMP " IS ALREADY ON "
006950             "THE LEDGER - EXCLEDGR LEFT AS FOUND"
006960         MOVE 8 TO WS-RETURN-CODE
006970     ELSE
006980         IF WS-RUN-BACKED-OUT
006990             DISPLAY "VOWLEXLG: RUN " WS-CYCLE-STAMP " HAS BEEN "
007000                 "BACKED OUT - EXCLEDGR LEFT AS FOUND"
007010             MOVE 8 TO WS-RETURN-CODE
007020         ELSE
007030             IF NOT WS-PASS1-COMPLETE
007040                 DISPLAY "VOWLEXLG: REBUILD SKIPPED - EXCLEDGR "
007050                     "LEFT AS FOUND"
007060             ELSE
007070                 PERFORM L505-OPEN-AND-REBUILD
007080             END-IF
007090         END-IF
007100     END-IF.
007110******************************************************************
007120* L505-OPEN-AND-REBUILD - OPEN EXCEPOUT FIRST, SO EXCLEDGR IS    *
007130*                         ONLY EVER REWRITTEN WHEN THERE IS A    *
007140*                         RUN TO APPEND, THEN REBUILD.           *
007150******************************************************************
007160 L505-OPEN-AND-REBUILD.
007170     OPEN INPUT EXCEPTION-FILE.
007180     IF NOT WS-EXCEPT-OK
007190         DISPLAY "VOWLEXLG: UNABLE TO OPEN EXCEPOUT - STATUS "
007200             WS-EXCEPT-STATUS " - EXCLEDGR LEFT AS FOUND"
007210         MOVE 12 TO WS-RETURN-CODE
007220     ELSE
007230         OPEN OUTPUT LEDGER-FILE
007240         IF NOT WS-LDGR-OK
007250             DISPLAY "VOWLEXLG: UNABLE TO REWRITE EXCLEDGR - "
007260                 "STATUS " WS-LDGR-STATUS
007270             MOVE 12 TO WS-RETURN-CODE
007280         ELSE
007290             IF WS-LDGR-PRESENT
007300                 PERFORM L510-COPY-CARRIED-ROWS
007310             END-IF
007320             MOVE "N" TO WS-EOF-SWITCH
007330             PERFORM L530-READ-EXCEPTION
007340             PERFORM L540-APPEND-ONE-EXCEPTION
007350                 UNTIL WS-EOF-REACHED
007360             PERFORM L550-APPEND-ONE-VOLUME
007370                 VARYING WS-RSRC-IX FROM 1 BY 1
007380                 UNTIL WS-RSRC-IX > WS-RSRC-COUNT
007385             PERFORM L560-APPEND-RUN-MARKER
007390             CLOSE LEDGER-FILE
007400             IF WS-RETURN-CODE < 12
007410                 SET WS-LEDGER-REBUILT TO TRUE
007420             END-IF
007430         END-IF
007440         CLOSE EXCEPTION-FILE
007450     END-IF.
007460******************************************************************
007470* L510-COPY-CARRIED-ROWS - COPY EVERY EXCLEDGW ROW BACK TO THE   *
007480*                          REBUILT EXCLEDGR.                     *
007490******************************************************************
007500 L510-COPY-CARRIED-ROWS.
007510     OPEN INPUT LEDGER-WORK-FILE.
007520     IF NOT WS-WORK-OK
007530         DISPLAY "VOWLEXLG: UNABLE TO REREAD EXCLEDGW - STATUS "
007540             WS-WORK-STATUS
007550             " - CARRIED ROWS LOST FROM THE REBUILT LEDGER"
007560         MOVE 12 TO WS-RETURN-CODE
007570     ELSE
007580         MOVE "N" TO WS-EOF-SWITCH
007590         PERFORM L520-READ-WORK
007600         PERFORM L525-COPY-ONE-ROW
007610             UNTIL WS-EOF-REACHED
007620         CLOSE LEDGER-WORK-FILE
007630     END-IF.
007640******************************************************************
007650* L520-READ-WORK - READ THE NEXT CARRIED ROW FROM EXCLEDGW.      *
007660******************************************************************
007670 L520-READ-WORK.
007680     READ LEDGER-WORK-FILE
007690         AT END
007700             MOVE "Y" TO WS-EOF-SWITCH
007710     END-READ.
007720******************************************************************
007730* L525-COPY-ONE-ROW - WRITE ONE CARRIED ROW TO THE REBUILT       *
007740*                     EXCLEDGR, THEN ADVANCE.                    *
007750******************************************************************
007760 L525-COPY-ONE-ROW.
007770     MOVE LEDGER-WORK-RECORD TO LEDGER-RECORD.
007780     WRITE LEDGER-RECORD.
007790     PERFORM L520-READ-WORK.
007800******************************************************************
007810* L530-READ-EXCEPTION - READ THE NEXT EXCEPOUT RECORD.           *
007820******************************************************************
007830 L530-READ-EXCEPTION.
007840     READ EXCEPTION-FILE
007850         AT END
007860             MOVE "Y" TO WS-EOF-SWITCH
007870     END-READ.
007880******************************************************************
007890* L540-APPEND-ONE-EXCEPTION - APPEND ONE REJECT AS AN OPEN "E"   *
007900*                             ENTRY, TIED TO ITS CORRECTION WHEN *
007910*                             VOWLCORR HAS ALREADY MADE ONE, AND *
007920*                             COUNT IT AGAINST ITS SOURCE, THEN  *
007930*                             ADVANCE. A REJECTED CORRECTION     *
007940*                             (SOURCE WORDINCR) IS NOT A NEW     *
007950*                             ITEM - ITS ORIGINAL STAYS OPEN.    *
007960******************************************************************
007970 L540-APPEND-ONE-EXCEPTION.
007980     IF EX-SOURCE-FILE = "WORDINCR"
007990         ADD 1 TO WS-REQUEUE-COUNT
008000     ELSE
008010         MOVE SPACES TO LEDGER-RECORD
008020         MOVE "E" TO LG-ENTRY-TYPE
008030         MOVE WS-CYCLE-DATE TO LG-RUN-DATE
008040         MOVE WS-CYCLE-STAMP TO LG-RUN-TIMESTAMP
008050         MOVE EX-SOURCE-FILE TO LG-SOURCE-FILE
008060         MOVE EX-SOURCE-SEQ TO LG-SOURCE-SEQ
008070         MOVE EX-REASON-CODE TO LG-REASON-CODE
008080         MOVE "O" TO LG-ITEM-STATUS
008090         MOVE 0 TO LG-RESOLVED-DATE
008100         MOVE EX-INPUT-STRING TO LG-INPUT-STRING
008110         PERFORM L430-TIE-CORRECTION
008120         WRITE LEDGER-RECORD
008130         ADD 1 TO WS-NEW-ENTRY-COUNT
008140         MOVE EX-SOURCE-FILE TO WS-SOURCE-KEY
008150         PERFORM L240-FIND-RUN-SOURCE
008160         IF WS-RSRC-SLOT > 0
008170             ADD 1 TO WS-RSRC-REJECTED(WS-RSRC-SLOT)
008180         END-IF
008190     END-IF.
008200     PERFORM L530-READ-EXCEPTION.
008210******************************************************************
008220* L550-APPEND-ONE-VOLUME - APPEND ONE SOURCE FILE'S "V" ENTRY    *
008230*                          FOR THIS RUN.                         *
008240******************************************************************
008250 L550-APPEND-ONE-VOLUME.
008260     MOVE SPACES TO LEDGER-RECORD.
008270     MOVE "V" TO LG-ENTRY-TYPE.
008280     MOVE WS-CYCLE-DATE TO LG-RUN-DATE.
008290     MOVE WS-CYCLE-STAMP TO LG-RUN-TIMESTAMP.
008300     MOVE WS-RSRC-FILE(WS-RSRC-IX) TO LG-SOURCE-FILE.
008310     MOVE 0 TO LG-SOURCE-SEQ.
008320     MOVE 0 TO LG-RESOLVED-DATE.
008330     MOVE WS-RSRC-SCORED(WS-RSRC-IX) TO LG-SCORED-COUNT.
008340     MOVE WS-RSRC-REJECTED(WS-RSRC-IX) TO LG-REJECTED-COUNT.
008341     WRITE LEDGER-RECORD.
008342     ADD 1 TO WS-VOLUME-ROWS.
008343******************************************************************
008344* L560-APPEND-RUN-MARKER - APPEND THE RUN'S "V" ENTRY FOR        *
008345*                          WORDINCR: ITS CORRECTIONS SCORED AND  *
008346*                          REJECTED AGAIN. WRITTEN FOR EVERY     *
008347*                          RUN, EVEN AT ZERO, SO THE RUN ALWAYS  *
008348*                          HAS A "V" ENTRY ON THE LEDGER AND A   *
008349*                          RERUN IS REFUSED (SEE L420) - A RUN   *
008350*                          FED ONLY FROM WORDINCR HAS NO OTHER.  *
008351*                          THE SCORECARD LEAVES IT OUT.          *
008352******************************************************************
008353 L560-APPEND-RUN-MARKER.
008354     MOVE SPACES TO LEDGER-RECORD.
008355     MOVE "V" TO LG-ENTRY-TYPE.
008356     MOVE WS-CYCLE-DATE TO LG-RUN-DATE.
008357     MOVE WS-CYCLE-STAMP TO LG-RUN-TIMESTAMP.
008358     MOVE "WORDINCR" TO LG-SOURCE-FILE.
008359     MOVE 0 TO LG-SOURCE-SEQ.
008360     MOVE 0 TO LG-RESOLVED-DATE.
008361     MOVE WS-CORR-SCORED-COUNT TO LG-SCORED-COUNT.
008362     MOVE WS-REQUEUE-COUNT TO LG-REJECTED-COUNT.
008363     WRITE LEDGER-RECORD.
008364     ADD 1 TO WS-VOLUME-ROWS.
008370******************************************************************
008380* L600-RETIRE-TRAIL - EMPTY CORRTRL NOW ITS CORRECTIONS ARE ON   *
008390*                     THE REBUILT LEDGER. A TRAIL TOO LONG TO    *
008400*                     LOAD WHOLE IS KEPT FOR THE NEXT RUN.       *
008410******************************************************************
008420 L600-RETIRE-TRAIL.
008430     MOVE 0 TO WS-UNTIED-COUNT.
008440     PERFORM L610-COUNT-ONE-UNTIED
008450         VARYING WS-TRL-IX FROM 1 BY 1
008460         UNTIL WS-TRL-IX > WS-TRL-COUNT.
008470     IF WS-TRAIL-PRESENT
008480         AND NOT WS-TRAIL-OVERFLOWED
008490         OPEN OUTPUT CORRECTION-TRAIL-FILE
008500         IF WS-TRAIL-OK
008510             CLOSE CORRECTION-TRAIL-FILE
008520         ELSE
008530             DISPLAY "VOWLEXLG: UNABLE TO EMPTY CORRTRL - STATUS "
008540                 WS-TRAIL-STATUS
008550             IF WS-RETURN-CODE < 4
008560                 MOVE 4 TO WS-RETURN-CODE
008570             END-IF
008580         END-IF
008590     END-IF.
008600******************************************************************
008610* L610-COUNT-ONE-UNTIED - COUNT ONE CORRECTION THAT MATCHED NO   *
008620*                         OPEN ENTRY.                            *
008630******************************************************************
008640 L610-COUNT-ONE-UNTIED.
008650     IF NOT WS-TRL-USED(WS-TRL-IX)
008660         ADD 1 TO WS-UNTIED-COUNT
008670     END-IF.
008680******************************************************************
008690* S100-BUILD-SCORECARD - READ THE LEDGER AS IT NOW STANDS AND    *
008700*                        BUILD EACH SOURCE FILE'S SCORECARD.     *
008710******************************************************************
008720 S100-BUILD-SCORECARD.
008730     MOVE 0 TO WS-SC-COUNT.
008740     MOVE 0 TO WS-TOTAL-OPEN.
008750     PERFORM S105-CLEAR-ONE-TOTAL
008760         VARYING WS-AGE-IX FROM 1 BY 1
008770         UNTIL WS-AGE-IX > 4.
008780     OPEN INPUT LEDGER-FILE.
008790     IF WS-LDGR-OK
008800         MOVE "N" TO WS-EOF-SWITCH
008810         PERFORM L410-READ-LEDGER
008820         PERFORM S110-SCORE-ONE-ROW
008830             UNTIL WS-EOF-REACHED
008840         CLOSE LEDGER-FILE
008850     END-IF.
008860******************************************************************
008870* S105-CLEAR-ONE-TOTAL - ZERO ONE LEDGER-WIDE AGEING BUCKET.     *
008880******************************************************************
008890 S105-CLEAR-ONE-TOTAL.
008900     MOVE 0 TO WS-TOTAL-AGE-COUNT(WS-AGE-IX).
008910******************************************************************
008920* S110-SCORE-ONE-ROW - FOLD ONE LEDGER ROW INTO ITS SOURCE'S     *
008930*                      SCORECARD, THEN ADVANCE. ROWS OF A RUN    *
008940*                      REVERSED SINCE THE LEDGER WAS LAST        *
008950*                      REBUILT, AND THE WORDINCR "V" ENTRY THAT  *
008955*                      MARKS EACH RUN, ARE LEFT OUT.             *
008960******************************************************************
008970 S110-SCORE-ONE-ROW.
008980     ADD 1 TO WS-LEDGER-ROWS.
008990     MOVE "N" TO WS-FOUND-SWITCH.
009000     PERFORM L425-MATCH-ONE-BACKOUT
009010         VARYING WS-BKOT-IX FROM 1 BY 1
009020         UNTIL WS-BKOT-IX > WS-BKOT-COUNT
009030         OR WS-ENTRY-FOUND.
009040     MOVE 0 TO WS-SC-SLOT.
009050     IF NOT WS-ENTRY-FOUND
009053         AND NOT (LG-VOLUME-ENTRY
009056                  AND LG-SOURCE-FILE = "WORDINCR")
009060         PERFORM S120-FIND-SCORECARD
009070     END-IF.
009080     IF WS-SC-SLOT > 0
009090         MOVE -1 TO WS-ROW-AGE
009100         IF LG-RUN-DATE IS NUMERIC
009110             MOVE LG-RUN-DATE TO WS-DCV-DATE
009120             PERFORM S500-CONVERT-DATE-TO-SERIAL
009130             COMPUTE WS-ROW-AGE = WS-TODAY-SERIAL - WS-DCV-SERIAL
009140         END-IF
009150         IF LG-VOLUME-ENTRY
009160             PERFORM S130-SCORE-VOLUME
009170         END-IF
009180         IF LG-EXCEPTION-ENTRY
009190             PERFORM S140-SCORE-EXCEPTION
009200         END-IF
009210     END-IF.
009220     PERFORM L410-READ-LEDGER.
009230******************************************************************
009240* S120-FIND-SCORECARD - FIND OR ADD THE ROW'S SOURCE FILE IN THE *
009250*                       SCORECARD TABLE. WS-SC-SLOT IS ZERO WHEN *
009260*                       THE TABLE IS FULL.                       *
009270******************************************************************
009280 S120-FIND-SCORECARD.
009290     MOVE "N" TO WS-FOUND-SWITCH.
009300     MOVE 0 TO WS-SC-SLOT.
009310     PERFORM S125-FIND-ONE-SCORECARD
009320         VARYING WS-SC-IX FROM 1 BY 1
009330         UNTIL WS-SC-IX > WS-SC-COUNT
009340         OR WS-ENTRY-FOUND.
009350     IF NOT WS-ENTRY-FOUND
009360         IF WS-SC-COUNT < 100
009370             ADD 1 TO WS-SC-COUNT
009380             MOVE WS-SC-COUNT TO WS-SC-SLOT
009390             INITIALIZE WS-SC-ENTRY(WS-SC-SLOT)
009400             MOVE LG-SOURCE-FILE TO WS-SC-SOURCE(WS-SC-SLOT)
009410         ELSE
009420             DISPLAY "VOWLEXLG: SCORECARD TABLE FULL - NOT "
009430                 "SCORING " LG-SOURCE-FILE
009440             ADD 1 TO WS-OVERFLOW-COUNT
009450         END-IF
009460     END-IF.
009470******************************************************************
009480* S125-FIND-ONE-SCORECARD - TEST ONE SCORECARD TABLE ENTRY.      *
009490******************************************************************
009500 S125-FIND-ONE-SCORECARD.
009510     IF WS-SC-SOURCE(WS-SC-IX) = LG-SOURCE-FILE
009520         MOVE "Y" TO WS-FOUND-SWITCH
009530         MOVE WS-SC-IX TO WS-SC-SLOT
009540     END-IF.
009550******************************************************************
009560* S130-SCORE-VOLUME - ADD A "V" ENTRY'S SCORED STRINGS TO THE    *
009570*                     SOURCE'S VOLUME AND WEEK FIGURES. ITS      *
009580*                     REJECTS ARE COUNTED FROM THE "E" ENTRIES,  *
009590*                     WHICH ALSO CARRY THE REASON.               *
009600******************************************************************
009610 S130-SCORE-VOLUME.
009620     ADD LG-SCORED-COUNT TO WS-SC-VOLUME(WS-SC-SLOT).
009630     IF WS-ROW-AGE NOT < 0 AND WS-ROW-AGE < 7
009640         ADD LG-SCORED-COUNT TO WS-SC-WK-VOLUME(WS-SC-SLOT)
009650     END-IF.
009660     IF WS-ROW-AGE > 6 AND WS-ROW-AGE < 14
009670         ADD LG-SCORED-COUNT TO WS-SC-PWK-VOLUME(WS-SC-SLOT)
009680     END-IF.
009690******************************************************************
009700* S140-SCORE-EXCEPTION - COUNT AN "E" ENTRY AS VOLUME AND A      *
009710*                        REJECT BY REASON AND WEEK, AND AGE IT   *
009720*                        WHEN STILL OPEN.                        *
009730******************************************************************
009740 S140-SCORE-EXCEPTION.
009750     ADD 1 TO WS-SC-VOLUME(WS-SC-SLOT).
009760     ADD 1 TO WS-SC-REJECTS(WS-SC-SLOT).
009770     MOVE 5 TO WS-REASON-IX.
009780     IF LG-REASON-CODE = "B"
009790         MOVE 1 TO WS-REASON-IX
009800     END-IF.
009810     IF LG-REASON-CODE = "D"
009820         MOVE 2 TO WS-REASON-IX
009830     END-IF.
009840     IF LG-REASON-CODE = "S"
009850         MOVE 3 TO WS-REASON-IX
009860     END-IF.
009870     IF LG-REASON-CODE = "T"
009880         MOVE 4 TO WS-REASON-IX
009890     END-IF.
009900     ADD 1 TO WS-SC-REASON-COUNT(WS-SC-SLOT WS-REASON-IX).
009910     IF WS-ROW-AGE NOT < 0 AND WS-ROW-AGE < 7
009920         ADD 1 TO WS-SC-WK-VOLUME(WS-SC-SLOT)
009930         ADD 1 TO WS-SC-WK-REJECTS(WS-SC-SLOT)
009940     END-IF.
009950     IF WS-ROW-AGE > 6 AND WS-ROW-AGE < 14
009960         ADD 1 TO WS-SC-PWK-VOLUME(WS-SC-SLOT)
009970         ADD 1 TO WS-SC-PWK-REJECTS(WS-SC-SLOT)
009980     END-IF.
009990     IF LG-ITEM-RESOLVED
010000         ADD 1 TO WS-SC-RESOLVED(WS-SC-SLOT)
010010     ELSE
010020         ADD 1 TO WS-SC-OPEN(WS-SC-SLOT)
010030         ADD 1 TO WS-TOTAL-OPEN
010040         MOVE 4 TO WS-AGE-IX
010050         IF WS-ROW-AGE < 91
010060             MOVE 3 TO WS-AGE-IX
010070         END-IF
010080         IF WS-ROW-AGE < 31
010090             MOVE 2 TO WS-AGE-IX
010100         END-IF
010110         IF WS-ROW-AGE < 8
010120             MOVE 1 TO WS-AGE-IX
010130         END-IF
010140         ADD 1 TO WS-SC-AGE-COUNT(WS-SC-SLOT WS-AGE-IX)
010150         ADD 1 TO WS-TOTAL-AGE-COUNT(WS-AGE-IX)
010160     END-IF.
010170******************************************************************
010180* S500-CONVERT-DATE-TO-SERIAL - TURN THE YYYYMMDD FIGURE IN      *
010190*                               WS-DCV-DATE INTO A RELATIVE DAY  *
010200*                               SERIAL (GREGORIAN LEAP RULES),   *
010210*                               EXACTLY AS H500 IN VOWLHIST.     *
010220******************************************************************
010230 S500-CONVERT-DATE-TO-SERIAL.
010240     IF WS-DCV-MM < 3
010250         COMPUTE WS-DCV-Y = WS-DCV-YYYY - 1
010260         COMPUTE WS-DCV-M = WS-DCV-MM + 12
010270     ELSE
010280         MOVE WS-DCV-YYYY TO WS-DCV-Y
010290         MOVE WS-DCV-MM TO WS-DCV-M
010300     END-IF.
010310     DIVIDE WS-DCV-Y BY 4 GIVING WS-DCV-T1.
010320     DIVIDE WS-DCV-Y BY 100 GIVING WS-DCV-T2.
010330     DIVIDE WS-DCV-Y BY 400 GIVING WS-DCV-T3.
010340     COMPUTE WS-DCV-T4 = 153 * (WS-DCV-M + 1).
010350     DIVIDE WS-DCV-T4 BY 5 GIVING WS-DCV-T5.
010360     COMPUTE WS-DCV-SERIAL =
010370         (365 * WS-DCV-Y) + WS-DCV-T1 - WS-DCV-T2 + WS-DCV-T3
010380         + WS-DCV-T5 + WS-DCV-DD.
010390******************************************************************
010400* R100-LEDGER-REPORT - WHAT THIS RUN DID TO THE LEDGER.          *
010410******************************************************************
010420 R100-LEDGER-REPORT.
010430     IF WS-OVERFLOW-COUNT > 0
010440         AND WS-RETURN-CODE < 4
010450         MOVE 4 TO WS-RETURN-CODE
010460     END-IF.
010470     DISPLAY " ".
010480     DISPLAY "******************************************".
010490     DISPLAY "*  VOWLEXLG - EXCEPTION HISTORY LEDGER   *".
010500     DISPLAY "******************************************".
010510     IF WS-REPORT-ONLY
010520         DISPLAY "MODE ........................ REPORT ONLY - "
010530             "LEDGER NOT UPDATED"
010540     ELSE
010550         DISPLAY "VOWEL RUN LEDGERED .......... " WS-CYCLE-STAMP
010560         MOVE WS-CARRIED-COUNT TO WS-ED-COUNT
010570         DISPLAY "LEDGER ROWS CARRIED FORWARD . " WS-ED-COUNT
010580         MOVE WS-DROPPED-COUNT TO WS-ED-COUNT
010590         DISPLAY "ROWS OF BACKED-OUT RUNS ..... " WS-ED-COUNT
010600         MOVE WS-NEW-ENTRY-COUNT TO WS-ED-COUNT
010610         DISPLAY "NEW EXCEPTIONS LEDGERED ..... " WS-ED-COUNT
010620         MOVE WS-REQUEUE-COUNT TO WS-ED-COUNT
010630         DISPLAY "REJECTED CORRECTIONS ........ " WS-ED-COUNT
010640         MOVE WS-TIED-COUNT TO WS-ED-COUNT
010650         DISPLAY "CORRECTIONS TIED TO ENTRIES . " WS-ED-COUNT
010660         MOVE WS-UNTIED-COUNT TO WS-ED-COUNT
010670         DISPLAY "CORRECTIONS WITH NO ENTRY ... " WS-ED-COUNT
010680         MOVE WS-RESOLVED-NOW TO WS-ED-COUNT
010690         DISPLAY "ENTRIES RESOLVED THIS RUN ... " WS-ED-COUNT
010700         MOVE WS-VOLUME-ROWS TO WS-ED-COUNT
010710         DISPLAY "SOURCE VOLUME ROWS WRITTEN .. " WS-ED-COUNT
010720         IF NOT WS-LEDGER-REBUILT
010730             DISPLAY "LEDGER NOT UPDATED - RETURN CODE "
010740                 WS-RETURN-CODE
010750         END-IF
010760     END-IF.
010770******************************************************************
010780* R200-SCORECARD-REPORT - PER-SOURCE SCORECARD, LEDGER-WIDE OPEN *
010790*                         ITEM AGEING AND THE WORST SENDERS.     *
010800******************************************************************
010810 R200-SCORECARD-REPORT.
010820     MOVE 0 TO WS-WORST-WK-SLOT.
010830     MOVE 0 TO WS-WORST-ALL-SLOT.
010840     MOVE 0 TO WS-WORST-WK-PCT.
010850     MOVE 0 TO WS-WORST-ALL-PCT.
010860     DISPLAY "------------------------------------------".
010870     DISPLAY "DATA-QUALITY SCORECARD BY SOURCE FILE AS OF "
010880         WS-RUN-DATE.
010890     IF WS-SC-COUNT = 0
010900         DISPLAY "  (LEDGER IS EMPTY)"
010910     ELSE
010920         PERFORM R210-DISPLAY-ONE-SOURCE
010930             VARYING WS-SC-IX FROM 1 BY 1
010940             UNTIL WS-SC-IX > WS-SC-COUNT
010950     END-IF.
010960     DISPLAY "------------------------------------------".
010970     MOVE WS-LEDGER-ROWS TO WS-ED-COUNT.
010980     DISPLAY "LEDGER ROWS READ ............ " WS-ED-COUNT.
010990     MOVE WS-TOTAL-OPEN TO WS-ED-COUNT.
011000     DISPLAY "OPEN ITEMS ON THE LEDGER .... " WS-ED-COUNT.
011010     MOVE WS-TOTAL-AGE-COUNT(1) TO WS-ED-COUNT.
011020     MOVE WS-TOTAL-AGE-COUNT(2) TO WS-ED-COUNT2.
011030     MOVE WS-TOTAL-AGE-COUNT(3) TO WS-ED-COUNT3.
011040     MOVE WS-TOTAL-AGE-COUNT(4) TO WS-ED-COUNT4.
011050     DISPLAY "  AGED 0-7 DAYS " WS-ED-COUNT
011060         "  8-30 " WS-ED-COUNT2.
011070     DISPLAY "  AGED 31-90    " WS-ED-COUNT3
011080         "  91+  " WS-ED-COUNT4.
011090     IF WS-WORST-ALL-SLOT > 0
011100         MOVE WS-WORST-ALL-PCT TO WS-ED-PCT
011110         DISPLAY "WORST SENDER OVERALL ........ "
011120             WS-SC-SOURCE(WS-WORST-ALL-SLOT) " " WS-ED-PCT "%"
011130     END-IF.
011140     IF WS-WORST-WK-SLOT > 0
011150         MOVE WS-WORST-WK-PCT TO WS-ED-PCT
011160         DISPLAY "WORST SENDER THIS WEEK ...... "
011170             WS-SC-SOURCE(WS-WORST-WK-SLOT) " " WS-ED-PCT "%"
011180     END-IF.
011190     DISPLAY "******************************************".
011200******************************************************************
011210* R210-DISPLAY-ONE-SOURCE - ONE SOURCE FILE'S SCORECARD, NOTING  *
011220*                           IT WHEN IT IS THE WORST SO FAR.      *
011230******************************************************************
011240 R210-DISPLAY-ONE-SOURCE.
011250     MOVE 0 TO WS-PCT.
011260     IF WS-SC-VOLUME(WS-SC-IX) > 0
011270         COMPUTE WS-PCT ROUNDED =
011280             WS-SC-REJECTS(WS-SC-IX) * 100
011290                 / WS-SC-VOLUME(WS-SC-IX)
011300     END-IF.
011310     IF WS-PCT > WS-WORST-ALL-PCT
011320         MOVE WS-PCT TO WS-WORST-ALL-PCT
011330         MOVE WS-SC-IX TO WS-WORST-ALL-SLOT
011340     END-IF.
011350     DISPLAY " ".
011360     DISPLAY "SOURCE " WS-SC-SOURCE(WS-SC-IX).
011370     MOVE WS-SC-VOLUME(WS-SC-IX) TO WS-ED-COUNT.
011380     MOVE WS-SC-REJECTS(WS-SC-IX) TO WS-ED-COUNT2.
011390     MOVE WS-PCT TO WS-ED-PCT.
011400     DISPLAY "  VOLUME " WS-ED-COUNT "  REJECTS " WS-ED-COUNT2
011410         "  RATE " WS-ED-PCT "%".
011420     PERFORM R220-DISPLAY-ONE-REASON
011430         VARYING WS-REASON-IX FROM 1 BY 1
011440         UNTIL WS-REASON-IX > 5.
011450     MOVE WS-SC-OPEN(WS-SC-IX) TO WS-ED-COUNT.
011460     MOVE WS-SC-RESOLVED(WS-SC-IX) TO WS-ED-COUNT2.
011470     DISPLAY "  OPEN   " WS-ED-COUNT "  RESOLVED " WS-ED-COUNT2.
011480     MOVE WS-SC-AGE-COUNT(WS-SC-IX 1) TO WS-ED-COUNT.
011490     MOVE WS-SC-AGE-COUNT(WS-SC-IX 2) TO WS-ED-COUNT2.
011500     MOVE WS-SC-AGE-COUNT(WS-SC-IX 3) TO WS-ED-COUNT3.
011510     MOVE WS-SC-AGE-COUNT(WS-SC-IX 4) TO WS-ED-COUNT4.
011520     DISPLAY "    OPEN AGED 0-7 " WS-ED-COUNT
011530         "  8-30 " WS-ED-COUNT2
011540         "  31-90 " WS-ED-COUNT3 "  91+ " WS-ED-COUNT4.
011550     PERFORM R230-DISPLAY-WEEK-TREND.
011560******************************************************************
011570* R220-DISPLAY-ONE-REASON - ONE REASON CODE'S REJECTS AND RATE   *
011580*                           AGAINST THE SOURCE'S VOLUME. "OTHER" *
011590*                           IS SHOWN ONLY WHEN IT OCCURS.        *
011600******************************************************************
011610 R220-DISPLAY-ONE-REASON.
011620     IF WS-REASON-IX < 5
011630         OR WS-SC-REASON-COUNT(WS-SC-IX WS-REASON-IX) > 0
011640         MOVE 0 TO WS-PCT
011650         IF WS-SC-VOLUME(WS-SC-IX) > 0
011660             COMPUTE WS-PCT ROUNDED =
011670                 WS-SC-REASON-COUNT(WS-SC-IX WS-REASON-IX) * 100
011680                     / WS-SC-VOLUME(WS-SC-IX)
011690         END-IF
011700         MOVE WS-SC-REASON-COUNT(WS-SC-IX WS-REASON-IX)
011710             TO WS-ED-COUNT
011720         MOVE WS-PCT TO WS-ED-PCT
011730         DISPLAY "    " WS-REASON-NAME(WS-REASON-IX)
011740             WS-ED-COUNT "  " WS-ED-PCT "%"
011750     END-IF.
011760******************************************************************
011770* R230-DISPLAY-WEEK-TREND - THIS WEEK AGAINST THE PRIOR WEEK.    *
011780******************************************************************
011790 R230-DISPLAY-WEEK-TREND.
011800     MOVE 0 TO WS-PRIOR-PCT.
011810     IF WS-SC-PWK-VOLUME(WS-SC-IX) > 0
011820         COMPUTE WS-PRIOR-PCT ROUNDED =
011830             WS-SC-PWK-REJECTS(WS-SC-IX) * 100
011840                 / WS-SC-PWK-VOLUME(WS-SC-IX)
011850     END-IF.
011860     MOVE 0 TO WS-PCT.
011870     IF WS-SC-WK-VOLUME(WS-SC-IX) > 0
011880         COMPUTE WS-PCT ROUNDED =
011890             WS-SC-WK-REJECTS(WS-SC-IX) * 100
011900                 / WS-SC-WK-VOLUME(WS-SC-IX)
011910         IF WS-PCT > WS-WORST-WK-PCT
011920             MOVE WS-PCT TO WS-WORST-WK-PCT
011930             MOVE WS-SC-IX TO WS-WORST-WK-SLOT
011940         END-IF
011950     END-IF.
011960     MOVE WS-SC-WK-VOLUME(WS-SC-IX) TO WS-ED-COUNT.
011970     MOVE WS-SC-WK-REJECTS(WS-SC-IX) TO WS-ED-COUNT2.
011980     MOVE WS-PCT TO WS-ED-PCT.
011990     DISPLAY "  THIS WEEK  VOL " WS-ED-COUNT " REJ " WS-ED-COUNT2
012000         " RATE " WS-ED-PCT "%".
012010     MOVE WS-SC-PWK-VOLUME(WS-SC-IX) TO WS-ED-COUNT.
012020     MOVE WS-SC-PWK-REJECTS(WS-SC-IX) TO WS-ED-COUNT2.
012030     MOVE WS-PRIOR-PCT TO WS-ED-PCT.
012040     DISPLAY "  PRIOR WEEK VOL " WS-ED-COUNT " REJ " WS-ED-COUNT2
012050         " RATE " WS-ED-PCT "%".
012060     IF WS-SC-WK-VOLUME(WS-SC-IX) = 0
012070         OR WS-SC-PWK-VOLUME(WS-SC-IX) = 0
012080         DISPLAY "  TREND ..... NOT ENOUGH HISTORY"
012090     ELSE
012100         IF WS-PCT > WS-PRIOR-PCT
012110             DISPLAY "  TREND ..... WORSE THAN PRIOR WEEK"
012120         ELSE
012130             IF WS-PCT < WS-PRIOR-PCT
012140                 DISPLAY "  TREND ..... BETTER THAN PRIOR WEEK"
012150             ELSE
012160                 DISPLAY "  TREND ..... UNCHANGED"
012170             END-IF
012180         END-IF
012190     END-IF.
