000310*     EXTROUT RECORD COUNT ....... AU-RECORDS-PROCESSED          *
000320*     EXCEPOUT RECORD COUNT ...... AU-EXCEPTIONS-COUNT           *
000330*     SUM OF XR-VOWEL-COUNT ...... AU-TOTAL-VOWELS               *
000332*   ONLY SCORED STRINGS ("W" AND "P" RECORDS) ARE PROVED; THE    *
000334*   WORD RECORDS OF A TOKENIZED PHRASE ARE LISTED SEPARATELY.    *
000340*   A PARTIALLY WRITTEN EXTROUT, A MISCOUNTED RESTART, OR A      *
000350*   HAND-EDITED AUDIT FIGURE ALL SURFACE HERE AS AN OUT-OF-      *
000360*   BALANCE CONDITION BEFORE DOWNSTREAM REPORTING CONSUMES THE   *
000370*   RUN.                                                         *
000380*-----------------------------------------------------------------*
000382*   EVERY EXECUTION APPENDS ITS VERDICT AND THE PROVED FIGURES   *
000384*   TO THE RCONPRF PROOF LOG (VOWLRCP); VOWLINTF WILL NOT BUILD  *
000386*   THE OUTBOUND INTERFACE FILE WITHOUT AN IN-BALANCE PROOF.     *
000388*-----------------------------------------------------------------*
000390* MODIFICATION HISTORY.                                          *
000400*   DATE       INIT  DESCRIPTION                                 *
000410*   09/02/2026 RK    ORIGINAL PROGRAM - END-OF-RUN BALANCING     *
000420*                    OF EXTROUT/EXCEPOUT AGAINST AUDITLOG.       *
000421*   10/15/2026 RK    VOWLBKOT "BACKED-OUT" COMPENSATING RECORDS  *
000422*                    ARE PASSED OVER LIKE INQUIRY RECORDS.       *
000423*   10/15/2026 RK    VERDICT AND PROVED FIGURES APPENDED TO THE  *
000424*                    RCONPRF PROOF LOG FOR VOWLINTF.             *
000425*   10/15/2026 RK    WORD ("T") RECORDS OF A TOKENIZED PHRASE    *
000426*                    ARE DETAIL UNDER THEIR "P" RECORD AND ARE   *
000427*                    COUNTED APART, NOT PROVED AS STRINGS.       *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. VOWLRCON.
000630     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000652     SELECT RECON-PROOF-FILE ASSIGN TO "RCONPRF"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-PROOF-STATUS.
000660******************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000750 FD  AUDIT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY VOWLAUD.
000772 FD  RECON-PROOF-FILE
000774     LABEL RECORDS ARE STANDARD.
000776     COPY VOWLRCP.
000780******************************************************************
000790 WORKING-STORAGE SECTION.
000800 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
000860 77  WS-AUDIT-STATUS         PIC X(02)    VALUE "00".
000870     88  WS-AUDIT-OK                      VALUE "00".
000880     88  WS-AUDIT-EOF                     VALUE "10".
000882 77  WS-PROOF-STATUS         PIC X(02)    VALUE "00".
000884     88  WS-PROOF-OK                      VALUE "00".
000890 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
000900     88  WS-EOF-REACHED                   VALUE "Y".
000910 77  WS-AUDIT-FOUND-SWITCH   PIC X(01)    VALUE "N".
000960 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
000970 77  WS-EXTRACT-COUNT        PIC 9(08) COMP VALUE 0.
000980 77  WS-EXTRACT-VOWELS       PIC 9(08) COMP VALUE 0.
000985 77  WS-TOKEN-COUNT          PIC 9(08) COMP VALUE 0.
000990 77  WS-EXCEPTION-COUNT      PIC 9(08) COMP VALUE 0.
001000 77  WS-DIFFERENCE           PIC 9(08) COMP VALUE 0.
001010 77  WS-ED-NUM8              PIC 9(08)    VALUE 0.
001020 77  WS-ED-NUM8B             PIC 9(08)    VALUE 0.
001030 77  WS-ED-NUM8C             PIC 9(08)    VALUE 0.
001032 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001034 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
001036 77  WS-RUN-TIME             PIC 9(06)    VALUE 0.
001040******************************************************************
001050* WS-LAST-AUDIT - THE NEWEST AUDITLOG RECORD, SAVED AS THE FILE  *
001060*   IS WALKED SO THE FINAL RECORD - THE ONE THE RUN UNDER        *
001160******************************************************************
001170 PROCEDURE DIVISION.
001180 MAIN-PARA.
001182     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001184     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001186     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
001190     PERFORM G100-COUNT-EXTRACT.
001200     PERFORM G200-COUNT-EXCEPTIONS.
001210     PERFORM G300-FIND-LAST-AUDIT.
001230         PERFORM G400-COMPARE-TOTALS
001240     END-IF.
001250     PERFORM R100-RECONCILE-REPORT.
001255     PERFORM G500-WRITE-PROOF.
001260     MOVE WS-RETURN-CODE TO RETURN-CODE.
001270     STOP RUN.
001280******************************************************************
001550*                          PHYSICAL COUNTS, THEN ADVANCE.        *
001560******************************************************************
001570 G120-TALLY-ONE-EXTRACT.
001575     IF XR-TOKEN-RECORD
001576         ADD 1 TO WS-TOKEN-COUNT
001577     ELSE
001580         ADD 1 TO WS-EXTRACT-COUNT
001590         ADD XR-VOWEL-COUNT TO WS-EXTRACT-VOWELS
001595     END-IF.
001600     PERFORM G110-READ-EXTRACT.
001610******************************************************************
001620* G200-COUNT-EXCEPTIONS - RE-COUNT THE REJECTION RECORDS         *
002262*                       AD-HOC WORDQUERY INQUIRIES ALSO LOG ON   *
002264*                       AUDITLOG (STATUS "INQUIRY"); ONLY A      *
002266*                       BATCH RUN'S FIGURES CAN BE RECONCILED    *
002267*                       AGAINST THE PHYSICAL OUTPUT FILES, SO    *
002268*                       INQUIRY RECORDS ARE PASSED OVER, AS ARE  *
002269*                       VOWLBKOT'S "BACKED-OUT" REVERSALS.       *
002270******************************************************************
002280 G320-SAVE-ONE-AUDIT.
002282     IF AU-INQUIRY
002283         OR AU-BACKED-OUT
002284         CONTINUE
002286     ELSE
002290         SET WS-AUDIT-FOUND TO TRUE
003030             WS-LAST-VOWELS - WS-EXTRACT-VOWELS
003040         MOVE WS-DIFFERENCE TO WS-ED-NUM8
003050         DISPLAY "VOWLRCON: EXTROUT VOWEL TOTAL FALLS SHORT "
003051             "OF AUDITLOG BY " WS-ED-NUM8
003052     END-IF.
003053******************************************************************
003054* G500-WRITE-PROOF - APPEND THIS EXECUTION'S VERDICT AND THE     *
003055*                    PROVED FIGURES TO RCONPRF. A FAILURE HERE   *
003056*                    LEAVES THE RECONCILIATION ITSELF STANDING;  *
003057*                    VOWLINTF SIMPLY FINDS NO PROOF AND REFUSES. *
003058******************************************************************
003059 G500-WRITE-PROOF.
003060     OPEN EXTEND RECON-PROOF-FILE.
003061     IF NOT WS-PROOF-OK
003062         OPEN OUTPUT RECON-PROOF-FILE
003063     END-IF.
003064     IF NOT WS-PROOF-OK
003065         DISPLAY "VOWLRCON: UNABLE TO OPEN RCONPRF - STATUS "
003066             WS-PROOF-STATUS " - VERDICT NOT RECORDED"
003067     ELSE
003068         MOVE WS-RUN-DATE TO RP-PROOF-DATE
003069         MOVE WS-RUN-TIME TO RP-PROOF-TIME
003070         MOVE WS-LAST-RUN-DATE TO RP-RUN-DATE
003071         MOVE WS-LAST-RUN-TIME TO RP-RUN-TIME
003072         MOVE WS-LAST-OPERATOR-ID TO RP-OPERATOR-ID
003073         MOVE WS-EXTRACT-COUNT TO RP-EXTRACT-COUNT
003074         MOVE WS-EXCEPTION-COUNT TO RP-EXCEPTION-COUNT
003075         MOVE WS-EXTRACT-VOWELS TO RP-TOTAL-VOWELS
003076         MOVE WS-RETURN-CODE TO RP-RETURN-CODE
003077         IF WS-RETURN-CODE >= 12
003078             SET RP-UNPROVED TO TRUE
003079         ELSE
003080             IF WS-IN-BALANCE
003081                 SET RP-IN-BALANCE TO TRUE
003082             ELSE
003083                 SET RP-OUT-OF-BALANCE TO TRUE
003084             END-IF
003085         END-IF
003086         WRITE RECON-PROOF-RECORD
003087         CLOSE RECON-PROOF-FILE
003088     END-IF.
003089******************************************************************
003090* R100-RECONCILE-REPORT - SIDE-BY-SIDE PHYSICAL AND AUDITED      *
003100*                         FIGURES AND THE BALANCING VERDICT.     *
003110******************************************************************
003320     ADD WS-EXTRACT-COUNT WS-EXCEPTION-COUNT
003330         GIVING WS-ED-NUM8C.
003340     DISPLAY "RECORDS ACCOUNTED FOR ....... " WS-ED-NUM8C.
003342     IF WS-TOKEN-COUNT > 0
003344         MOVE WS-TOKEN-COUNT TO WS-ED-NUM8
003346         DISPLAY "WORDS OF SPLIT PHRASES ...... " WS-ED-NUM8
003348     END-IF.
003350     DISPLAY "------------------------------------------".
003360     IF WS-RETURN-CODE >= 12
003370         DISPLAY "VERDICT: UNABLE TO RECONCILE - RETURN CODE 12"
