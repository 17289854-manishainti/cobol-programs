000370*                    RSETMSTR REGISTRY FOR THE RUN DATE, AND     *
000380*                    MALFORMED CONTROL-FILE PAIRS ARE REPORTED   *
000390*                    INSTEAD OF SILENTLY SKIPPED.                *
000392*   10/15/2026 RK    FEED HEADER/TRAILER CONTROL RECORDS         *
000394*                    (VOWLFHT) ARE READ PAST, NEVER SCORED, THE  *
000396*                    SAME AS IN VOWEL.                           *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VOWLCMPR.
000760 FD  WORDIN-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY VOWLREC.
000785     COPY VOWLFHT.
000790 FD  WORDIN-LIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY VOWLWLS.
001070     88  WS-WLIST-NO-MORE-FILES           VALUE "Y".
001080 77  WS-WORDIN-AT-END-SWITCH PIC X(01)    VALUE "N".
001090     88  WS-WORDIN-AT-END                 VALUE "Y".
001092 77  WS-CONTROL-REC-SWITCH   PIC X(01)    VALUE "N".
001094     88  WS-CONTROL-RECORD                VALUE "Y".
001100 77  WS-RSLIST-STATUS        PIC X(02)    VALUE "00".
001110     88  WS-RSLIST-OK                     VALUE "00".
001120     88  WS-RSLIST-EOF                    VALUE "10".
004650*                   CROSSING A WORDINLS CONCATENATION BOUNDARY    *
004660*                   THE SAME WAY 2100-READ-WORDIN DOES IN VOWEL,  *
004670*                   SO EVERY RULESET PASS COVERS THE WHOLE        *
004680*                   LOGICAL BATCH. FEED HEADERS AND TRAILERS    *
004685*                   ARE READ PAST THE SAME WAY.                   *
004690******************************************************************
004700 M110-READ-WORDIN.
004710     PERFORM M115-READ-WORDIN-ONCE.
004720     PERFORM M115-READ-WORDIN-ONCE
004730         UNTIL (NOT WS-WORDIN-AT-END
004735         AND NOT WS-CONTROL-RECORD)
004740         OR WS-EOF-REACHED.
004750******************************************************************
004760* M115-READ-WORDIN-ONCE - ONE PHYSICAL READ ATTEMPT. AN AT-END    *
004800******************************************************************
004810 M115-READ-WORDIN-ONCE.
004820     MOVE "N" TO WS-WORDIN-AT-END-SWITCH.
004825     MOVE "N" TO WS-CONTROL-REC-SWITCH.
004830     READ WORDIN-FILE
004840         AT END
004850             MOVE "Y" TO WS-WORDIN-AT-END-SWITCH
004860     END-READ.
004862     IF NOT WS-WORDIN-AT-END
004864         AND (FH-IS-HEADER OR FH-IS-TRAILER)
004866         SET WS-CONTROL-RECORD TO TRUE
004868     END-IF.
004870     IF WS-WORDIN-AT-END
004880         IF WS-WLIST-IN-USE
004890             PERFORM C320-ADVANCE-WORDIN-FILE
