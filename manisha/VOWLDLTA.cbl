000280*   DATE       INIT  DESCRIPTION                                 *
000290*   09/02/2026 RK    ORIGINAL PROGRAM - EXTROUT VS EXTRPREV      *
000300*                    NEW/DROPPED/CHANGED DELTA REPORT.           *
000302*   10/15/2026 RK    THE WORD ("T") RECORDS OF A TOKENIZED       *
000304*                    PHRASE ARE PASSED OVER ON BOTH EXTRACTS -   *
000306*                    THE DELTA STAYS ONE LINE PER SCORED STRING. *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. VOWLDLTA.
001570*                        SAME WORD, THEN ADVANCE.                *
001580******************************************************************
001590 J120-STORE-ONE-PRIOR.
001591     IF NOT PX-TOKEN-RECORD
001592         PERFORM J125-STORE-PRIOR-WORD
001593     END-IF.
001594     PERFORM J110-READ-PRIOR.
001595******************************************************************
001596* J125-STORE-PRIOR-WORD - ADD ONE PRIOR SCORED STRING TO THE      *
001597*                         TABLE UNLESS IT IS ALREADY THERE.       *
001598******************************************************************
001599 J125-STORE-PRIOR-WORD.
001600     PERFORM J130-FIND-PRIOR-WORD.
001610     IF WS-ENTRY-FOUND
001620         ADD 1 TO WS-PRIOR-DUP-COUNT
001760             SET WS-TABLE-OVERFLOWED TO TRUE
001770         END-IF
001780     END-IF.
001800******************************************************************
001810* J130-FIND-PRIOR-WORD - SEARCH THE PRIOR TABLE FOR THE WORD IN  *
001820*                        PX-INPUT-STRING, CAPTURING THE MATCHED  *
002370*                            PRIOR TABLE, THEN ADVANCE.          *
002380******************************************************************
002390 J220-COMPARE-ONE-CURRENT.
002391     IF NOT XR-TOKEN-RECORD
002392         PERFORM J225-CLASSIFY-CURRENT
002393     END-IF.
002394     PERFORM J210-READ-CURRENT.
002395******************************************************************
002396* J225-CLASSIFY-CURRENT - CLASSIFY ONE CURRENT SCORED STRING AS   *
002397*                         NEW, CHANGED OR UNCHANGED.              *
002398******************************************************************
002399 J225-CLASSIFY-CURRENT.
002400     ADD 1 TO WS-CURRENT-COUNT.
002410     PERFORM J230-FIND-CURRENT-WORD.
002420     IF NOT WS-ENTRY-FOUND
002690             END-IF
002700         END-IF
002710     END-IF.
002730******************************************************************
002740* J230-FIND-CURRENT-WORD - SEARCH THE PRIOR TABLE FOR THE WORD   *
002750*                          IN XR-INPUT-STRING, CAPTURING THE     *
