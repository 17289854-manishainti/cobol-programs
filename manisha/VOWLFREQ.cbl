000220*                    XR-RUN-TIMESTAMP DATE FALLS IN RANGE, SO    *
000230*                    LETTER-FREQUENCY DRIFT CAN BE TRENDED       *
000240*                    ACROSS DAYS INSTEAD OF ONE RUN.             *
000242*   10/15/2026 RK    THE WORD ("T") RECORDS OF A TOKENIZED       *
000244*                    PHRASE ARE NOT TALLIED - THEIR LETTERS ARE  *
000246*                    ALREADY COUNTED ONCE IN THE PHRASE RECORD.  *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. VOWLFREQ.
001700*                        LETTER TABLE, THEN READ THE NEXT.       *
001710******************************************************************
001720 F300-PROCESS-EXTRACT.
001721     IF XR-TOKEN-RECORD
001722         CONTINUE
001780     ELSE
001784         IF WS-RANGE-MODE
001788             AND (XR-RUN-TIMESTAMP(1:8) NOT NUMERIC
001792             OR XR-RUN-TIMESTAMP(1:8) < WS-FROM-DATE
001796             OR XR-RUN-TIMESTAMP(1:8) > WS-TO-DATE)
001800             ADD 1 TO WS-SKIPPED-COUNT
001804         ELSE
001808             ADD 1 TO WS-STRINGS-READ
001812             PERFORM F320-TALLY-ONE-LETTER
001816                 VARYING WS-LTR-IX FROM 1 BY 1
001820                 UNTIL WS-LTR-IX > 26
001824         END-IF
001830     END-IF.
001840     PERFORM F310-READ-EXTRACT.
001850******************************************************************
