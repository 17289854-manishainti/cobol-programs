000100******************************************************************
000200*    VOWLFRG - INBOUND FEED REGISTER RECORD LAYOUT               *
000300*    APPEND-ONLY LOG OF EVERY CERTIFIED FEED A BATCH SCORED,     *
000400*    WRITTEN BY VOWEL AT CLEAN END OF RUN. FEED CERTIFICATION    *
000500*    READS IT FOR EACH SOURCE'S LAST FEED SEQUENCE NUMBER, SO A  *
000600*    FEED SENT TWICE, OR ONE ARRIVING AHEAD OF A MISSING FEED,   *
000700*    IS HELD BEFORE IT IS SCORED. VOWLBKOT APPENDS A             *
000800*    "BACKED-OUT" RECORD FOR EACH FEED OF A REVERSED RUN SO THE  *
000900*    SAME FEED CAN BE RESENT AND SCORED AGAIN.                   *
001000******************************************************************
001100 01  FEED-REGISTER-RECORD.
001200     05  FR-SOURCE-ID            PIC X(08).
001300     05  FR-BUSINESS-DATE        PIC 9(08).
001400     05  FR-FEED-SEQ             PIC 9(06).
001500     05  FR-RECORD-COUNT         PIC 9(08).
001600     05  FR-HASH-TOTAL           PIC 9(10).
001700     05  FR-FILE-NAME            PIC X(20).
001800*    FR-RUN-TIMESTAMP - XR-RUN-TIMESTAMP OF THE RUN THAT SCORED  *
001900*    THE FEED.                                                   *
002000     05  FR-RUN-TIMESTAMP        PIC X(14).
002100     05  FR-EVENT                PIC X(10).
002200         88  FR-ACCEPTED                   VALUE "ACCEPTED".
002300         88  FR-BACKED-OUT                 VALUE "BACKED-OUT".
