000100******************************************************************
000200*    VOWLPCT - PARTITION CONTROL RECORD LAYOUT                   *
000300*    SINGLE RECORD WRITTEN TO PARTCTL BY THE VOWEL SPLIT STEP    *
000400*    (VOWLPMODE=SPLIT). IT HOLDS THE ONE RUN TIMESTAMP AND       *
000500*    OPERATOR SHARED BY EVERY PARTITION OF THE LOGICAL RUN, SO   *
000600*    ALL OF THEM STAMP EXTROUT, VOWELKSD, RUNLOG AND AUDITLOG    *
000700*    ALIKE, TOGETHER WITH THE NUMBER OF PARTITIONS THE MERGE     *
000800*    STEP MUST FIND COMPLETE, THE BUSINESS DATE THE FEEDS WERE   *
000900*    CERTIFIED FOR AND THE TOKENIZATION MODE THE RUN USES.       *
001000******************************************************************
001100 01  PARTITION-CONTROL-RECORD.
001200     05  PC-RUN-DATE             PIC 9(08).
001300     05  PC-RUN-TIME             PIC 9(06).
001400     05  PC-OPERATOR-ID          PIC X(08).
001500     05  PC-PARTITION-COUNT      PIC 9(02).
001600     05  PC-FEED-DATE            PIC 9(08).
001700     05  PC-TOKEN-MODE           PIC X(01).
001800*    PC-CORR-FEED-FLAG - "Y" WHEN THE DAY'S WORDINLS FED THE     *
001900*    WORDINCR CORRECTION FILE, WHICH THE MERGE STEP THEN RETIRES *
002000*    ONCE THE WHOLE LOGICAL RUN HAS ENDED CLEAN.                 *
002100     05  PC-CORR-FEED-FLAG       PIC X(01).
002200         88  PC-CORR-FEED-IN-BATCH         VALUE "Y".
