004000             15  CK-SRC-EXCEPTIONS   PIC 9(08).
004100             15  CK-SRC-VOWELS       PIC 9(08).
004200     05  CK-SUM-UNKNOWN-COUNT    PIC 9(08).
004300*    PHRASE TOKENIZATION - THE MODE THE BATCH STARTED IN ("Y" OR *
004400*    "N"), SO A RESTART CARRIES ON IN THAT MODE, AND THE PHRASE  *
004500*    AND TOKEN ACCUMULATORS FOR THE SUMMARY REPORT.              *
004600     05  CK-TOKEN-MODE           PIC X(01).
004700     05  CK-SUM-PHRASE-COUNT     PIC 9(08).
004800     05  CK-SUM-MAX-PHRASE-WORDS PIC 9(02).
004900     05  CK-SUM-PHRASE-UNKNOWN   PIC 9(08).
005000     05  CK-SUM-TOKEN-COUNT      PIC 9(08).
005100     05  CK-SUM-TOKEN-VOWELS     PIC 9(08).
005200     05  CK-SUM-TOKEN-MIN-VOWELS PIC 9(02).
005300     05  CK-SUM-TOKEN-MAX-VOWELS PIC 9(02).
005400     05  CK-SUM-TOKEN-UNKNOWN    PIC 9(08).
005500*    PARTITIONED RUNS - THE LOGICAL RUN'S SHARED TIMESTAMP, SO A *
005600*    PARTITION NEVER RESUMES FROM ANOTHER RUN'S CHECKPOINT, AND  *
005700*    "C" ONCE THE PARTITION HAS FINISHED CLEAN: ITS FINAL TOTALS *
005800*    ARE THEN WHAT THE MERGE STEP ADDS UP. A SERIAL RUN AND AN   *
005900*    UNFINISHED PARTITION LEAVE THE STATE BLANK.                 *
006000     05  CK-RUN-TIMESTAMP        PIC X(14).
006100     05  CK-PARTITION-STATE      PIC X(01).
006200         88  CK-PARTITION-COMPLETE         VALUE "C".
