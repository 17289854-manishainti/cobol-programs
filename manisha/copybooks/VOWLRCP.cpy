000100******************************************************************
000200*    VOWLRCP - RECONCILIATION PROOF RECORD LAYOUT                *
000300*    APPEND-ONLY LOG OF VOWLRCON VERDICTS: ONE RECORD PER        *
000400*    EXECUTION, NAMING THE AUDITED RUN (WHOSE AU-RUN-DATE AND    *
000500*    AU-RUN-TIME ARE ITS XR-RUN-TIMESTAMP) AND THE PHYSICAL      *
000600*    FIGURES PROVED FOR IT. THE NEWEST RECORD IS THE STANDING    *
000700*    PROOF; VOWLINTF BUILDS NO INTERFACE FILE UNLESS IT SAYS     *
000800*    "IN-BALANCE" FOR THE EXTROUT IN HAND.                       *
000900******************************************************************
001000 01  RECON-PROOF-RECORD.
001100     05  RP-PROOF-DATE           PIC 9(08).
001200     05  RP-PROOF-TIME           PIC 9(06).
001300     05  RP-RUN-DATE             PIC 9(08).
001400     05  RP-RUN-TIME             PIC 9(06).
001500     05  RP-OPERATOR-ID          PIC X(08).
001600     05  RP-EXTRACT-COUNT        PIC 9(08).
001700     05  RP-EXCEPTION-COUNT      PIC 9(08).
001800     05  RP-TOTAL-VOWELS         PIC 9(08).
001900     05  RP-RETURN-CODE          PIC 9(02).
002000*    RP-VERDICT - "UNPROVED" WHEN VOWLRCON ENDED 12 AND COULD    *
002100*    NOT RECONCILE AT ALL.                                       *
002200     05  RP-VERDICT              PIC X(12).
002300         88  RP-IN-BALANCE                 VALUE "IN-BALANCE".
002400         88  RP-OUT-OF-BALANCE             VALUE "OUT-BALANCE".
002500         88  RP-UNPROVED                   VALUE "UNPROVED".
