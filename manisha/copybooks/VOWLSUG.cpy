000100******************************************************************
000200*    VOWLSUG - NEAR-MATCH SUGGESTION RECORD LAYOUT               *
000300*    ONE RECORD PER DISTINCT UNKNOWN WORD ON EXTROUT, WRITTEN BY *
000400*    VOWLSUGG WITH UP TO THREE WORDDICT ENTRIES ONE EDIT AWAY.   *
000500*    THE ANALYST REVIEWS THE FILE AND KEYS ONLY THE FIRST TWO    *
000600*    BYTES: SG-DECISION "T" (A TYPO - SG-CHOSEN NAMES WHICH      *
000700*    SUGGESTION, 1 WHEN LEFT BLANK) OR "N" (A GENUINELY NEW      *
000800*    WORD); ANYTHING ELSE LEAVES THE WORD AS IT IS. VOWLSUGG     *
000900*    WITH SUGGMODE=APPLY THEN TURNS EACH "T" INTO AN EXCCORR     *
001000*    OVERRIDE AND EACH "N" INTO A DICTCTL "A" RECORD.            *
001100******************************************************************
001200 01  SUGGESTION-RECORD.
001300     05  SG-DECISION             PIC X(01).
001400         88  SG-TYPO-FIX                   VALUE "T".
001500         88  SG-NEW-WORD                   VALUE "N".
001600     05  SG-CHOSEN               PIC X(01).
001700     05  FILLER                  PIC X(01).
001800     05  SG-UNKNOWN-WORD         PIC X(40).
001900     05  SG-OCCURRENCES          PIC 9(06).
002000*    SG-SOURCE-FILE/SG-SOURCE-SEQ - WHERE THE WORD WAS FIRST     *
002100*    SEEN ON THE RUN, FOR TRACING IT BACK TO ITS UPSTREAM FEED.  *
002200     05  SG-SOURCE-FILE          PIC X(20).
002300     05  SG-SOURCE-SEQ           PIC 9(08).
002400     05  SG-RUN-TIMESTAMP        PIC X(14).
002500     05  SG-SUGGESTION-COUNT     PIC 9(01).
002600*    SG-EDIT-TYPE - HOW THE UNKNOWN WORD DIFFERS FROM THE        *
002700*    SUGGESTION: "S" ONE LETTER SUBSTITUTED, "I" ONE LETTER      *
002800*    INSERTED, "D" ONE LETTER DROPPED, "X" TWO ADJACENT LETTERS  *
002900*    TRANSPOSED, "C" LETTER CASE ONLY.                           *
003000     05  SG-SUGGESTION OCCURS 3 TIMES.
003100         10  SG-EDIT-TYPE        PIC X(01).
003200         10  SG-SUGGESTED-WORD   PIC X(40).
