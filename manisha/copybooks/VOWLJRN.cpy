000100******************************************************************
000200*    VOWLJRN - MASTER-FILE CHANGE JOURNAL RECORD LAYOUT          *
000300*    APPEND-ONLY LOG (CHGJRNL) OF EVERY MAINTENANCE ACTION       *
000400*    ATTEMPTED ON A CONTROLLED MASTER, WHETHER APPLIED OR NOT:   *
000500*    WORDDICT BY VOWLDICT, RSETMSTR BY VOWLRGLD, AND THE RUNLOG  *
000600*    RUN LOCK BY A VOWEL RUNLOCKOVR OVERRIDE. A CLEAR IS         *
000700*    JOURNALED AS ONE "C" ENTRY PER RECORD IT REMOVED, SO THE    *
000800*    WHOLE PRIOR CONTENT OF THE MASTER CAN BE READ BACK FROM     *
000900*    THE JOURNAL. REPORTED BY VOWLTRND.                          *
001000******************************************************************
001100 01  CHANGE-JOURNAL-RECORD.
001200     05  JR-JOURNAL-DATE         PIC 9(08).
001300     05  JR-JOURNAL-TIME         PIC 9(06).
001400     05  JR-OPERATOR-ID          PIC X(08).
001500     05  JR-PROGRAM-ID           PIC X(08).
001600     05  JR-MASTER-FILE          PIC X(08).
001700*    JR-ACTION - "A" ADD, "D" DELETE, "C" CLEAR, "O" RUN-LOCK    *
001800*    OVERRIDE.                                                   *
001900     05  JR-ACTION               PIC X(01).
002000*    JR-OUTCOME - "APPLIED"; "REFUSED" WHEN THE OPERATOR HELD NO *
002100*    RIGHT TO THE ACTION; "FAILED" WHEN IT WAS AUTHORIZED BUT    *
002200*    COULD NOT BE APPLIED (DUPLICATE, NOT FOUND, MALFORMED).     *
002300     05  JR-OUTCOME              PIC X(08).
002400         88  JR-APPLIED                    VALUE "APPLIED".
002500         88  JR-REFUSED                    VALUE "REFUSED".
002600         88  JR-FAILED                     VALUE "FAILED".
002700     05  JR-REASON               PIC X(30).
002800     05  JR-RECORD-KEY           PIC X(40).
002900*    JR-BEFORE-IMAGE/JR-AFTER-IMAGE - THE MASTER RECORD BEFORE   *
003000*    AND AFTER THE ACTION, SPACES WHERE THERE WAS NONE (BEFORE   *
003100*    AN ADD, AFTER A DELETE). ON A REFUSED OR FAILED ACTION THE  *
003200*    AFTER IMAGE IS THE RECORD THAT WAS ATTEMPTED, AND NOTHING   *
003300*    ON THE MASTER CHANGED.                                      *
003400     05  JR-BEFORE-IMAGE         PIC X(104).
003500     05  JR-AFTER-IMAGE          PIC X(104).
