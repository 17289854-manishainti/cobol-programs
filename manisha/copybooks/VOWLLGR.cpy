000100******************************************************************
000200*    VOWLLGR - EXCEPTION HISTORY LEDGER RECORD LAYOUT            *
000300*    THE STANDING LEDGER EXCLEDGR, REBUILT ONCE PER CYCLE BY     *
000400*    VOWLEXLG. TWO KINDS OF ENTRY SHARE THE FILE:                *
000500*      "E" - ONE PER EXCEPOUT REJECT, KEPT UNTIL ITS CORRECTED   *
000600*            STRING HAS SCORED ON EXTROUT VIA WORDINCR (THEN     *
000700*            MARKED RESOLVED WITH THE DATE) AND AGED WHILE OPEN. *
000800*      "V" - ONE PER SOURCE FILE PER VOWEL RUN, HOLDING HOW MANY *
000900*            STRINGS FROM THAT SOURCE SCORED AND HOW MANY WERE   *
001000*            REJECTED, SO A REJECT RATE CAN BE TAKEN OVER ANY    *
001100*            PERIOD. EVERY LEDGERED RUN ALSO HAS ONE FOR    *
001110*            SOURCE "WORDINCR" (ITS CORRECTIONS SCORED AND       *
001120*            REJECTED AGAIN), EVEN AT ZERO, SO THE RUN IS ON THE *
001130*            LEDGER WHATEVER ITS INPUT; THE SCORECARD SKIPS IT.  *
001200*    LG-RUN-TIMESTAMP IS THE VOWEL RUN'S XR-RUN-TIMESTAMP; A RUN *
001300*    ALREADY ON THE LEDGER IS NEVER LEDGERED TWICE, AND A RUN    *
001400*    REVERSED BY VOWLBKOT IS TAKEN BACK OFF IT.                  *
001500******************************************************************
001600 01  LEDGER-RECORD.
001700     05  LG-ENTRY-TYPE           PIC X(01).
001800         88  LG-EXCEPTION-ENTRY            VALUE "E".
001900         88  LG-VOLUME-ENTRY               VALUE "V".
002000     05  LG-RUN-DATE             PIC 9(08).
002100     05  LG-RUN-TIMESTAMP        PIC X(14).
002200     05  LG-SOURCE-FILE          PIC X(20).
002300     05  LG-SOURCE-SEQ           PIC 9(08).
002400     05  LG-REASON-CODE          PIC X(01).
002500*    LG-ITEM-STATUS - "O" OPEN, "R" RESOLVED; SPACE ON A "V"     *
002600*    ENTRY. LG-RESOLVED-DATE IS ZERO UNTIL RESOLVED.             *
002700     05  LG-ITEM-STATUS          PIC X(01).
002800         88  LG-ITEM-OPEN                  VALUE "O".
002900         88  LG-ITEM-RESOLVED              VALUE "R".
003000     05  LG-RESOLVED-DATE        PIC 9(08).
003100*    LG-CORRECTED-STRING - SPACES UNTIL VOWLCORR HAS CORRECTED   *
003200*    THE REJECT (SEE VOWLCTR); A BLANK-INPUT REJECT NEVER GETS   *
003300*    ONE AND STAYS OPEN FOR THE SENDER TO FIX.                   *
003400     05  LG-EXCEPTION-DETAIL.
003500         10  LG-INPUT-STRING     PIC X(40).
003600         10  LG-CORRECTED-STRING PIC X(40).
003700     05  LG-VOLUME-DETAIL REDEFINES LG-EXCEPTION-DETAIL.
003800         10  LG-SCORED-COUNT     PIC 9(08).
003900         10  LG-REJECTED-COUNT   PIC 9(08).
004000         10  FILLER              PIC X(64).
