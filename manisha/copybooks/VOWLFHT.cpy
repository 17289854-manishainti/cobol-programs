000100******************************************************************
000200*    VOWLFHT - INBOUND FEED HEADER/TRAILER CONTROL RECORDS       *
000300*    EVERY UPSTREAM WORDIN FEED (AND EACH FILE NAMED IN          *
000400*    WORDINLS) OPENS WITH ONE HEADER AND CLOSES WITH ONE         *
000500*    TRAILER, EACH FILLING THE SAME 40-BYTE RECORD AS A WORD.    *
000600*    THE RECORD-ID BYTES CARRY "*" MARKERS, WHICH B100-VALIDATE- *
000700*    RECORD WOULD REJECT AS SPECIAL CHARACTERS, SO A CONTROL     *
000800*    RECORD CAN NEVER BE MISTAKEN FOR A WORD. VOWEL CERTIFIES    *
000900*    EVERY FEED AGAINST THESE RECORDS BEFORE ANY WORD IS SCORED  *
001000*    AND SKIPS THEM WHILE SCORING.                               *
001100*    FH-FEED-SEQ - RISES BY ONE PER FEED FROM EACH SOURCE, SO A  *
001200*    RESENT OR SKIPPED FEED IS EVIDENT AGAINST FEEDREG.          *
001300*    FT-RECORD-COUNT - NUMBER OF WORD RECORDS BETWEEN THE HEADER *
001400*    AND THE TRAILER. FT-HASH-TOTAL - SUM OF THOSE RECORDS'      *
001500*    LENGTHS WITH TRAILING SPACES TRIMMED.                       *
001600******************************************************************
001700 01  FEED-HEADER-RECORD.
001800     05  FH-RECORD-ID            PIC X(05).
001900         88  FH-IS-HEADER                  VALUE "*HDR*".
002000         88  FH-IS-TRAILER                 VALUE "*TRL*".
002100     05  FH-SOURCE-ID            PIC X(08).
002200     05  FH-BUSINESS-DATE        PIC 9(08).
002300     05  FH-FEED-SEQ             PIC 9(06).
002400     05  FILLER                  PIC X(13).
002500 01  FEED-TRAILER-RECORD.
002600     05  FT-RECORD-ID            PIC X(05).
002700     05  FT-RECORD-COUNT         PIC 9(08).
002800     05  FT-HASH-TOTAL           PIC 9(10).
002900     05  FILLER                  PIC X(17).
