000100******************************************************************
000200*    VOWLCTR - EXCEPTION CORRECTION TRAIL RECORD LAYOUT          *
000300*    ONE RECORD APPENDED TO CORRTRL BY VOWLCORR FOR EVERY        *
000400*    CORRECTION IT WRITES TO WORDINCR, CARRYING THE EXCEPOUT     *
000500*    RECORD'S SOURCE FILE, SEQUENCE AND REASON WITH THE STRING   *
000600*    BEFORE AND AFTER, SO VOWLEXLG CAN TIE THE CORRECTION BACK   *
000700*    TO ITS EXCEPTION LEDGER ENTRY. VOWLEXLG EMPTIES CORRTRL     *
000800*    ONCE THE TRAIL HAS BEEN TAKEN INTO THE LEDGER.              *
000810*    AN EXCCORR OVERRIDE APPLIED TO AN UNKNOWN WORD ON EXTROUT   *
000820*    IS TRAILED THE SAME WAY, FROM THE EXTROUT RECORD, WITH      *
000830*    REASON "U"; IT HAS NO LEDGER ENTRY TO TIE TO.               *
000900******************************************************************
001000 01  CORRECTION-TRAIL-RECORD.
001100     05  CT-CORRECTION-DATE      PIC 9(08).
001200     05  CT-SOURCE-FILE          PIC X(20).
001300     05  CT-SOURCE-SEQ           PIC 9(08).
001310*    CT-REASON-CODE - THE EXCEPOUT REASON CODE, OR "U" FOR AN    *
001320*    UNKNOWN WORD CORRECTED FROM EXTROUT.                        *
001400     05  CT-REASON-CODE          PIC X(01).
001410         88  CT-UNKNOWN-WORD-FIX           VALUE "U".
001500*    CT-CORRECTION-SOURCE - "O" AN EXCCORR OVERRIDE, "A" THE     *
001600*    AUTOMATIC STRIP-AND-RETRY RULE.                             *
001700     05  CT-CORRECTION-SOURCE    PIC X(01).
001800         88  CT-FROM-OVERRIDE              VALUE "O".
001900         88  CT-FROM-STRIP-RULE            VALUE "A".
002000     05  CT-ORIGINAL-STRING      PIC X(40).
002100     05  CT-CORRECTED-STRING     PIC X(40).
