000100******************************************************************
000200*    VOWLDCL - DICTIONARY MAINTENANCE CONTROL RECORD LAYOUT      *
000300*    ONE ACTION PER RECORD OF THE DICTCTL FILE READ BY VOWLDICT: *
000400*    "A" ADD, "D" DELETE, "L" LIST, "C" CLEAR, "*" COMMENT.      *
000500*    VOWLSUGG WRITES ITS CONFIRMED NEW WORDS IN THIS LAYOUT SO   *
000600*    THEY CAN BE DROPPED STRAIGHT INTO DICTCTL.                  *
000700******************************************************************
000800 01  CONTROL-RECORD.
000900     05  DL-ACTION               PIC X(01).
001000     05  FILLER                  PIC X(01).
001100     05  DL-WORD                 PIC X(40).
