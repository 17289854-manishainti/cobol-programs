000100******************************************************************
000200*    VOWLAUT - OPERATOR AUTHORIZATION RECORD LAYOUT              *
000300*    ONE RECORD PER USER ID ALLOWED TO CHANGE A CONTROLLED       *
000400*    MASTER, HELD ON THE OPERAUTH FILE AND KEPT BY SECURITY      *
000500*    ADMINISTRATION, NOT BY THIS SYSTEM. EACH RIGHT IS "Y" OR    *
000600*    BLANK; A USER ID NOT ON FILE HAS NO RIGHTS, AND WITH NO     *
000700*    OPERAUTH AT ALL NOBODY MAY CHANGE ANYTHING. A RECORD        *
000800*    STARTING "*" IS A COMMENT.                                  *
000900*      OA-DICT-RIGHT     - WORDDICT MAINTENANCE (VOWLDICT).      *
001000*      OA-REGISTRY-RIGHT - RSETMSTR MAINTENANCE (VOWLRGLD).      *
001100*      OA-RUNLOCK-RIGHT  - RUNLOCKOVR OVERRIDE OF THE VOWEL RUN  *
001200*                          LOCK (C400-CHECK-RUN-LOCK).           *
001300******************************************************************
001400 01  OPERATOR-AUTH-RECORD.
001500     05  OA-USER-ID              PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  OA-DICT-RIGHT           PIC X(01).
001800         88  OA-MAY-MAINTAIN-DICT          VALUE "Y".
001900     05  FILLER                  PIC X(01).
002000     05  OA-REGISTRY-RIGHT       PIC X(01).
002100         88  OA-MAY-MAINTAIN-REGISTRY      VALUE "Y".
002200     05  FILLER                  PIC X(01).
002300     05  OA-RUNLOCK-RIGHT        PIC X(01).
002400         88  OA-MAY-OVERRIDE-LOCK          VALUE "Y".
002500     05  FILLER                  PIC X(01).
002600     05  OA-DESCRIPTION          PIC X(40).
