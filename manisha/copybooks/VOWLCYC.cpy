000100******************************************************************
000200*    VOWLCYC - BATCH-CYCLE CONTROL RECORD LAYOUT                 *
000300*    APPEND-ONLY LOG OF THE DAILY CYCLE (VOWEL, VOWLRCON,        *
000400*    VOWLHIST, VOWLDLTA, VOWLEXLG), KEPT BY VOWLCYCL. EACH STEP  *
000500*    OF A BUSINESS DATE GAINS A "STARTED" RECORD AS IT BEGINS    *
000600*    AND AN "ENDED" RECORD CARRYING ITS RETURN CODE AS IT        *
000700*    FINISHES. THE NEWEST RECORD FOR A DATE/STEP IS THAT STEP'S  *
000800*    STATE; A "REOPENED" RECORD PUTS A COMPLETED STEP BACK TO    *
000900*    NOT-RUN SO THE OPERATOR CAN DELIBERATELY RERUN IT.          *
001000******************************************************************
001100 01  CYCLE-CONTROL-RECORD.
001200     05  CY-BUSINESS-DATE        PIC 9(08).
001300     05  CY-STEP-NAME            PIC X(08).
001400     05  CY-STEP-EVENT           PIC X(08).
001500         88  CY-STARTED                    VALUE "STARTED".
001600         88  CY-ENDED                      VALUE "ENDED".
001700         88  CY-REOPENED                   VALUE "REOPENED".
001800     05  CY-EVENT-DATE           PIC 9(08).
001900     05  CY-EVENT-TIME           PIC 9(06).
002000     05  CY-OPERATOR-ID          PIC X(08).
002100*    CY-STEP-RC - THE STEP'S RETURN CODE ON AN "ENDED" RECORD;   *
002200*    ZERO ON THE OTHER EVENTS.                                   *
002300     05  CY-STEP-RC              PIC 9(02).
002400*    CY-EXTRACT-STAMP - FOR THE VOWLHIST STEP, THE XR-RUN-       *
002500*    TIMESTAMP OF THE EXTROUT BEING ROLLED INTO EXTHIST, SO THE  *
002600*    SAME RUN'S EXTRACT CAN NEVER BE ROLLED UP A SECOND TIME     *
002700*    UNDER ANY BUSINESS DATE. SPACES FOR EVERY OTHER STEP.       *
002800     05  CY-EXTRACT-STAMP        PIC X(14).
