000100******************************************************************
000200*    VOWLCOR - EXCEPTION CORRECTION OVERRIDE RECORD LAYOUT       *
000300*    ONE RECORD PER MANUALLY SUPPLIED CORRECTION, MAPPING AN     *
000400*    EX-INPUT-STRING VALUE SEEN ON EXCEPOUT, OR AN UNKNOWN WORD  *
000410*    ON EXTROUT, TO THE CORRECTED STRING THAT SHOULD BE RE-FED   *
000500*    THROUGH 2000-PROCESS-WORDIN.                                *
000600*    READ BY VOWLCORR BEFORE IT FALLS BACK TO ITS OWN AUTOMATIC  *
000700*    STRIP-AND-RETRY CORRECTION RULE.                            *
000800******************************************************************
