000330*   (SEE C340-RETIRE-CORRECTED-INPUT THERE), SO EACH CORRECTION   *
000340*   IS SCORED EXACTLY ONCE EVEN WHEN THIS PROGRAM DOES NOT RUN    *
000350*   EVERY CYCLE.                                                  *
000351*-----------------------------------------------------------------*
000352*   AN UNKNOWN WORD (ONE VOWEL SCORED THAT IS NOT ON THE APPROVED-*
000353*   WORD DICTIONARY) IS NEVER REJECTED TO EXCEPOUT - IT STAYS ON  *
000354*   EXTROUT WITH XR-UNKNOWN-FLAG SET. SO AN EXCCORR OVERRIDE FOR  *
000355*   ONE (E.G. A TYPO FIX KEYED THROUGH VOWLSUGG) IS ALSO APPLIED  *
000356*   TO EVERY "W" OR "T" RECORD ON EXTROUT FLAGGED UNKNOWN WHOSE   *
000357*   STRING IT MATCHES: THE CORRECTED WORD GOES TO WORDINCR AND    *
000358*   CORRTRL LIKE ANY OTHER CORRECTION, WITH REASON "U". THE       *
000359*   STRIP-AND-RETRY RULE IS NOT USED HERE - AN UNKNOWN WORD IS    *
000360*   ALREADY ALL LETTERS. A WORD THAT CAME FROM WORDINCR IS        *
000361*   ALREADY A CORRECTION AND IS NOT CORRECTED AGAIN, AND A        *
000362*   MISSING EXTROUT SIMPLY MEANS NOTHING TO DO.                   *
000363*-----------------------------------------------------------------*
000370* MODIFICATION HISTORY.                                          *
000380*   DATE       INIT  DESCRIPTION                                 *
000390*   08/21/2026 RK    ORIGINAL PROGRAM - EXCEPTION CORRECTION AND *
000460*                    SUSPECTED-TRUNCATION REJECTS (REASON "T")   *
000470*                    ARE OVERRIDE-ONLY - THE STRIP-AND-RETRY     *
000480*                    RULE CANNOT RECOVER A MISSING TAIL.         *
000481*   10/15/2026 RK    EACH CORRECTION WRITTEN TO WORDINCR IS ALSO *
000482*                    APPENDED TO THE CORRTRL TRAIL, SO VOWLEXLG  *
000483*                    CAN TIE IT BACK TO ITS EXCEPTION LEDGER     *
000484*                    ENTRY AND RESOLVE THE ENTRY ONCE IT SCORES. *
000485*   10/15/2026 RK    EXCCORR OVERRIDES ARE ALSO APPLIED TO THE   *
000486*                    UNKNOWN WORDS ON EXTROUT, WHICH NEVER REACH *
000487*                    EXCEPOUT (SEE C400).                        *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. VOWLCORR.
000720     SELECT WORDIN-LIST-FILE ASSIGN TO "WORDINLS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-WLIST-STATUS.
000741     SELECT CORRECTION-TRAIL-FILE ASSIGN TO "CORRTRL"
000742         ORGANIZATION IS LINE SEQUENTIAL
000743         FILE STATUS IS WS-TRAIL-STATUS.
000744     SELECT EXTRACT-FILE ASSIGN TO "EXTROUT"
000745         ORGANIZATION IS LINE SEQUENTIAL
000746         FILE STATUS IS WS-EXTR-STATUS.
000750******************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000870 FD  WORDIN-LIST-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY VOWLWLS.
000891 FD  CORRECTION-TRAIL-FILE
000892     LABEL RECORDS ARE STANDARD.
000893     COPY VOWLCTR.
000894 FD  EXTRACT-FILE
000895     LABEL RECORDS ARE STANDARD.
000896     COPY VOWLEXT.
000900******************************************************************
000910 WORKING-STORAGE SECTION.
000920 77  WS-EXCEPT-STATUS        PIC X(02)    VALUE "00".
000990     88  WS-WORDCR-OK                     VALUE "00".
001000 77  WS-WLIST-STATUS         PIC X(02)    VALUE "00".
001010     88  WS-WLIST-OK                      VALUE "00".
001011     88  WS-WLIST-EOF                     VALUE "10".
001012 77  WS-TRAIL-STATUS         PIC X(02)    VALUE "00".
001013     88  WS-TRAIL-OK                      VALUE "00".
001014 77  WS-TRAIL-OPEN-SW        PIC X(01)    VALUE "N".
001015     88  WS-TRAIL-OPEN                    VALUE "Y".
001016 77  WS-TRAIL-COUNT          PIC 9(08) COMP VALUE 0.
001017 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
001018     88  WS-EXTR-OK                       VALUE "00".
001019     88  WS-EXTR-FILE-MISSING             VALUE "35".
001026 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001027* WS-CORRECTION-FROM - "O" WHEN THE CORRECTION CAME FROM EXCCORR,*
001028*   "A" WHEN FROM THE STRIP-AND-RETRY RULE (SEE VOWLCTR).        *
001029 77  WS-CORRECTION-FROM      PIC X(01)    VALUE SPACES.
001030 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
001040     88  WS-EOF-REACHED                   VALUE "Y".
001050 77  WS-CHAR-IDX             PIC 9(02) COMP VALUE 0.
001100     88  WS-OVERRIDE-FOUND                VALUE "Y".
001110 77  WS-CORRECTED-COUNT      PIC 9(08) COMP VALUE 0.
001120 77  WS-UNCORRECTABLE-COUNT  PIC 9(08) COMP VALUE 0.
001125 77  WS-UNKNOWN-CORR-COUNT   PIC 9(08) COMP VALUE 0.
001130 77  WS-OVR-IDX              PIC 9(04) COMP VALUE 0.
001140******************************************************************
001150* WS-OVERRIDE-TABLE - MANUAL CORRECTIONS LOADED FROM EXCCORR.     *
001380******************************************************************
001390 PROCEDURE DIVISION.
001400 MAIN-PARA.
001401     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001410     PERFORM C100-LOAD-OVERRIDES.
001420     PERFORM C200-CORRECT-EXCEPTIONS.
001430     IF WS-CORRECTED-COUNT > 0
001860* C200-CORRECT-EXCEPTIONS - READ EVERY EXCEPOUT RECORD, BUILD A   *
001870*                          CORRECTION FOR IT, AND WRITE ANY       *
001880*                          NON-BLANK CORRECTION TO WORDINCR.      *
001883*                          THE UNKNOWN WORDS ON EXTROUT ARE THEN  *
001886*                          CORRECTED ONTO THE SAME WORDINCR.      *
001890******************************************************************
001900 C200-CORRECT-EXCEPTIONS.
001910     OPEN INPUT EXCEPTION-FILE.
001980             DISPLAY "VOWLCORR: UNABLE TO OPEN WORDINCR - STATUS "
001990                 WS-WORDCR-STATUS
002000         ELSE
002005             PERFORM C205-OPEN-TRAIL
002010             MOVE "N" TO WS-EOF-SWITCH
002020             PERFORM C210-READ-EXCEPTION
002030             PERFORM C220-PROCESS-ONE-EXCEPTION
002040                 UNTIL WS-EOF-REACHED
002042             IF WS-OVERRIDE-COUNT > 0
002044                 PERFORM C400-CORRECT-UNKNOWN-WORDS
002046             END-IF
002050             CLOSE WORDIN-CORRECTED-FILE
002052             IF WS-TRAIL-OPEN
002054                 CLOSE CORRECTION-TRAIL-FILE
002056             END-IF
002060         END-IF
002061         CLOSE EXCEPTION-FILE
002062     END-IF.
002063******************************************************************
002064* C205-OPEN-TRAIL - OPEN THE CORRTRL TRAIL FOR APPEND, CREATING  *
002065*                   IT ON FIRST USE. A TRAIL THAT CANNOT BE      *
002066*                   OPENED DOES NOT STOP THE CORRECTIONS - THEIR *
002067*                   LEDGER ENTRIES JUST STAY OPEN UNTIL AGED.    *
002068******************************************************************
002069 C205-OPEN-TRAIL.
002070     MOVE "N" TO WS-TRAIL-OPEN-SW.
002071     OPEN EXTEND CORRECTION-TRAIL-FILE.
002072     IF NOT WS-TRAIL-OK
002073         OPEN OUTPUT CORRECTION-TRAIL-FILE
002074     END-IF.
002075     IF WS-TRAIL-OK
002076         SET WS-TRAIL-OPEN TO TRUE
002077     ELSE
002078         DISPLAY "VOWLCORR: UNABLE TO OPEN CORRTRL - STATUS "
002079             WS-TRAIL-STATUS " - CORRECTIONS NOT TRAILED"
002080     END-IF.
002090******************************************************************
002100* C210-READ-EXCEPTION - READ THE NEXT EXCEPOUT RECORD.           *
002340             MOVE WS-CORRECTED-STR TO WR-INPUT-STRING
002350             WRITE WORDIN-RECORD
002360             ADD 1 TO WS-CORRECTED-COUNT
002361             IF WS-TRAIL-OPEN
002362                 PERFORM C225-WRITE-TRAIL
002363             END-IF
002370             DISPLAY "VOWLCORR: CORRECTED " EX-INPUT-STRING
002380                 " TO " WS-CORRECTED-STR
002390                 " - SOURCE " EX-SOURCE-FILE
002400                 " SEQ " EX-SOURCE-SEQ
002410         END-IF
002420     END-IF.
002421     PERFORM C210-READ-EXCEPTION.
002422******************************************************************
002423* C225-WRITE-TRAIL - APPEND THE CORRECTION JUST WRITTEN, WITH    *
002424*                    ITS EXCEPOUT SOURCE, TO CORRTRL.            *
002425******************************************************************
002426 C225-WRITE-TRAIL.
002427     MOVE WS-RUN-DATE TO CT-CORRECTION-DATE.
002428     MOVE EX-SOURCE-FILE TO CT-SOURCE-FILE.
002429     MOVE EX-SOURCE-SEQ TO CT-SOURCE-SEQ.
002430     MOVE EX-REASON-CODE TO CT-REASON-CODE.
002431     MOVE WS-CORRECTION-FROM TO CT-CORRECTION-SOURCE.
002432     MOVE EX-INPUT-STRING TO CT-ORIGINAL-STRING.
002433     MOVE WS-CORRECTED-STR TO CT-CORRECTED-STRING.
002434     WRITE CORRECTION-TRAIL-RECORD.
002435     ADD 1 TO WS-TRAIL-COUNT.
002440******************************************************************
002450* C230-BUILD-CORRECTION - PREFER A MANUAL EXCCORR OVERRIDE; FALL  *
002460*                         BACK TO THE AUTOMATIC STRIP-AND-RETRY   *
002530         VARYING WS-OVR-IX FROM 1 BY 1
002540         UNTIL WS-OVR-IX > WS-OVERRIDE-COUNT
002550         OR WS-OVERRIDE-FOUND.
002551     MOVE "O" TO WS-CORRECTION-FROM.
002560     IF NOT WS-OVERRIDE-FOUND
002565         MOVE "A" TO WS-CORRECTION-FROM
002570*        A SUSPECTED-TRUNCATION REJECT CANNOT BE FIXED BY          *
002580*        STRIPPING - THE MISSING TAIL IS SIMPLY NOT THERE. ONLY A  *
002590*        HAND-SUPPLIED EXCCORR OVERRIDE CAN CORRECT ONE, SO THE    *
003650             WL-FILE-NAME
003660     END-IF.
003670     PERFORM C310-READ-WORDIN-LIST.
003671******************************************************************
003672* C330-WRITE-WORDIN-LIST-LINE - WRITE ONE PRESERVED WORDINLS      *
003673*                              LINE BACK OUT.                     *
003674******************************************************************
003675 C330-WRITE-WORDIN-LIST-LINE.
003676     MOVE WS-WLIST-NAME(WS-WL-IX) TO WL-FILE-NAME.
003677     WRITE WORDIN-LIST-RECORD.
003678******************************************************************
003679* C400-CORRECT-UNKNOWN-WORDS - APPLY THE EXCCORR OVERRIDES TO    *
003680*                              THE UNKNOWN WORDS ON EXTROUT,     *
003681*                              WRITING EACH CORRECTION TO THE    *
003682*                              OPEN WORDINCR AND CORRTRL.        *
003683******************************************************************
003684 C400-CORRECT-UNKNOWN-WORDS.
003685     OPEN INPUT EXTRACT-FILE.
003686     IF WS-EXTR-OK
003687         MOVE "N" TO WS-EOF-SWITCH
003688         PERFORM C410-READ-EXTRACT
003689         PERFORM C420-PROCESS-ONE-UNKNOWN
003690             UNTIL WS-EOF-REACHED
003691         CLOSE EXTRACT-FILE
003692     ELSE
003693         IF NOT WS-EXTR-FILE-MISSING
003694             DISPLAY "VOWLCORR: UNABLE TO OPEN EXTROUT - STATUS "
003695                 WS-EXTR-STATUS " - UNKNOWN WORDS NOT CORRECTED"
003696         END-IF
003697     END-IF.
003698******************************************************************
003699* C410-READ-EXTRACT - READ THE NEXT EXTROUT RECORD.              *
003700******************************************************************
003701 C410-READ-EXTRACT.
003702     READ EXTRACT-FILE
003703         AT END
003704             MOVE "Y" TO WS-EOF-SWITCH
003705     END-READ.
003706******************************************************************
003707* C420-PROCESS-ONE-UNKNOWN - CORRECT ONE UNKNOWN "W" OR "T"      *
003708*                            WORD THAT HAS AN EXCCORR OVERRIDE,  *
003709*                            THEN ADVANCE. "P" RECORDS ARE       *
003710*                            PHRASE TOTALS, NOT WORDS.           *
003711******************************************************************
003712 C420-PROCESS-ONE-UNKNOWN.
003713     IF XR-UNKNOWN-WORD
003714         AND NOT XR-PHRASE-RECORD
003715         AND XR-SOURCE-FILE NOT = "WORDINCR"
003716         MOVE XR-INPUT-STRING TO WS-STR
003717         MOVE SPACES TO WS-CORRECTED-STR
003718         MOVE "N" TO WS-OVERRIDE-SWITCH
003719         PERFORM C240-CHECK-ONE-OVERRIDE
003720             VARYING WS-OVR-IX FROM 1 BY 1
003721             UNTIL WS-OVR-IX > WS-OVERRIDE-COUNT
003722             OR WS-OVERRIDE-FOUND
003723         IF WS-OVERRIDE-FOUND
003724             AND WS-CORRECTED-STR NOT = SPACES
003725             MOVE WS-CORRECTED-STR TO WR-INPUT-STRING
003726             WRITE WORDIN-RECORD
003727             ADD 1 TO WS-CORRECTED-COUNT
003728             ADD 1 TO WS-UNKNOWN-CORR-COUNT
003729             IF WS-TRAIL-OPEN
003730                 PERFORM C425-WRITE-UNKNOWN-TRAIL
003731             END-IF
003732             DISPLAY "VOWLCORR: CORRECTED UNKNOWN WORD "
003733                 XR-INPUT-STRING " TO " WS-CORRECTED-STR
003734                 " - SOURCE " XR-SOURCE-FILE
003735                 " SEQ " XR-SOURCE-SEQ
003736         END-IF
003737     END-IF.
003738     PERFORM C410-READ-EXTRACT.
003739******************************************************************
003740* C425-WRITE-UNKNOWN-TRAIL - APPEND THE UNKNOWN-WORD CORRECTION  *
003741*                            JUST WRITTEN, WITH ITS EXTROUT      *
003742*                            SOURCE, TO CORRTRL AS REASON "U".   *
003743******************************************************************
003744 C425-WRITE-UNKNOWN-TRAIL.
003745     MOVE WS-RUN-DATE TO CT-CORRECTION-DATE.
003746     MOVE XR-SOURCE-FILE TO CT-SOURCE-FILE.
003747     MOVE XR-SOURCE-SEQ TO CT-SOURCE-SEQ.
003748     SET CT-UNKNOWN-WORD-FIX TO TRUE.
003749     SET CT-FROM-OVERRIDE TO TRUE.
003750     MOVE XR-INPUT-STRING TO CT-ORIGINAL-STRING.
003751     MOVE WS-CORRECTED-STR TO CT-CORRECTED-STRING.
003752     WRITE CORRECTION-TRAIL-RECORD.
003753     ADD 1 TO WS-TRAIL-COUNT.
003754******************************************************************
003760* R100-CORRECTION-REPORT - SUMMARY OF THE CORRECTION RUN.        *
003770******************************************************************
003780 R100-CORRECTION-REPORT.
003820     DISPLAY "******************************************".
003830     DISPLAY "CORRECTIONS WRITTEN TO WORDINCR . "
003840         WS-CORRECTED-COUNT.
003843     DISPLAY "  OF WHICH UNKNOWN WORDS ........ "
003846         WS-UNKNOWN-CORR-COUNT.
003850     DISPLAY "LEFT UNCORRECTED ON EXCEPOUT .... "
003860         WS-UNCORRECTABLE-COUNT.
003863     DISPLAY "CORRECTIONS TRAILED TO CORRTRL .. "
003866         WS-TRAIL-COUNT.
003870     DISPLAY "******************************************".
