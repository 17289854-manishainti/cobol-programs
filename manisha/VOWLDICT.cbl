000270*     *         - COMMENT, IGNORED                               *
000280*   A FULL LOAD IS THEREFORE A "C" RECORD FOLLOWED BY ONE "A"    *
000290*   RECORD PER APPROVED WORD. THE FILE IS CREATED ON FIRST USE.  *
000291*   ONLY A USER ID GRANTED THE DICTIONARY RIGHT ON OPERAUTH MAY  *
000292*   ADD, DELETE OR CLEAR; ANY OTHER OPERATOR'S ACTION IS REFUSED.*
000293*   EVERY ADD, DELETE AND CLEAR, APPLIED OR NOT, IS JOURNALED ON *
000294*   CHGJRNL WITH ITS BEFORE AND AFTER IMAGES.                    *
000295*   A JOURNAL WRITE THAT FAILS STOPS THE RUN AT THAT ACTION, SO  *
000296*   NO LATER CHANGE IS MADE UNRECORDED.                          *
000300*-----------------------------------------------------------------*
000310* MODIFICATION HISTORY.                                          *
000320*   DATE       INIT  DESCRIPTION                                 *
000330*   09/02/2026 RK    ORIGINAL PROGRAM - WORDDICT LOAD/ADD/       *
000331*                    DELETE/LIST MAINTENANCE FROM DICTCTL.       *
000332*   10/15/2026 RK    DICTCTL LAYOUT MOVED TO COPYBOOK VOWLDCL SO *
000333*                    VOWLSUGG CAN WRITE CONFIRMED NEW WORDS IN   *
000334*                    THE SAME FORMAT.                            *
000335*   10/15/2026 RK    OPERATOR AUTHORIZATION AND CHANGE JOURNAL:  *
000336*                    ADD/DELETE/CLEAR NEED THE DICTIONARY RIGHT  *
000337*                    ON OPERAUTH (REFUSED OTHERWISE, RC 8) AND   *
000338*                    EVERY ONE IS WRITTEN TO CHGJRNL WITH BEFORE *
000339*                    AND AFTER IMAGES. A DELETE NOW READS THE    *
000340*                    ENTRY FIRST SO ITS BEFORE IMAGE IS KEPT.    *
000341*   10/15/2026 RK    A FAILED CHGJRNL WRITE NOW STOPS THE RUN AT *
000342*                    THAT ACTION (AND ANY CLEAR IN PROGRESS) AND *
000343*                    NAMES THE KEY WHOSE CHANGE WENT UNJOURNALED.*
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. VOWLDICT.
000540     SELECT CONTROL-FILE ASSIGN TO "DICTCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CTL-STATUS.
000561     SELECT AUTHORIZATION-FILE ASSIGN TO "OPERAUTH"
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS WS-AUTH-STATUS.
000564     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000565         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-JRNL-STATUS.
000570******************************************************************
000580 DATA DIVISION.
000590 FILE SECTION.
000610     COPY VOWLDCT.
000620 FD  CONTROL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY VOWLDCL.
000641 FD  AUTHORIZATION-FILE
000642     LABEL RECORDS ARE STANDARD.
000643     COPY VOWLAUT.
000644 FD  CHANGE-JOURNAL-FILE
000645     LABEL RECORDS ARE STANDARD.
000646     COPY VOWLJRN.
000680******************************************************************
000690 WORKING-STORAGE SECTION.
000700 77  WS-DICT-STATUS          PIC X(02)    VALUE "00".
000860 77  WS-CLEARED-COUNT        PIC 9(08) COMP VALUE 0.
000870 77  WS-BAD-ACTION-COUNT     PIC 9(08) COMP VALUE 0.
000872* WS-RETURN-CODE - 0 CLEAN, 4 WHEN ANY REQUESTED ACTION COULD    *
000873*   NOT BE APPLIED, 8 WHEN ANY ACTION WAS REFUSED FOR WANT OF    *
000874*   AUTHORITY, 12 ON AN UNOPENABLE FILE, SO A SCHEDULER-DRIVEN   *
000875*   RELOAD THAT APPLIED NOTHING NEVER PASSES SILENTLY.           *
000878 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
000879******************************************************************
000880* AUTHORIZATION AND JOURNAL FIELDS - THE OPERATOR IS THE USER ID *
000881*   THE JOB RUNS UNDER; WS-DICT-AUTHORIZED IS SET ONLY WHEN THAT *
000882*   ID IS ON OPERAUTH WITH THE DICTIONARY RIGHT.                 *
000883******************************************************************
000884 77  WS-AUTH-STATUS          PIC X(02)    VALUE "00".
000885     88  WS-AUTH-OK                       VALUE "00".
000886 77  WS-JRNL-STATUS          PIC X(02)    VALUE "00".
000887     88  WS-JRNL-OK                       VALUE "00".
000888     88  WS-JRNL-FILE-MISSING             VALUE "35".
000889 77  WS-AUTH-EOF-SWITCH      PIC X(01)    VALUE "N".
000890     88  WS-AUTH-AT-EOF                   VALUE "Y".
000891 77  WS-DICT-AUTH-SWITCH     PIC X(01)    VALUE "N".
000892     88  WS-DICT-AUTHORIZED               VALUE "Y".
000893 77  WS-OPERATOR-ID          PIC X(08)    VALUE SPACES.
000894 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
000895 77  WS-RUN-TIME             PIC 9(06)    VALUE 0.
000896 77  WS-REFUSED-COUNT        PIC 9(08) COMP VALUE 0.
000897 77  WS-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
000898******************************************************************
000899 PROCEDURE DIVISION.
000900 MAIN-PARA.
000910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000913     ACCEPT WS-RUN-TIME-RAW FROM TIME.
000916     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
000919     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
000922     PERFORM W105-OPEN-JOURNAL.
000925     IF WS-JRNL-OK
000928         PERFORM W110-LOAD-AUTHORITY
000931         PERFORM W100-OPEN-DICTIONARY
000934         IF WS-DICT-OK
000937             PERFORM W200-PROCESS-CONTROL-FILE
000940             CLOSE DICTIONARY-FILE
000943         END-IF
000946         CLOSE CHANGE-JOURNAL-FILE
000960     END-IF.
000961     PERFORM R100-MAINTENANCE-REPORT.
000962     IF WS-REFUSED-COUNT > 0
000963         IF WS-RETURN-CODE < 8
000964             MOVE 8 TO WS-RETURN-CODE
000965         END-IF
000966     END-IF.
000972     IF WS-BAD-ACTION-COUNT > 0
000973         OR WS-DUPLICATE-COUNT > 0
000974         OR WS-NOTFOUND-COUNT > 0
001140         DISPLAY "VOWLDICT: UNABLE TO OPEN WORDDICT - STATUS "
001150             WS-DICT-STATUS
001152         MOVE 12 TO WS-RETURN-CODE
001153     END-IF.
001154******************************************************************
001155* W105-OPEN-JOURNAL - OPEN CHGJRNL FOR APPEND, CREATING IT ON    *
001156*                     FIRST USE. WITHOUT A JOURNAL NOTHING IS    *
001157*                     MAINTAINED - NO CHANGE GOES UNRECORDED.    *
001158******************************************************************
001159 W105-OPEN-JOURNAL.
001160     OPEN EXTEND CHANGE-JOURNAL-FILE.
001161     IF WS-JRNL-FILE-MISSING
001162         OPEN OUTPUT CHANGE-JOURNAL-FILE
001163     END-IF.
001164     IF NOT WS-JRNL-OK
001165         DISPLAY "VOWLDICT: UNABLE TO OPEN CHGJRNL - STATUS "
001166             WS-JRNL-STATUS " - NO MAINTENANCE DONE"
001167         MOVE 12 TO WS-RETURN-CODE
001168     END-IF.
001169******************************************************************
001170* W110-LOAD-AUTHORITY - LOOK THE OPERATOR UP ON OPERAUTH. NO     *
001171*                       OPERAUTH, OR NO ENTRY FOR THE ID, MEANS  *
001172*                       NO RIGHT TO CHANGE THE DICTIONARY.       *
001173******************************************************************
001174 W110-LOAD-AUTHORITY.
001175     MOVE "N" TO WS-DICT-AUTH-SWITCH.
001176     OPEN INPUT AUTHORIZATION-FILE.
001177     IF NOT WS-AUTH-OK
001178         DISPLAY "VOWLDICT: NO OPERAUTH ON FILE - STATUS "
001179             WS-AUTH-STATUS " - CHANGES WILL BE REFUSED"
001180     ELSE
001181         MOVE "N" TO WS-AUTH-EOF-SWITCH
001182         PERFORM W115-READ-AUTHORITY
001183         PERFORM W120-CHECK-ONE-AUTHORITY
001184             UNTIL WS-AUTH-AT-EOF
001185         CLOSE AUTHORIZATION-FILE
001186     END-IF.
001187     IF NOT WS-DICT-AUTHORIZED
001188         DISPLAY "VOWLDICT: OPERATOR '" WS-OPERATOR-ID
001189             "' HOLDS NO DICTIONARY RIGHT ON OPERAUTH"
001190     END-IF.
001191******************************************************************
001192* W115-READ-AUTHORITY - READ THE NEXT OPERAUTH RECORD.           *
001193******************************************************************
001194 W115-READ-AUTHORITY.
001195     READ AUTHORIZATION-FILE
001196         AT END
001197             MOVE "Y" TO WS-AUTH-EOF-SWITCH
001198     END-READ.
001199******************************************************************
001200* W120-CHECK-ONE-AUTHORITY - TAKE THE RIGHT FROM THE OPERATOR'S  *
001201*                            OWN ENTRY, THEN ADVANCE. COMMENTS   *
001202*                            AND A BLANK USER ID MATCH NOTHING.  *
001203******************************************************************
001204 W120-CHECK-ONE-AUTHORITY.
001205     IF OA-USER-ID(1:1) NOT = "*"
001206         AND WS-OPERATOR-ID NOT = SPACES
001207         AND OA-USER-ID = WS-OPERATOR-ID
001208         AND OA-MAY-MAINTAIN-DICT
001209         SET WS-DICT-AUTHORIZED TO TRUE
001210     END-IF.
001211     PERFORM W115-READ-AUTHORITY.
001212******************************************************************
001213* W200-PROCESS-CONTROL-FILE - DRIVE EVERY DICTCTL ACTION RECORD  *
001214*                             THROUGH THE DICTIONARY.            *
001215******************************************************************
001216 W200-PROCESS-CONTROL-FILE.
001220     OPEN INPUT CONTROL-FILE.
001230     IF NOT WS-CTL-OK
001240         DISPLAY "VOWLDICT: UNABLE TO OPEN DICTCTL - STATUS "
001390             MOVE "Y" TO WS-EOF-SWITCH
001400     END-READ.
001410******************************************************************
001411* W220-PROCESS-ONE-ACTION - REFUSE A CHANGE THE OPERATOR HAS NO  *
001412*                           RIGHT TO MAKE, OR APPLY THE ACTION;  *
001413*                           THEN ADVANCE.                        *
001440******************************************************************
001441 W220-PROCESS-ONE-ACTION.
001442     IF (DL-ACTION = "A" OR "D" OR "C")
001443         AND NOT WS-DICT-AUTHORIZED
001444         PERFORM W280-REFUSE-ACTION
001445     ELSE
001446         PERFORM W225-APPLY-ACTION
001447     END-IF.
001448     PERFORM W210-READ-CONTROL.
001449******************************************************************
001450* W225-APPLY-ACTION - CARRY OUT ONE ACTION RECORD.               *
001451******************************************************************
001452 W225-APPLY-ACTION.
001460     IF DL-ACTION = "A"
001470         PERFORM W230-ADD-WORD
001480     ELSE
001650             END-IF
001660         END-IF
001670     END-IF.
001690******************************************************************
001700* W230-ADD-WORD - ADD ONE APPROVED WORD TO THE DICTIONARY.       *
001710******************************************************************
001720 W230-ADD-WORD.
001725     PERFORM W285-START-JOURNAL.
001730     IF DL-WORD = SPACES
001740         ADD 1 TO WS-BAD-ACTION-COUNT
001750         DISPLAY "VOWLDICT: ADD ACTION WITH BLANK WORD SKIPPED"
001753         MOVE "FAILED" TO JR-OUTCOME
001756         MOVE "BLANK WORD" TO JR-REASON
001760     ELSE
001770         MOVE DL-WORD TO DC-WORD
001780         MOVE WS-RUN-DATE TO DC-ADD-DATE
001785         MOVE DICTIONARY-RECORD TO JR-AFTER-IMAGE
001790         WRITE DICTIONARY-RECORD
001800             INVALID KEY
001810                 ADD 1 TO WS-DUPLICATE-COUNT
001820                 DISPLAY "VOWLDICT: " DL-WORD
001830                     " ALREADY ON DICTIONARY"
001832                 MOVE "FAILED" TO JR-OUTCOME
001834                 MOVE "ALREADY ON DICTIONARY" TO JR-REASON
001836                 PERFORM W235-READ-EXISTING-WORD
001840             NOT INVALID KEY
001850                 ADD 1 TO WS-ADDED-COUNT
001855                 MOVE "APPLIED" TO JR-OUTCOME
001860         END-WRITE
001870     END-IF.
001875     PERFORM W290-WRITE-JOURNAL.
001880******************************************************************
001881* W235-READ-EXISTING-WORD - FETCH THE ENTRY A DUPLICATE ADD RAN  *
001882*                           INTO, AS THE JOURNAL'S BEFORE IMAGE. *
001883******************************************************************
001884 W235-READ-EXISTING-WORD.
001885     MOVE DL-WORD TO DC-WORD.
001886     READ DICTIONARY-FILE
001887         INVALID KEY
001888             CONTINUE
001889         NOT INVALID KEY
001890             MOVE DICTIONARY-RECORD TO JR-BEFORE-IMAGE
001891     END-READ.
001892******************************************************************
001893* W240-DELETE-WORD - REMOVE ONE WORD FROM THE DICTIONARY, READING*
001894*                    IT FIRST SO THE JOURNAL HOLDS WHAT WENT.    *
001900******************************************************************
001910 W240-DELETE-WORD.
001911     PERFORM W285-START-JOURNAL.
001920     MOVE DL-WORD TO DC-WORD.
001930     READ DICTIONARY-FILE
001940         INVALID KEY
001950             ADD 1 TO WS-NOTFOUND-COUNT
001960             DISPLAY "VOWLDICT: " DL-WORD
001970                 " NOT ON DICTIONARY - NOTHING DELETED"
001973             MOVE "FAILED" TO JR-OUTCOME
001976             MOVE "NOT ON DICTIONARY" TO JR-REASON
001980         NOT INVALID KEY
001982             MOVE DICTIONARY-RECORD TO JR-BEFORE-IMAGE
001984             DELETE DICTIONARY-FILE RECORD
001986                 INVALID KEY
001988                     ADD 1 TO WS-NOTFOUND-COUNT
001990                     DISPLAY "VOWLDICT: DELETE FAILED FOR "
001992                         DL-WORD " - STATUS " WS-DICT-STATUS
001994                     MOVE "FAILED" TO JR-OUTCOME
001996                     MOVE "DELETE FAILED" TO JR-REASON
001998                 NOT INVALID KEY
002000                     ADD 1 TO WS-DELETED-COUNT
002002                     MOVE "APPLIED" TO JR-OUTCOME
002004             END-DELETE
002006     END-READ.
002008     PERFORM W290-WRITE-JOURNAL.
002010******************************************************************
002020* W250-LIST-DICTIONARY - SHOW EVERY DICTIONARY ENTRY IN KEY      *
002030*                        ORDER.                                  *
002510     DISPLAY "VOWLDICT: DICTIONARY CLEARED - " WS-CLEARED-COUNT
002520         " ENTRIES REMOVED".
002530******************************************************************
002531* W275-CLEAR-ONE-WORD - DELETE ONE ENTRY DURING A CLEAR,         *
002532*                       JOURNALING IT WITH ITS BEFORE IMAGE,     *
002533*                       THEN ADVANCE.                            *
002560******************************************************************
002570 W275-CLEAR-ONE-WORD.
002572     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
002574     MOVE "C" TO JR-ACTION.
002576     MOVE DC-WORD TO JR-RECORD-KEY.
002578     MOVE DICTIONARY-RECORD TO JR-BEFORE-IMAGE.
002580     DELETE DICTIONARY-FILE RECORD
002590         INVALID KEY
002600             DISPLAY "VOWLDICT: CLEAR DELETE FAILED FOR "
002610                 DC-WORD " - STATUS " WS-DICT-STATUS
002613             MOVE "FAILED" TO JR-OUTCOME
002616             MOVE "CLEAR DELETE FAILED" TO JR-REASON
002620         NOT INVALID KEY
002621             ADD 1 TO WS-CLEARED-COUNT
002622             MOVE "APPLIED" TO JR-OUTCOME
002623     END-DELETE.
002624     PERFORM W290-WRITE-JOURNAL.
002625     PERFORM W260-READ-NEXT-WORD.
002626******************************************************************
002627* W280-REFUSE-ACTION - AN ADD, DELETE OR CLEAR FROM AN OPERATOR  *
002628*                      WITHOUT THE DICTIONARY RIGHT: NOTHING IS  *
002629*                      TOUCHED, BUT THE ATTEMPT IS JOURNALED.    *
002630******************************************************************
002631 W280-REFUSE-ACTION.
002632     ADD 1 TO WS-REFUSED-COUNT.
002633     PERFORM W285-START-JOURNAL.
002634     MOVE "REFUSED" TO JR-OUTCOME.
002635     MOVE "NO DICTIONARY RIGHT" TO JR-REASON.
002636     IF DL-ACTION = "A"
002637         MOVE DL-WORD TO JR-AFTER-IMAGE(1:40)
002638         MOVE WS-RUN-DATE TO JR-AFTER-IMAGE(41:8)
002639     END-IF.
002640     DISPLAY "VOWLDICT: ACTION " DL-ACTION " " DL-WORD
002641         " REFUSED FOR OPERATOR '" WS-OPERATOR-ID "'".
002642     PERFORM W290-WRITE-JOURNAL.
002643******************************************************************
002644* W285-START-JOURNAL - CLEAR THE JOURNAL RECORD AND SEED IT WITH *
002645*                      THE ACTION AND WORD OF THE CONTROL RECORD.*
002646******************************************************************
002647 W285-START-JOURNAL.
002648     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
002649     MOVE DL-ACTION TO JR-ACTION.
002650     MOVE DL-WORD TO JR-RECORD-KEY.
002651******************************************************************
002652* W290-WRITE-JOURNAL - STAMP THE JOURNAL RECORD BUILT BY THE     *
002653*                      ACTION WITH WHO, WHEN AND WHERE, AND      *
002654*                      APPEND IT TO CHGJRNL.                     *
002655*                      A FAILED WRITE ENDS THE CONTROL FILE AND  *
002656*                      ANY CLEAR IN PROGRESS, SO NOTHING AFTER   *
002657*                      IT IS CHANGED UNJOURNALED.                *
002658******************************************************************
002659 W290-WRITE-JOURNAL.
002660     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
002661     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002662     MOVE WS-RUN-TIME-RAW(1:6) TO JR-JOURNAL-TIME.
002663     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
002664     MOVE "VOWLDICT" TO JR-PROGRAM-ID.
002665     MOVE "WORDDICT" TO JR-MASTER-FILE.
002666     WRITE CHANGE-JOURNAL-RECORD.
002667     IF WS-JRNL-OK
002668         ADD 1 TO WS-JOURNAL-COUNT
002669     ELSE
002670         DISPLAY "VOWLDICT: CHGJRNL WRITE FAILED - STATUS "
002671             WS-JRNL-STATUS " - PROCESSING STOPPED AT "
002672             JR-RECORD-KEY
002673         DISPLAY "VOWLDICT: ACTION ON THAT KEY NOT JOURNALED"
002674         MOVE 12 TO WS-RETURN-CODE
002675         MOVE "Y" TO WS-EOF-SWITCH
002676         MOVE "Y" TO WS-SCAN-EOF-SWITCH
002677     END-IF.
002678******************************************************************
002679* R100-MAINTENANCE-REPORT - SUMMARY OF THE MAINTENANCE RUN.      *
002680******************************************************************
002690 R100-MAINTENANCE-REPORT.
002700     DISPLAY " ".
002710     DISPLAY "******************************************".
002720     DISPLAY "* VOWLDICT - DICTIONARY MAINTENANCE REPORT *".
002730     DISPLAY "******************************************".
002735     DISPLAY "OPERATOR ................... " WS-OPERATOR-ID.
002740     DISPLAY "WORDS ADDED ................ " WS-ADDED-COUNT.
002750     DISPLAY "DUPLICATES REJECTED ........ " WS-DUPLICATE-COUNT.
002760     DISPLAY "WORDS DELETED .............. " WS-DELETED-COUNT.
002810         DISPLAY "CONTROL RECORDS SKIPPED .... "
002820             WS-BAD-ACTION-COUNT
002830     END-IF.
002831     IF WS-REFUSED-COUNT > 0
002832         DISPLAY "ACTIONS REFUSED - NO RIGHT . "
002833             WS-REFUSED-COUNT
002834     END-IF.
002835     DISPLAY "JOURNAL ENTRIES WRITTEN .... " WS-JOURNAL-COUNT.
002840     DISPLAY "******************************************".
