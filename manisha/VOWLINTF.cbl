000010******************************************************************
000020* PROGRAM-ID.  VOWLINTF                                          *
000030* AUTHOR.      R KULKARNI                                        *
000040* INSTALLATION. DATA QUALITY / BATCH SERVICES                    *
000050* DATE-WRITTEN. 10/15/2026                                       *
000060* DATE-COMPILED.                                                 *
000070*-----------------------------------------------------------------*
000080* REMARKS.                                                       *
000090*   OUTBOUND INTERFACE STEP. TURNS A RECONCILED EXTROUT INTO A   *
000100*   DELIMITED INTERFACE FILE FOR DOWNSTREAM SYSTEMS, SO THEY     *
000110*   PARSE NAMED COLUMNS INSTEAD OF THE FIXED VOWLEXT POSITIONS   *
000120*   (WHICH MOVE WHENEVER A FIELD IS ADDED), AND WRITES A         *
000130*   TRANSMISSION MANIFEST ALONGSIDE IT.                          *
000140*-----------------------------------------------------------------*
000150*   INTERFACE FILE (INTFOUT, OR THE NAME IN INTFFILE) - FIELDS   *
000160*   SEPARATED BY "|", TRAILING SPACES DROPPED, EVERY LINE        *
000170*   OPENING WITH ITS RECORD TYPE:                                *
000180*     H  CONTROL HEADER - INTERFACE NAME, BUSINESS DATE, RUN     *
000190*        TIMESTAMP, RULESET IN FORCE, DATE/TIME BUILT.           *
000200*     C  COLUMN HEADINGS FOR THE D LINES.                        *
000210*     D  ONE PER SCORED STRING ON EXTROUT, IN EXTROUT ORDER -    *
000212*        THE WORD RECORDS OF A TOKENIZED PHRASE ARE NOT SENT;    *
000214*        THE PHRASE'S OWN D LINE CARRIES ITS WORD COUNT.         *
000220*     T  CONTROL TRAILER - D-LINE COUNT AND TOTAL VOWELS.        *
000230*   MANIFEST (INTFMAN) - A C LINE OF HEADINGS AND ONE M LINE:    *
000240*   FILE NAME, BUSINESS DATE, RUN TIMESTAMP, RULESET, D-LINE     *
000250*   COUNT, TOTAL VOWELS, TOTAL CONSONANTS AND THE PHYSICAL LINE  *
000260*   COUNT OF THE WHOLE FILE, SO THE RECEIVING SYSTEM CAN CONFIRM *
000270*   IT HOLDS ALL OF IT. NEW COLUMNS ARE ONLY EVER ADDED AT THE   *
000280*   END OF A LINE.                                               *
000290*-----------------------------------------------------------------*
000300*   THE FILE IS BUILT ONLY FROM A RUN VOWLRCON PROVED IN         *
000310*   BALANCE. THE NEWEST RCONPRF PROOF MUST SAY "IN-BALANCE", IT  *
000320*   MUST BE FOR THE NEWEST BATCH RUN ON AUDITLOG, THAT RUN MUST  *
000330*   NOT HAVE BEEN BACKED OUT, AND EXTROUT MUST STILL HOLD THE    *
000340*   RECORD COUNT AND VOWEL TOTAL THAT WERE PROVED. OTHERWISE     *
000350*   NOTHING IS WRITTEN AND THE STEP ENDS WITH RETURN CODE 8; A   *
000360*   MISSING PROOF, AUDITLOG OR EXTROUT, OR AN OUTPUT FILE THAT   *
000370*   CANNOT BE WRITTEN, ENDS WITH 12. HOLD THE TRANSMISSION ON    *
000380*   ANY NON-ZERO RETURN CODE.                                    *
000390*-----------------------------------------------------------------*
000400*   CONTROLS (ENVIRONMENT):                                      *
000410*     CYCLDATE  BUSINESS DATE YYYYMMDD FOR THE CONTROL HEADER    *
000420*               (DEFAULT THE PROVED RUN'S DATE).                 *
000430*     INTFFILE  NAME OF THE INTERFACE FILE (DEFAULT INTFOUT).    *
000440*   THE RULESET IN FORCE IS TAKEN FROM RSETMSTR FOR THE RUN'S    *
000450*   DATE, SAME SELECTION RULES AS V105-SELECT-RULESET IN VOWEL;  *
000460*   "VOWLPARM" WHEN NO REGISTRY ENTRY COVERS THE DATE.           *
000470*-----------------------------------------------------------------*
000480* MODIFICATION HISTORY.                                          *
000490*   DATE       INIT  DESCRIPTION                                 *
000500*   10/15/2026 RK    ORIGINAL PROGRAM - DELIMITED OUTBOUND       *
000510*                    INTERFACE FILE WITH CONTROL HEADER/TRAILER  *
000520*                    AND TRANSMISSION MANIFEST.                  *
000522*   10/15/2026 RK    RECORD_TYPE AND WORD_COUNT COLUMNS ADDED;   *
000524*                    WORD ("T") RECORDS OF A TOKENIZED PHRASE    *
000526*                    ARE LEFT OFF THE FILE AND THE RECOUNT.      *
000527*   10/15/2026 RK    SHAPE_PATTERN, LONGEST_VOWEL_RUN,           *
000528*                    LONGEST_CLUSTER AND SYLLABLE_COUNT COLUMNS  *
000529*                    ADDED AT THE END OF EACH D LINE.            *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. VOWLINTF.
000560 AUTHOR. R KULKARNI.
000570 INSTALLATION. DATA QUALITY / BATCH SERVICES.
000580 DATE-WRITTEN. 10/15/2026.
000590 DATE-COMPILED.
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RECON-PROOF-FILE ASSIGN TO "RCONPRF"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PROOF-STATUS.
000700     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-STATUS.
000730     SELECT EXTRACT-FILE ASSIGN TO "EXTROUT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EXTR-STATUS.
000760     SELECT REGISTRY-FILE ASSIGN TO "RSETMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RG-RULESET-NAME
000800         FILE STATUS IS WS-RGY-STATUS.
000810     SELECT INTERFACE-FILE ASSIGN TO DYNAMIC
000820         WS-INTF-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-INTF-STATUS.
000850     SELECT MANIFEST-FILE ASSIGN TO "INTFMAN"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-MAN-STATUS.
000880******************************************************************
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RECON-PROOF-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY VOWLRCP.
000940 FD  AUDIT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY VOWLAUD.
000970 FD  EXTRACT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY VOWLEXT.
001000 FD  REGISTRY-FILE.
001010     COPY VOWLRGY.
001020 FD  INTERFACE-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  INTERFACE-LINE              PIC X(200).
001050 FD  MANIFEST-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  MANIFEST-LINE               PIC X(200).
001080******************************************************************
001090 WORKING-STORAGE SECTION.
001100 77  WS-PROOF-STATUS         PIC X(02)    VALUE "00".
001110     88  WS-PROOF-OK                      VALUE "00".
001120     88  WS-PROOF-EOF                     VALUE "10".
001130 77  WS-AUDIT-STATUS         PIC X(02)    VALUE "00".
001140     88  WS-AUDIT-OK                      VALUE "00".
001150     88  WS-AUDIT-EOF                     VALUE "10".
001160 77  WS-EXTR-STATUS          PIC X(02)    VALUE "00".
001170     88  WS-EXTR-OK                       VALUE "00".
001180     88  WS-EXTR-EOF                      VALUE "10".
001190 77  WS-RGY-STATUS           PIC X(02)    VALUE "00".
001200     88  WS-RGY-OK                        VALUE "00".
001210 77  WS-INTF-STATUS          PIC X(02)    VALUE "00".
001220     88  WS-INTF-OK                       VALUE "00".
001230 77  WS-MAN-STATUS           PIC X(02)    VALUE "00".
001240     88  WS-MAN-OK                        VALUE "00".
001250 77  WS-EOF-SWITCH           PIC X(01)    VALUE "N".
001260     88  WS-EOF-REACHED                   VALUE "Y".
001270 77  WS-RGY-EOF-SWITCH       PIC X(01)    VALUE "N".
001280     88  WS-RGY-AT-EOF                    VALUE "Y".
001290 77  WS-RETURN-CODE          PIC 9(02)    VALUE 0.
001300 77  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001310 77  WS-RUN-TIME-RAW         PIC 9(08)    VALUE 0.
001320 77  WS-RUN-TIME             PIC 9(06)    VALUE 0.
001330 77  WS-OPERATOR-ID          PIC X(08)    VALUE SPACES.
001340 77  WS-CYCLDATE-RAW         PIC X(08)    VALUE SPACES.
001350 77  WS-BUSINESS-DATE        PIC 9(08)    VALUE 0.
001360 77  WS-INTF-FILE-NAME       PIC X(80)    VALUE SPACES.
001370* WS-REFUSAL-REASON - WHY THE FILE WAS NOT BUILT; THE FIRST      *
001380*   FAILED CHECK WINS.                                           *
001390 77  WS-REFUSAL-REASON       PIC X(50)    VALUE SPACES.
001400******************************************************************
001410* WS-PRF AREA - THE NEWEST RCONPRF PROOF. WS-PRF-RUN-STAMP IS    *
001420*   THE PROVED RUN'S XR-RUN-TIMESTAMP.                           *
001430******************************************************************
001440 77  WS-PROOF-FOUND-SW       PIC X(01)    VALUE "N".
001450     88  WS-PROOF-FOUND                   VALUE "Y".
001460 01  WS-PRF-RUN-STAMP.
001470     05  WS-PRF-RUN-DATE         PIC 9(08) VALUE 0.
001480     05  WS-PRF-RUN-TIME         PIC 9(06) VALUE 0.
001490 77  WS-PRF-PROOF-DATE       PIC 9(08)    VALUE 0.
001500 77  WS-PRF-PROOF-TIME       PIC 9(06)    VALUE 0.
001510 77  WS-PRF-EXTRACT-COUNT    PIC 9(08)    VALUE 0.
001520 77  WS-PRF-TOTAL-VOWELS     PIC 9(08)    VALUE 0.
001530 77  WS-PRF-VERDICT          PIC X(12)    VALUE SPACES.
001540     88  WS-PRF-IN-BALANCE                VALUE "IN-BALANCE".
001550******************************************************************
001560* WS-LAST-RUN AREA - THE NEWEST BATCH RECORD ON AUDITLOG (ANY    *
001570*   STATUS BUT INQUIRY OR BACKED-OUT, AS VOWLRCON READS IT), AND *
001580*   WHETHER THE PROVED RUN HAS SINCE BEEN BACKED OUT.            *
001590******************************************************************
001600 77  WS-AUDIT-FOUND-SW       PIC X(01)    VALUE "N".
001610     88  WS-AUDIT-FOUND                   VALUE "Y".
001620 77  WS-LAST-RUN-DATE        PIC 9(08)    VALUE 0.
001630 77  WS-LAST-RUN-TIME        PIC 9(06)    VALUE 0.
001640 77  WS-RUN-BACKED-SW        PIC X(01)    VALUE "N".
001650     88  WS-RUN-BACKED-OUT                VALUE "Y".
001660******************************************************************
001670* EXTRACT FIGURES - RE-COUNTED FROM EXTROUT BEFORE ANYTHING IS   *
001680*   WRITTEN, THEN COUNTED AGAIN AS THE D LINES GO OUT.           *
001690******************************************************************
001700 77  WS-EXTRACT-COUNT        PIC 9(08) COMP VALUE 0.
001710 77  WS-EXTRACT-VOWELS       PIC 9(08) COMP VALUE 0.
001720 77  WS-DETAIL-COUNT         PIC 9(08) COMP VALUE 0.
001730 77  WS-DETAIL-VOWELS        PIC 9(08) COMP VALUE 0.
001740 77  WS-DETAIL-CONSONANTS    PIC 9(08) COMP VALUE 0.
001750 77  WS-LINE-COUNT           PIC 9(08) COMP VALUE 0.
001760 77  WS-INTF-BUILT-SW        PIC X(01)    VALUE "N".
001770     88  WS-INTF-BUILT                    VALUE "Y".
001780******************************************************************
001790* RULESET REGISTRY FIELDS - SAME SELECTION RULES AS              *
001800*   V105-SELECT-RULESET IN VOWEL, APPLIED TO THE PROVED RUN'S    *
001810*   DATE RATHER THAN TODAY'S.                                    *
001820******************************************************************
001830 77  WS-REGISTRY-FOUND-SW    PIC X(01)    VALUE "N".
001840     88  WS-REGISTRY-FOUND                VALUE "Y".
001850 77  WS-SEL-RULESET-NAME     PIC X(08)    VALUE "VOWLPARM".
001860 77  WS-SEL-EFF-FROM         PIC 9(08)    VALUE 0.
001870******************************************************************
001880* LINE-BUILDING FIELDS - EACH LINE IS STRUNG INTO WS-OUT-LINE    *
001890*   WITH TRAILING SPACES TRIMMED FROM ITS TEXT FIELDS.           *
001900******************************************************************
001910 77  WS-OUT-LINE             PIC X(200)   VALUE SPACES.
001920 77  WS-OUT-PTR              PIC 9(04) COMP VALUE 1.
001930 77  WS-TRAILING-SPACES      PIC 9(04) COMP VALUE 0.
001940 77  WS-STRING-LEN           PIC 9(04) COMP VALUE 0.
001950 77  WS-SOURCE-LEN           PIC 9(04) COMP VALUE 0.
001955 77  WS-OUT-RECORD-TYPE      PIC X(01)    VALUE "W".
001960 77  WS-FILE-NAME-LEN        PIC 9(04) COMP VALUE 0.
001970 77  WS-ED-NUM8              PIC 9(08)    VALUE 0.
001980 77  WS-ED-NUM8B             PIC 9(08)    VALUE 0.
001990 77  WS-ED-NUM8C             PIC 9(08)    VALUE 0.
002000 01  WS-COLUMN-HEADINGS.
002010     05  FILLER PIC X(40) VALUE
002020         "C|INPUT_STRING|VOWEL_COUNT|CONSONANT_COU".
002030     05  FILLER PIC X(40) VALUE
002040         "NT|DIGIT_COUNT|OTHER_COUNT|RECORD_LENGTH".
002050     05  FILLER PIC X(40) VALUE
002060         "|RUN_TIMESTAMP|SOURCE_FILE|SOURCE_SEQ|UN".
002070     05  FILLER PIC X(40) VALUE
002080         "KNOWN_FLAG|RECORD_TYPE|WORD_COUNT|SHAPE_".
002082     05  FILLER PIC X(40) VALUE
002084         "PATTERN|LONGEST_VOWEL_RUN|LONGEST_CLUSTE".
002086     05  FILLER PIC X(40) VALUE
002088         "R|SYLLABLE_COUNT                        ".
002090 01  WS-MANIFEST-HEADINGS.
002100     05  FILLER PIC X(40) VALUE
002110         "C|FILE_NAME|BUSINESS_DATE|RUN_TIMESTAMP|".
002120     05  FILLER PIC X(40) VALUE
002130         "RULESET|RECORD_COUNT|TOTAL_VOWELS|TOTAL_".
002140     05  FILLER PIC X(40) VALUE
002150         "CONSONANTS|LINE_COUNT                   ".
002160******************************************************************
002170 PROCEDURE DIVISION.
002180 MAIN-PARA.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002210     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
002220     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002230     ACCEPT WS-CYCLDATE-RAW FROM ENVIRONMENT "CYCLDATE".
002240     ACCEPT WS-INTF-FILE-NAME FROM ENVIRONMENT "INTFFILE".
002250     IF WS-INTF-FILE-NAME = SPACES
002260         MOVE "INTFOUT" TO WS-INTF-FILE-NAME
002270     END-IF.
002280     PERFORM I100-FIND-PROOF.
002290     IF WS-RETURN-CODE = 0
002300         PERFORM I200-FIND-LAST-RUN
002310     END-IF.
002320     IF WS-RETURN-CODE = 0
002330         PERFORM I300-COUNT-EXTRACT
002340     END-IF.
002350     IF WS-RETURN-CODE = 0
002360         PERFORM I400-CHECK-PROOF
002370     END-IF.
002380     IF WS-RETURN-CODE = 0
002390         PERFORM I450-SET-BUSINESS-DATE
002400     END-IF.
002410     IF WS-RETURN-CODE = 0
002420         PERFORM I500-SELECT-RULESET
002430         PERFORM I600-BUILD-INTERFACE
002440     END-IF.
002450     IF WS-INTF-BUILT
002460         PERFORM I700-WRITE-MANIFEST
002470     END-IF.
002480     PERFORM R100-INTERFACE-REPORT.
002490     MOVE WS-RETURN-CODE TO RETURN-CODE.
002500     STOP RUN.
002510******************************************************************
002520* I100-FIND-PROOF - WALK RCONPRF TO ITS NEWEST RECORD, THE       *
002530*                   STANDING VOWLRCON VERDICT.                   *
002540******************************************************************
002550 I100-FIND-PROOF.
002560     OPEN INPUT RECON-PROOF-FILE.
002570     IF NOT WS-PROOF-OK
002580         DISPLAY "VOWLINTF: UNABLE TO OPEN RCONPRF - STATUS "
002590             WS-PROOF-STATUS
002600         MOVE "NO RECONCILIATION PROOF ON FILE"
002610             TO WS-REFUSAL-REASON
002620         MOVE 12 TO WS-RETURN-CODE
002630     ELSE
002640         MOVE "N" TO WS-EOF-SWITCH
002650         PERFORM I110-READ-PROOF
002660         PERFORM I120-SAVE-ONE-PROOF
002670             UNTIL WS-EOF-REACHED
002680         CLOSE RECON-PROOF-FILE
002690         IF NOT WS-PROOF-FOUND
002700             MOVE "NO RECONCILIATION PROOF ON FILE"
002710                 TO WS-REFUSAL-REASON
002720             MOVE 12 TO WS-RETURN-CODE
002730         END-IF
002740     END-IF.
002750******************************************************************
002760* I110-READ-PROOF - READ THE NEXT PROOF RECORD.                  *
002770******************************************************************
002780 I110-READ-PROOF.
002790     READ RECON-PROOF-FILE
002800         AT END
002810             MOVE "Y" TO WS-EOF-SWITCH
002820     END-READ.
002830******************************************************************
002840* I120-SAVE-ONE-PROOF - KEEP THIS PROOF AS THE NEWEST SEEN SO    *
002850*                       FAR, THEN ADVANCE.                       *
002860******************************************************************
002870 I120-SAVE-ONE-PROOF.
002880     SET WS-PROOF-FOUND TO TRUE.
002890     MOVE RP-PROOF-DATE TO WS-PRF-PROOF-DATE.
002900     MOVE RP-PROOF-TIME TO WS-PRF-PROOF-TIME.
002910     MOVE RP-RUN-DATE TO WS-PRF-RUN-DATE.
002920     MOVE RP-RUN-TIME TO WS-PRF-RUN-TIME.
002930     MOVE RP-EXTRACT-COUNT TO WS-PRF-EXTRACT-COUNT.
002940     MOVE RP-TOTAL-VOWELS TO WS-PRF-TOTAL-VOWELS.
002950     MOVE RP-VERDICT TO WS-PRF-VERDICT.
002960     PERFORM I110-READ-PROOF.
002970******************************************************************
002980* I200-FIND-LAST-RUN - WALK AUDITLOG FOR ITS NEWEST BATCH RECORD *
002990*                      AND ANY REVERSAL OF THE PROVED RUN.       *
003000******************************************************************
003010 I200-FIND-LAST-RUN.
003020     OPEN INPUT AUDIT-FILE.
003030     IF NOT WS-AUDIT-OK
003040         DISPLAY "VOWLINTF: UNABLE TO OPEN AUDITLOG - STATUS "
003050             WS-AUDIT-STATUS
003060         MOVE "AUDITLOG UNAVAILABLE" TO WS-REFUSAL-REASON
003070         MOVE 12 TO WS-RETURN-CODE
003080     ELSE
003090         MOVE "N" TO WS-EOF-SWITCH
003100         PERFORM I210-READ-AUDIT
003110         PERFORM I220-TEST-ONE-AUDIT
003120             UNTIL WS-EOF-REACHED
003130         CLOSE AUDIT-FILE
003140         IF NOT WS-AUDIT-FOUND
003150             MOVE "NO BATCH RECORD ON AUDITLOG"
003160                 TO WS-REFUSAL-REASON
003170             MOVE 12 TO WS-RETURN-CODE
003180         END-IF
003190     END-IF.
003200******************************************************************
003210* I210-READ-AUDIT - READ THE NEXT AUDIT RECORD.                  *
003220******************************************************************
003230 I210-READ-AUDIT.
003240     READ AUDIT-FILE
003250         AT END
003260             MOVE "Y" TO WS-EOF-SWITCH
003270     END-READ.
003280******************************************************************
003290* I220-TEST-ONE-AUDIT - NOTE A REVERSAL OF THE PROVED RUN, OR    *
003300*                       KEEP A BATCH RECORD AS THE NEWEST RUN,   *
003310*                       THEN ADVANCE.                            *
003320******************************************************************
003330 I220-TEST-ONE-AUDIT.
003340     IF AU-BACKED-OUT
003350         IF AU-RUN-DATE = WS-PRF-RUN-DATE
003360             AND AU-RUN-TIME = WS-PRF-RUN-TIME
003370             SET WS-RUN-BACKED-OUT TO TRUE
003380         END-IF
003390     ELSE
003400         IF NOT AU-INQUIRY
003410             SET WS-AUDIT-FOUND TO TRUE
003420             MOVE AU-RUN-DATE TO WS-LAST-RUN-DATE
003430             MOVE AU-RUN-TIME TO WS-LAST-RUN-TIME
003440         END-IF
003450     END-IF.
003460     PERFORM I210-READ-AUDIT.
003470******************************************************************
003480* I300-COUNT-EXTRACT - RE-COUNT THE EXTRACT RECORDS ON EXTROUT   *
003490*                      AND SUM THEIR VOWEL COUNTS.               *
003500******************************************************************
003510 I300-COUNT-EXTRACT.
003520     OPEN INPUT EXTRACT-FILE.
003530     IF NOT WS-EXTR-OK
003540         DISPLAY "VOWLINTF: UNABLE TO OPEN EXTROUT - STATUS "
003550             WS-EXTR-STATUS
003560         MOVE "EXTROUT UNAVAILABLE" TO WS-REFUSAL-REASON
003570         MOVE 12 TO WS-RETURN-CODE
003580     ELSE
003590         MOVE "N" TO WS-EOF-SWITCH
003600         PERFORM I310-READ-EXTRACT
003610         PERFORM I320-TALLY-ONE-EXTRACT
003620             UNTIL WS-EOF-REACHED
003630         CLOSE EXTRACT-FILE
003640     END-IF.
003650******************************************************************
003660* I310-READ-EXTRACT - READ THE NEXT EXTRACT RECORD.              *
003670******************************************************************
003680 I310-READ-EXTRACT.
003690     READ EXTRACT-FILE
003700         AT END
003710             MOVE "Y" TO WS-EOF-SWITCH
003720     END-READ.
003730******************************************************************
003740* I320-TALLY-ONE-EXTRACT - FOLD ONE EXTRACT RECORD INTO THE      *
003750*                          PHYSICAL COUNTS, THEN ADVANCE.        *
003760******************************************************************
003770 I320-TALLY-ONE-EXTRACT.
003775     IF NOT XR-TOKEN-RECORD
003780         ADD 1 TO WS-EXTRACT-COUNT
003790         ADD XR-VOWEL-COUNT TO WS-EXTRACT-VOWELS
003795     END-IF.
003800     PERFORM I310-READ-EXTRACT.
003810******************************************************************
003820* I400-CHECK-PROOF - THE PROOF MUST BE AN IN-BALANCE VERDICT ON  *
003830*                    THE NEWEST, UNREVERSED RUN, AND EXTROUT     *
003840*                    MUST STILL HOLD THE FIGURES PROVED.         *
003850******************************************************************
003860 I400-CHECK-PROOF.
003870     IF NOT WS-PRF-IN-BALANCE
003880         MOVE "VOWLRCON DID NOT PROVE THE RUN IN BALANCE"
003890             TO WS-REFUSAL-REASON
003900     END-IF.
003910     IF WS-REFUSAL-REASON = SPACES
003920         AND (WS-LAST-RUN-DATE NOT = WS-PRF-RUN-DATE
003930             OR WS-LAST-RUN-TIME NOT = WS-PRF-RUN-TIME)
003940         MOVE "NEWEST RUN ON AUDITLOG HAS NOT BEEN RECONCILED"
003950             TO WS-REFUSAL-REASON
003960     END-IF.
003970     IF WS-REFUSAL-REASON = SPACES
003980         AND WS-RUN-BACKED-OUT
003990         MOVE "PROVED RUN HAS SINCE BEEN BACKED OUT"
004000             TO WS-REFUSAL-REASON
004010     END-IF.
004020     IF WS-REFUSAL-REASON = SPACES
004030         AND (WS-EXTRACT-COUNT NOT = WS-PRF-EXTRACT-COUNT
004040             OR WS-EXTRACT-VOWELS NOT = WS-PRF-TOTAL-VOWELS)
004050         MOVE "EXTROUT NO LONGER MATCHES THE PROVED FIGURES"
004060             TO WS-REFUSAL-REASON
004070     END-IF.
004080     IF WS-REFUSAL-REASON NOT = SPACES
004090         MOVE 8 TO WS-RETURN-CODE
004100     END-IF.
004110******************************************************************
004120* I450-SET-BUSINESS-DATE - CYCLDATE WHEN SUPPLIED, OTHERWISE THE *
004130*                          PROVED RUN'S OWN DATE.                *
004140******************************************************************
004150 I450-SET-BUSINESS-DATE.
004160     IF WS-CYCLDATE-RAW = SPACES
004170         MOVE WS-PRF-RUN-DATE TO WS-BUSINESS-DATE
004180     ELSE
004190         IF WS-CYCLDATE-RAW IS NUMERIC
004200             MOVE WS-CYCLDATE-RAW TO WS-BUSINESS-DATE
004210         ELSE
004220             DISPLAY "VOWLINTF: CYCLDATE " WS-CYCLDATE-RAW
004230                 " NOT YYYYMMDD"
004240             MOVE "BAD CYCLDATE CONTROL VALUE"
004250                 TO WS-REFUSAL-REASON
004260             MOVE 12 TO WS-RETURN-CODE
004270         END-IF
004280     END-IF.
004290******************************************************************
004300* I500-SELECT-RULESET - CONSULT RSETMSTR FOR THE RULESET IN      *
004310*                       FORCE ON THE PROVED RUN'S DATE; LEAVES   *
004320*                       "VOWLPARM" WHEN NONE COVERS IT.          *
004330******************************************************************
004340 I500-SELECT-RULESET.
004350     MOVE "N" TO WS-REGISTRY-FOUND-SW.
004360     OPEN INPUT REGISTRY-FILE.
004370     IF WS-RGY-OK
004380         MOVE "N" TO WS-RGY-EOF-SWITCH
004390         MOVE LOW-VALUES TO RG-RULESET-NAME
004400         START REGISTRY-FILE
004410             KEY IS NOT LESS THAN RG-RULESET-NAME
004420             INVALID KEY
004430                 MOVE "Y" TO WS-RGY-EOF-SWITCH
004440         END-START
004450         IF NOT WS-RGY-AT-EOF
004460             PERFORM I510-READ-REGISTRY
004470             PERFORM I520-TEST-ONE-RULESET
004480                 UNTIL WS-RGY-AT-EOF
004490         END-IF
004500         CLOSE REGISTRY-FILE
004510     END-IF.
004520     IF NOT WS-REGISTRY-FOUND
004530         DISPLAY "VOWLINTF: NO REGISTRY RULESET IN FORCE FOR "
004540             WS-PRF-RUN-DATE " - HEADER NAMES VOWLPARM"
004550     END-IF.
004560******************************************************************
004570* I510-READ-REGISTRY - READ THE NEXT REGISTRY ENTRY IN KEY       *
004580*                      SEQUENCE.                                 *
004590******************************************************************
004600 I510-READ-REGISTRY.
004610     READ REGISTRY-FILE NEXT RECORD
004620         AT END
004630             MOVE "Y" TO WS-RGY-EOF-SWITCH
004640     END-READ.
004650******************************************************************
004660* I520-TEST-ONE-RULESET - KEEP THIS ENTRY WHEN ITS DATE RANGE    *
004670*                         COVERS THE RUN DATE AND IT STARTS      *
004680*                         LATER THAN THE ENTRY HELD SO FAR, THEN *
004690*                         ADVANCE.                               *
004700******************************************************************
004710 I520-TEST-ONE-RULESET.
004720     IF RG-EFF-FROM-DATE NUMERIC
004730         AND RG-EFF-TO-DATE NUMERIC
004740         AND RG-EFF-FROM-DATE <= WS-PRF-RUN-DATE
004750         AND RG-EFF-TO-DATE >= WS-PRF-RUN-DATE
004760         IF NOT WS-REGISTRY-FOUND
004770             OR RG-EFF-FROM-DATE > WS-SEL-EFF-FROM
004780             SET WS-REGISTRY-FOUND TO TRUE
004790             MOVE RG-RULESET-NAME TO WS-SEL-RULESET-NAME
004800             MOVE RG-EFF-FROM-DATE TO WS-SEL-EFF-FROM
004810         END-IF
004820     END-IF.
004830     PERFORM I510-READ-REGISTRY.
004840******************************************************************
004850* I600-BUILD-INTERFACE - WRITE THE CONTROL HEADER, THE COLUMN    *
004860*                        HEADINGS, ONE D LINE PER EXTRACT RECORD *
004870*                        AND THE CONTROL TRAILER.                *
004880******************************************************************
004890 I600-BUILD-INTERFACE.
004900     OPEN INPUT EXTRACT-FILE.
004910     IF NOT WS-EXTR-OK
004920         DISPLAY "VOWLINTF: UNABLE TO REOPEN EXTROUT - STATUS "
004930             WS-EXTR-STATUS
004940         MOVE "EXTROUT UNAVAILABLE" TO WS-REFUSAL-REASON
004950         MOVE 12 TO WS-RETURN-CODE
004960     ELSE
004970         OPEN OUTPUT INTERFACE-FILE
004980         IF NOT WS-INTF-OK
004990             DISPLAY "VOWLINTF: UNABLE TO OPEN " WS-INTF-FILE-NAME
005000             DISPLAY "VOWLINTF: STATUS " WS-INTF-STATUS
005010             MOVE "INTERFACE FILE CANNOT BE WRITTEN"
005020                 TO WS-REFUSAL-REASON
005030             MOVE 12 TO WS-RETURN-CODE
005040         ELSE
005050             PERFORM I610-WRITE-HEADER
005060             MOVE WS-COLUMN-HEADINGS TO INTERFACE-LINE
005070             PERFORM I650-WRITE-LINE
005080             MOVE "N" TO WS-EOF-SWITCH
005090             PERFORM I310-READ-EXTRACT
005100             PERFORM I620-WRITE-ONE-DETAIL
005110                 UNTIL WS-EOF-REACHED
005120             PERFORM I630-WRITE-TRAILER
005130             CLOSE INTERFACE-FILE
005140             SET WS-INTF-BUILT TO TRUE
005150         END-IF
005160         CLOSE EXTRACT-FILE
005170     END-IF.
005180******************************************************************
005190* I610-WRITE-HEADER - THE H LINE: INTERFACE NAME, BUSINESS DATE, *
005200*                     RUN TIMESTAMP, RULESET AND WHEN BUILT.     *
005210******************************************************************
005220 I610-WRITE-HEADER.
005230     MOVE SPACES TO WS-OUT-LINE.
005240     MOVE 1 TO WS-OUT-PTR.
005250     STRING "H|VOWLINTF|" WS-BUSINESS-DATE "|" WS-PRF-RUN-STAMP
005260         "|" WS-SEL-RULESET-NAME "|" WS-RUN-DATE WS-RUN-TIME
005270         DELIMITED BY SIZE
005280         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
005290     END-STRING.
005300     MOVE WS-OUT-LINE TO INTERFACE-LINE.
005310     PERFORM I650-WRITE-LINE.
005320******************************************************************
005330* I620-WRITE-ONE-DETAIL - ONE D LINE FOR THIS EXTRACT RECORD,    *
005340*                         THEN ADVANCE.                          *
005350******************************************************************
005360 I620-WRITE-ONE-DETAIL.
005365     IF NOT XR-TOKEN-RECORD
005366         PERFORM I625-FORMAT-ONE-DETAIL
005367     END-IF.
005368     PERFORM I310-READ-EXTRACT.
005369******************************************************************
005370* I625-FORMAT-ONE-DETAIL - BUILD AND WRITE THE D LINE FOR ONE     *
005371*                          SCORED STRING.                         *
005372******************************************************************
005373 I625-FORMAT-ONE-DETAIL.
005374     MOVE 0 TO WS-TRAILING-SPACES.
005380     INSPECT XR-INPUT-STRING TALLYING WS-TRAILING-SPACES
005390         FOR TRAILING SPACES.
005400     COMPUTE WS-STRING-LEN = 40 - WS-TRAILING-SPACES.
005410     IF WS-STRING-LEN = 0
005420         MOVE 1 TO WS-STRING-LEN
005430     END-IF.
005440     MOVE 0 TO WS-TRAILING-SPACES.
005450     INSPECT XR-SOURCE-FILE TALLYING WS-TRAILING-SPACES
005460         FOR TRAILING SPACES.
005470     COMPUTE WS-SOURCE-LEN = 20 - WS-TRAILING-SPACES.
005480     IF WS-SOURCE-LEN = 0
005490         MOVE 1 TO WS-SOURCE-LEN
005500     END-IF.
005505     MOVE "W" TO WS-OUT-RECORD-TYPE.
005506     IF XR-PHRASE-RECORD
005507         MOVE "P" TO WS-OUT-RECORD-TYPE
005508     END-IF.
005510     MOVE SPACES TO WS-OUT-LINE.
005520     MOVE 1 TO WS-OUT-PTR.
005530     STRING "D|" XR-INPUT-STRING(1:WS-STRING-LEN)
005540         "|" XR-VOWEL-COUNT "|" XR-CONSONANT-COUNT
005550         "|" XR-DIGIT-COUNT "|" XR-OTHER-COUNT
005560         "|" XR-RECORD-LENGTH "|" XR-RUN-TIMESTAMP
005570         "|" XR-SOURCE-FILE(1:WS-SOURCE-LEN)
005580         "|" XR-SOURCE-SEQ "|" XR-UNKNOWN-FLAG
005585         "|" WS-OUT-RECORD-TYPE "|" XR-WORD-COUNT
005586         "|" XR-SHAPE-PATTERN(1:WS-STRING-LEN)
005587         "|" XR-LONGEST-VOWEL-RUN "|" XR-LONGEST-CLUSTER
005588         "|" XR-SYLLABLE-COUNT
005590         DELIMITED BY SIZE
005600         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
005610     END-STRING.
005620     MOVE WS-OUT-LINE TO INTERFACE-LINE.
005630     PERFORM I650-WRITE-LINE.
005640     ADD 1 TO WS-DETAIL-COUNT.
005650     ADD XR-VOWEL-COUNT TO WS-DETAIL-VOWELS.
005660     ADD XR-CONSONANT-COUNT TO WS-DETAIL-CONSONANTS.
005680******************************************************************
005690* I630-WRITE-TRAILER - THE T LINE: D-LINE COUNT AND TOTAL        *
005700*                      VOWELS.                                   *
005710******************************************************************
005720 I630-WRITE-TRAILER.
005730     MOVE WS-DETAIL-COUNT TO WS-ED-NUM8.
005740     MOVE WS-DETAIL-VOWELS TO WS-ED-NUM8B.
005750     MOVE SPACES TO WS-OUT-LINE.
005760     MOVE 1 TO WS-OUT-PTR.
005770     STRING "T|" WS-ED-NUM8 "|" WS-ED-NUM8B
005780         DELIMITED BY SIZE
005790         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
005800     END-STRING.
005810     MOVE WS-OUT-LINE TO INTERFACE-LINE.
005820     PERFORM I650-WRITE-LINE.
005830******************************************************************
005840* I650-WRITE-LINE - WRITE ONE LINE OF THE INTERFACE FILE AND     *
005850*                   COUNT IT FOR THE MANIFEST.                   *
005860******************************************************************
005870 I650-WRITE-LINE.
005880     WRITE INTERFACE-LINE.
005890     ADD 1 TO WS-LINE-COUNT.
005900******************************************************************
005910* I700-WRITE-MANIFEST - THE C AND M LINES OF THE TRANSMISSION    *
005920*                       MANIFEST FOR THE FILE JUST BUILT.        *
005930******************************************************************
005940 I700-WRITE-MANIFEST.
005950     OPEN OUTPUT MANIFEST-FILE.
005960     IF NOT WS-MAN-OK
005970         DISPLAY "VOWLINTF: UNABLE TO OPEN INTFMAN - STATUS "
005980             WS-MAN-STATUS
005990         MOVE "MANIFEST CANNOT BE WRITTEN" TO WS-REFUSAL-REASON
006000         MOVE 12 TO WS-RETURN-CODE
006010     ELSE
006020         MOVE WS-MANIFEST-HEADINGS TO MANIFEST-LINE
006030         WRITE MANIFEST-LINE
006040         MOVE 0 TO WS-TRAILING-SPACES
006050         INSPECT WS-INTF-FILE-NAME TALLYING WS-TRAILING-SPACES
006060             FOR TRAILING SPACES
006070         COMPUTE WS-FILE-NAME-LEN = 80 - WS-TRAILING-SPACES
006080         MOVE WS-DETAIL-COUNT TO WS-ED-NUM8
006090         MOVE WS-DETAIL-VOWELS TO WS-ED-NUM8B
006100         MOVE WS-DETAIL-CONSONANTS TO WS-ED-NUM8C
006110         MOVE SPACES TO WS-OUT-LINE
006120         MOVE 1 TO WS-OUT-PTR
006130         STRING "M|" WS-INTF-FILE-NAME(1:WS-FILE-NAME-LEN)
006140             "|" WS-BUSINESS-DATE "|" WS-PRF-RUN-STAMP
006150             "|" WS-SEL-RULESET-NAME "|" WS-ED-NUM8
006160             "|" WS-ED-NUM8B "|" WS-ED-NUM8C "|"
006170             DELIMITED BY SIZE
006180             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
006190         END-STRING
006200         MOVE WS-LINE-COUNT TO WS-ED-NUM8
006210         STRING WS-ED-NUM8
006220             DELIMITED BY SIZE
006230             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
006240         END-STRING
006250         MOVE WS-OUT-LINE TO MANIFEST-LINE
006260         WRITE MANIFEST-LINE
006270         CLOSE MANIFEST-FILE
006280     END-IF.
006290******************************************************************
006300* R100-INTERFACE-REPORT - WHAT WAS PROVED, WHAT WAS BUILT, OR    *
006310*                         WHY THE FILE WAS REFUSED.              *
006320******************************************************************
006330 R100-INTERFACE-REPORT.
006340     DISPLAY " ".
006350     DISPLAY "******************************************".
006360     DISPLAY "*  VOWLINTF - OUTBOUND INTERFACE BUILD    *".
006370     DISPLAY "******************************************".
006380     IF WS-PROOF-FOUND
006390         DISPLAY "PROVED RUN .................. " WS-PRF-RUN-STAMP
006400         DISPLAY "PROOF WRITTEN ............... "
006410             WS-PRF-PROOF-DATE "/" WS-PRF-PROOF-TIME " "
006420             WS-PRF-VERDICT
006430     END-IF.
006440     IF WS-AUDIT-FOUND
006450         DISPLAY "NEWEST RUN ON AUDITLOG ...... " WS-LAST-RUN-DATE
006460             WS-LAST-RUN-TIME
006470     END-IF.
006480     DISPLAY "                              EXTROUT    PROVED".
006490     MOVE WS-EXTRACT-COUNT TO WS-ED-NUM8.
006500     MOVE WS-PRF-EXTRACT-COUNT TO WS-ED-NUM8B.
006510     DISPLAY "EXTRACT RECORDS ............. " WS-ED-NUM8
006520         "  " WS-ED-NUM8B.
006530     MOVE WS-EXTRACT-VOWELS TO WS-ED-NUM8.
006540     MOVE WS-PRF-TOTAL-VOWELS TO WS-ED-NUM8B.
006550     DISPLAY "TOTAL VOWELS ................ " WS-ED-NUM8
006560         "  " WS-ED-NUM8B.
006570     DISPLAY "------------------------------------------".
006580     IF WS-INTF-BUILT
006590         DISPLAY "INTERFACE FILE .............. "
006600             WS-INTF-FILE-NAME
006610         DISPLAY "BUSINESS DATE ............... " WS-BUSINESS-DATE
006620         DISPLAY "RULESET IN FORCE ............ "
006630             WS-SEL-RULESET-NAME
006640         MOVE WS-DETAIL-COUNT TO WS-ED-NUM8
006650         DISPLAY "DETAIL LINES WRITTEN ........ " WS-ED-NUM8
006660         MOVE WS-LINE-COUNT TO WS-ED-NUM8
006670         DISPLAY "TOTAL LINES WRITTEN ......... " WS-ED-NUM8
006680         DISPLAY "------------------------------------------"
006690     END-IF.
006700     IF WS-RETURN-CODE = 0
006710         DISPLAY "VERDICT: INTERFACE FILE AND MANIFEST BUILT"
006720     ELSE
006730         DISPLAY "VERDICT: REFUSED - " WS-REFUSAL-REASON
006740         DISPLAY "         RETURN CODE " WS-RETURN-CODE
006750             " - HOLD THE TRANSMISSION"
006760     END-IF.
006770     DISPLAY "******************************************".
