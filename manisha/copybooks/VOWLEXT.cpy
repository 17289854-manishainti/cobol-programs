001500     05  XR-UNKNOWN-FLAG         PIC X(01).
001600         88  XR-UNKNOWN-WORD               VALUE "Y".
001700         88  XR-APPROVED-WORD              VALUE "N".
001800*    XR-RECORD-TYPE - "W" FOR A STRING SCORED WHOLE. IN PHRASE   *
001900*    TOKENIZATION MODE A MULTI-WORD STRING IS WRITTEN AS ONE     *
002000*    "T" RECORD PER WORD, IN PHRASE ORDER, FOLLOWED BY ONE "P"   *
002100*    RECORD CARRYING THE PHRASE'S ROLLED-UP TOTALS. THE "W" AND  *
002200*    "P" RECORDS ARE THE SCORED STRINGS THAT BALANCE TO          *
002300*    AUDITLOG; "T" RECORDS ARE DETAIL BENEATH THEM AND MUST BE   *
002400*    SKIPPED BY ANYTHING TOTALLING STRINGS. A RECORD WRITTEN     *
002500*    BEFORE THE FIELD EXISTED READS BACK AS SPACE - A "W".       *
002600     05  XR-RECORD-TYPE          PIC X(01).
002700         88  XR-WHOLE-STRING               VALUE "W" " ".
002800         88  XR-PHRASE-RECORD              VALUE "P".
002900         88  XR-TOKEN-RECORD               VALUE "T".
003000*    XR-WORD-COUNT - WORDS IN THE STRING, OR ON A "T" RECORD IN  *
003100*    ITS PARENT PHRASE. XR-TOKEN-NUMBER - THE WORD'S POSITION    *
003200*    IN THE PHRASE, ZERO ON "W" AND "P" RECORDS.                 *
003300     05  XR-WORD-COUNT           PIC 9(02).
003400     05  XR-TOKEN-NUMBER         PIC 9(02).
003500*    XR-PARENT-STRING - THE WHOLE PHRASE A "T" RECORD WAS SPLIT  *
003600*    FROM (SAME SOURCE FILE/SEQ AS ITS "P" RECORD), ELSE SPACES. *
003700     05  XR-PARENT-STRING        PIC X(40).
003800*    SHAPE FIELDS - XR-SHAPE-PATTERN HOLDS ONE BYTE PER BYTE OF  *
003900*    THE STRING: "V" FOR A VOWEL OF THE RULESET IN FORCE, "C"    *
004000*    FOR ANY OTHER LETTER, "D" FOR A DIGIT, "X" FOR ANY OTHER    *
004100*    CHARACTER AND SPACE BETWEEN WORDS (E.G. "CVCCV"). THE       *
004200*    LONGEST VOWEL RUN AND CONSONANT CLUSTER ARE COUNTED WITHIN  *
004300*    A WORD; XR-SYLLABLE-COUNT IS AN ESTIMATE - VOWEL GROUPS PER *
004400*    WORD, LESS A SILENT FINAL "E", AT LEAST ONE PER WORD. ALL   *
004500*    SPACES/ZERO ON A RECORD WRITTEN BEFORE THE FIELDS EXISTED.  *
004600     05  XR-SHAPE-PATTERN        PIC X(40).
004700     05  XR-LONGEST-VOWEL-RUN    PIC 9(02).
004800     05  XR-LONGEST-CLUSTER      PIC 9(02).
004900     05  XR-SYLLABLE-COUNT       PIC 9(02).
