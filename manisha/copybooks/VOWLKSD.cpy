000100******************************************************************
000200*    VOWLKSD - WORD-SCORE LOOKUP RECORD LAYOUT                   *
000300*    ONE RECORD PER DISTINCT INPUT STRING EVER SCORED UNDER EACH *
000400*    VOWEL RULESET, KEYED ON THE STRING AND THE RULESET TOGETHER *
000500*    (LK-CACHE-KEY), SO A REPEATED WORD CAN BE ANSWERED FROM THE *
000510*    LOOKUP FILE INSTEAD OF BEING RESCANNED.                     *
000550*    LK-RULESET-ID CARRIES THE SIGNATURE OF THE VOWEL RULESET    *
000560*    THAT PRODUCED THE SCORE. BECAUSE IT IS PART OF THE KEY, THE *
000570*    SAME WORD IS HELD ONCE PER RULESET SIDE BY SIDE: A RUN      *
000575*    UNDER A NEW RULESET ADDS ITS OWN ENTRY INSTEAD OF REPLACING *
000580*    THE OLD ONE, AND A BACK-DATED RUN STILL FINDS ITS SCORES.   *
000582*    CONVERSION: A VOWELKSD STILL IN THE EARLIER LAYOUT (KEYED   *
000584*    ON LK-INPUT-STRING ALONE, WITHOUT THE CREATED-STAMP OR      *
000586*    SHAPE FIELDS) OPENS WITH STATUS 39. VOWEL, VOWLBRWS AND     *
000588*    VOWLPRIM THEN RE-CREATE IT EMPTY IN THIS LAYOUT AND SAY SO; *
000590*    IT REFILLS AS WORDS ARE SCORED AGAIN. VOWLPURG AND VOWLBKOT *
000592*    LEAVE AN OLD-LAYOUT FILE ALONE. NO UNLOAD/RELOAD IS NEEDED. *
000600******************************************************************
000700 01  LOOKUP-RECORD.
000750     05  LK-CACHE-KEY.
000800         10  LK-INPUT-STRING     PIC X(40).
000810         10  LK-RULESET-ID.
000820             15  LK-RULESET-COUNT    PIC 9(02).
000830             15  LK-RULESET-PAIR OCCURS 20 TIMES.
000840                 20  LK-RULESET-UPPER PIC X(01).
000850                 20  LK-RULESET-LOWER PIC X(01).
000900     05  LK-VOWEL-COUNT          PIC 9(02).
001000     05  LK-CONSONANT-COUNT      PIC 9(02).
001100     05  LK-DIGIT-COUNT          PIC 9(02).
001300     05  LK-VOWEL-DETAIL OCCURS 20 TIMES.
001400         10  LK-VOWEL-UPPER-CTR  PIC 9(04).
001500         10  LK-VOWEL-LOWER-CTR  PIC 9(04).
001510*    LK-CREATED-STAMP - XR-RUN-TIMESTAMP (YYYYMMDDHHMMSS) OF THE *
001520*    VOWEL RUN WHOSE SCORE THIS RECORD HOLDS, SO VOWLBKOT CAN    *
001530*    DELETE EXACTLY THE ENTRIES A BACKED-OUT RUN CACHED. SPACES  *
001540*    ON AN ENTRY CACHED AD HOC BY VOWLBRWS OR PRIMED AHEAD OF A  *
001550*    RULESET CUTOVER BY VOWLPRIM, WHICH NO BATCH RUN OWNS.       *
001560     05  LK-CREATED-STAMP        PIC X(14).
001570*    LK-SHAPE-PATTERN, LK-LONGEST-VOWEL-RUN, LK-LONGEST-CLUSTER  *
001580*    AND LK-SYLLABLE-COUNT - THE WORD'S SHAPE UNDER THE SAME     *
001590*    RULESET AS ITS COUNTS, LAID OUT AS ON VOWLEXT. EVERY WRITER *
001600*    FILLS THEM (AN OLD-LAYOUT FILE IS RE-CREATED, SEE ABOVE);   *
001610*    A READER DERIVES THE SHAPE AFRESH ONLY WHEN THE STORED ONE  *
001620*    IS BLANK OR NOT NUMERIC, SUCH AS FOR A BLANK INPUT STRING.  *
001630     05  LK-SHAPE-PATTERN        PIC X(40).
001640     05  LK-LONGEST-VOWEL-RUN    PIC 9(02).
001650     05  LK-LONGEST-CLUSTER      PIC 9(02).
001660     05  LK-SYLLABLE-COUNT       PIC 9(02).
