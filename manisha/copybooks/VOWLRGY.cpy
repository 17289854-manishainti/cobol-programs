000300*    ONE RECORD PER NAMED VOWEL RULESET, KEYED ON THE RULESET    *
000400*    NAME, GIVING THE DATE RANGE IT IS IN FORCE AND THE          *
000500*    VOWLPARM-STYLE CONTROL FILE THAT HOLDS ITS VOWEL PAIRS.     *
000510*    VOWEL, VOWLCMPR, VOWLPURG, VOWLBRWS, VOWLINTF AND VOWLPRIM  *
000520*    SELECT THE RULESET IN FORCE FOR THE RUN DATE FROM THIS      *
000530*    MASTER INSTEAD OF TRUSTING WHATEVER FILE HAPPENS TO SIT AT  *
000540*    VOWLPARM (VOWLPRIM ALSO READS THE FUTURE-DATED RULESET IT   *
000550*    PRIMES THE CACHE FOR, NOT YET IN FORCE); WHEN               *
000900*    SEVERAL RANGES COVER THE DATE, THE LATEST EFFECTIVE-FROM    *
001000*    WINS. MAINTAINED BY VOWLRGLD FROM THE RGYCTL CONTROL FILE.  *
001100******************************************************************
