      ******************************************************************
      * CHALREC - one day's daily challenge, keyed by the day it is
      * played.  Written ahead of the day by the challenge generator
      * so every player who takes the challenge that day faces the
      * same hidden answer on the same difficulty.  The answer stays
      * secret until the results run closes the day: while the
      * status is OPEN no report may print CHAL-ANS, and a CLSD day
      * can no longer be played.
      ******************************************************************
        01 CHALLENGE-RECORD.
         03 CHAL-DATE PIC 9(8).
         03 CHAL-DIFFICULTY PIC X(6).
         03 CHAL-ANS PIC 9(3).
         03 CHAL-GENERATED-BY PIC X(10).
         03 CHAL-GENERATED-DATE PIC 9(8).
         03 CHAL-STATUS PIC X(4).
          88 CHAL-IS-OPEN VALUE "OPEN".
          88 CHAL-IS-CLOSED VALUE "CLSD".
         03 CHAL-CLOSED-DATE PIC 9(8).
