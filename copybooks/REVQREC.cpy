      ******************************************************************
      * REVQREC - one session on the fair-play review queue.
      * Keyed by player and session - the session tag the audit trail
      * carries, with the date its first guess was logged, since the
      * tag alone is only a second of the day.  REVQ-REASON is the
      * first rule the session broke; the three flags show every rule
      * it broke, and the counts beside them are the evidence the
      * desk weighs before voiding the game.  The history key is
      * carried so a void can be keyed straight into Kazuate-Adjust;
      * it is zero when the session never wrote a history record.
      * Each review run refreshes the record, so once the game is
      * voided the next run shows it as VOID.
      ******************************************************************
        01 REVIEW-QUEUE-RECORD.
         03 REVQ-KEY.
          05 REVQ-PLAYER-ID PIC X(10).
          05 REVQ-SESSION-DATE PIC 9(8).
          05 REVQ-SESSION PIC 9(5).
         03 REVQ-REASON PIC X(4).
          88 REVQ-FOR-LUCK VALUE "LUCK".
          88 REVQ-FOR-SPEED VALUE "FAST".
          88 REVQ-FOR-HINTS VALUE "HINT".
         03 REVQ-LUCK-FLAG PIC X(1).
         03 REVQ-FAST-FLAG PIC X(1).
         03 REVQ-HINT-FLAG PIC X(1).
         03 REVQ-DIFFICULTY PIC X(6).
         03 REVQ-GUESS-COUNT PIC 9(4).
         03 REVQ-OUTCOME PIC X(4).
         03 REVQ-FAST-GAPS PIC 9(3).
         03 REVQ-IGNORED-HINTS PIC 9(3).
         03 REVQ-FIRST-WINS PIC 9(5).
         03 REVQ-PLAYER-SESSIONS PIC 9(5).
         03 REVQ-EXPECTED-WINS PIC 9(3)V99.
         03 REVQ-HIST-DATE PIC 9(8).
         03 REVQ-HIST-TIME PIC 9(9).
         03 REVQ-FLAGGED-DATE PIC 9(8).
         03 REVQ-STATUS PIC X(4).
          88 REVQ-IS-OPEN VALUE "OPEN".
          88 REVQ-GAME-VOIDED VALUE "VOID".
