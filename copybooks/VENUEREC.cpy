      ******************************************************************
      * VENUEREC - one line of the inbound results file a remote
      * venue sends of the games played on its own copy of the game.
      * Type H opens the file with the venue's site code and the
      * file's own date and sequence number.  Type D is one game, as
      * it stands on the venue's history file, keyed by the venue's
      * own history date and time.  Each game is followed by its
      * guesses in the order they were made, one type G line each.
      * Type T closes the file with the count of games, the count of
      * guesses and the total of the game scores, so the file can be
      * balanced before anything on it is loaded.
      ******************************************************************
        01 VENUE-RECORD.
         03 VEN-REC-TYPE PIC X(1).
          88 VEN-IS-HEADER VALUE "H".
          88 VEN-IS-GAME VALUE "D".
          88 VEN-IS-GUESS VALUE "G".
          88 VEN-IS-TRAILER VALUE "T".
         03 VEN-BODY PIC X(79).
         03 VEN-HEADER-VIEW REDEFINES VEN-BODY.
          05 VEN-SITE-CODE PIC X(4).
          05 VEN-FILE-DATE PIC 9(8).
          05 VEN-FILE-SEQ PIC 9(4).
          05 FILLER PIC X(63).
         03 VEN-GAME-VIEW REDEFINES VEN-BODY.
          05 VEN-GAME-KEY.
           07 VEN-GAME-DATE PIC 9(8).
           07 VEN-GAME-TIME PIC 9(9).
          05 VEN-PLAYER-ID PIC X(10).
          05 VEN-DIFFICULTY PIC X(6).
          05 VEN-ANS PIC 9(3).
          05 VEN-OUTCOME PIC X(4).
          05 VEN-GUESS-COUNT PIC 9(4).
          05 VEN-ELAPSED-SECONDS PIC 9(5).
          05 VEN-SCORE PIC 9(5).
          05 VEN-START-SECS PIC 9(5).
          05 FILLER PIC X(20).
         03 VEN-GUESS-VIEW REDEFINES VEN-BODY.
          05 VEN-GUESS PIC 9(3).
          05 VEN-VERDICT PIC X(10).
          05 FILLER PIC X(66).
         03 VEN-TRAILER-VIEW REDEFINES VEN-BODY.
          05 VEN-TRL-GAME-COUNT PIC 9(7).
          05 VEN-TRL-GUESS-COUNT PIC 9(7).
          05 VEN-TRL-SCORE-TOTAL PIC 9(11).
          05 FILLER PIC X(54).
