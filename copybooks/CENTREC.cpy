      ******************************************************************
      * CENTREC - one player's entry in one day's daily challenge.
      * Keyed by challenge day plus player ID, and written the moment
      * the attempt starts, so the one-attempt-a-day rule holds even
      * when a session is abandoned part way - an entry left at PLAY
      * is an attempt that never finished, not a second chance.  A
      * finished entry carries the key of the history record the
      * game wrote, so the results run can find the game even when
      * it ended after midnight.
      ******************************************************************
        01 CHAL-ENTRY-RECORD.
         03 CENT-KEY.
          05 CENT-CHAL-DATE PIC 9(8).
          05 CENT-PLAYER-ID PIC X(10).
         03 CENT-STATUS PIC X(4).
          88 CENT-IS-PLAYING VALUE "PLAY".
          88 CENT-IS-DONE VALUE "DONE".
         03 CENT-HIST-KEY.
          05 CENT-HIST-DATE PIC 9(8).
          05 CENT-HIST-TIME PIC 9(9).
