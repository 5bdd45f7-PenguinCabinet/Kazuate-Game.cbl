      ******************************************************************
      * VREJREC - one game turned away by the remote-venue load, with
      * the reason and the game line exactly as the venue sent it.
      * A file that does not balance is refused whole: it gets one
      * FILE or TRLR record carrying the line where the load stopped,
      * and none of its games are loaded.
      *   PLYR - player not on PLAYER-MASTER, or not active
      *   DIFF - difficulty is not one of the DIFFTAB presets
      *   DATA - a field that should be numeric is not
      *   DATE - game date not a real date, or after the business date
      *   RNGE - answer or a guess outside the preset range, or more
      *          guesses than the preset allows
      *   GCNT - the guess lines do not match the game's guess count
      *   OUTC - the outcome or a verdict disagrees with the answer
      *   DUPL - the game is already on KAZUATE-HIST
      *   HIST - no free history key could be found for the game
      *   FILE - header or trailer missing, or lines out of order
      *   TRLR - trailer counts or score total do not balance
      ******************************************************************
        01 VENUE-REJECT-RECORD.
         03 VREJ-REASON PIC X(4).
          88 VREJ-WHOLE-FILE VALUE "FILE" "TRLR".
         03 VREJ-SITE-CODE PIC X(4).
         03 VREJ-FILE-SEQ PIC 9(4).
         03 VREJ-LINE PIC X(80).
