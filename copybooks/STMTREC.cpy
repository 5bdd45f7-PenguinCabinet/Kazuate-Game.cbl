      ******************************************************************
      * STMTREC - one line of the monthly statement run's summary
      * file.  Type D carries the totals printed on one player's
      * statement; the single type T line at the end carries the
      * same totals summed over the run, with the number of
      * statements in STMS-PLAYERS, so the file balances to itself
      * and to the control totals page of the printed statements.
      * A best guess count of zero means no game was won, and a
      * rating of zero that the player had none; both are left zero
      * on the T line.
      ******************************************************************
        01 STATEMENT-SUMMARY-RECORD.
         03 STMS-REC-TYPE PIC X(1).
          88 STMS-IS-PLAYER VALUE "D".
          88 STMS-IS-RUN-TOTAL VALUE "T".
         03 STMS-PLAYER-ID PIC X(10).
         03 STMS-MONTH PIC 9(6).
         03 STMS-PLAYERS PIC 9(7).
         03 STMS-GAMES PIC 9(7).
         03 STMS-WINS PIC 9(7).
         03 STMS-LOSSES PIC 9(7).
         03 STMS-BEST-GUESS-COUNT PIC 9(4).
         03 STMS-BADGES PIC 9(5).
         03 STMS-TOURNAMENTS PIC 9(5).
         03 STMS-DUELS PIC 9(5).
         03 STMS-DUEL-WINS PIC 9(5).
         03 STMS-DUEL-LOSSES PIC 9(5).
         03 STMS-DUEL-DRAWS PIC 9(5).
         03 STMS-RATING-OPEN PIC 9(4).
         03 STMS-RATING-CLOSE PIC 9(4).
         03 STMS-PAGES PIC 9(5).
