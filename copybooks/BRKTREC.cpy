      ******************************************************************
      * BRKTREC - one knockout bracket event on KAZUATE-BRACKET,
      * keyed by event, round and match slot.  Round 00 slot 000 is
      * the event header - name, status, bracket size and the round
      * currently being played.  Every other record is one match
      * slot: the two players with their seeds, the winner once the
      * duel is read back off KAZUATE-MATCH, and the date it was
      * decided.  A slot with no second player is a bye and its one
      * player goes through unplayed; a drawn duel leaves the slot
      * flagged for replay rather than advancing anybody.  Because
      * the file is keyed, an event can run over as many nights as
      * it takes, one advance run after each night's duels.
      ******************************************************************
        01 BRACKET-RECORD.
         03 BRK-KEY.
          05 BRK-EVENT-ID PIC X(8).
          05 BRK-ROUND PIC 9(2).
          05 BRK-SLOT PIC 9(3).
         03 BRK-BODY PIC X(60).
         03 BRK-EVENT-VIEW REDEFINES BRK-BODY.
          05 BRK-EVENT-NAME PIC X(20).
          05 BRK-EVENT-STATUS PIC X(4).
           88 BRK-EVENT-IS-OPEN VALUE "OPEN".
           88 BRK-EVENT-IS-CLOSED VALUE "CLSD".
          05 BRK-EVENT-DATE PIC 9(8).
          05 BRK-ENTRANT-COUNT PIC 9(3).
          05 BRK-BRACKET-SIZE PIC 9(3).
          05 BRK-ROUND-COUNT PIC 9(2).
          05 BRK-CURRENT-ROUND PIC 9(2).
          05 BRK-CHAMPION PIC X(10).
          05 FILLER PIC X(8).
         03 BRK-MATCH-VIEW REDEFINES BRK-BODY.
          05 BRK-PLAYER-A PIC X(10).
          05 BRK-SEED-A PIC 9(3).
          05 BRK-PLAYER-B PIC X(10).
          05 BRK-SEED-B PIC 9(3).
          05 BRK-SLOT-STATUS PIC X(4).
           88 BRK-SLOT-IS-PENDING VALUE "PEND".
           88 BRK-SLOT-IS-BYE VALUE "BYE ".
           88 BRK-SLOT-IS-DECIDED VALUE "DONE".
           88 BRK-SLOT-NEEDS-REPLAY VALUE "RPLY".
          05 BRK-WINNER PIC X(10).
          05 BRK-WINNER-SEED PIC 9(3).
          05 BRK-RESULT-DATE PIC 9(8).
          05 BRK-DRAW-COUNT PIC 9(2).
          05 FILLER PIC X(7).
