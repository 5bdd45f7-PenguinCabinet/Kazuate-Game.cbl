      * spaces (and MATCH-OUTCOME is DRAW) when both players run out
      * of guesses.  The range played is carried so a match on an
      * easy range can be told apart from one on a hard range.
      * A duel played as part of a knockout bracket carries the event
      * ID with the round and slot it settles, so the bracket advance
      * run can read it back; a friendly duel leaves the event ID as
      * spaces and the round and slot zero.
      ******************************************************************
        01 MATCH-RECORD.
         03 MATCH-DATE PIC 9(8).
         03 MATCH-GUESSES-B PIC 9(4).
         03 MATCH-LOW-BOUND PIC 9(3).
         03 MATCH-HIGH-BOUND PIC 9(3).
         03 MATCH-EVENT-ID PIC X(8).
         03 MATCH-EVENT-ROUND PIC 9(2).
         03 MATCH-EVENT-SLOT PIC 9(3).
