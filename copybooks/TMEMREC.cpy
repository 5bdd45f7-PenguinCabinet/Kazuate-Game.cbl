      ******************************************************************
      * TMEMREC - one team assignment for one player.
      * Keyed by player ID plus the date the assignment takes effect,
      * so a player's whole team history reads back in date order and
      * the team they belonged to on any day is the latest assignment
      * effective on or before it.  A record with a blank team ID is a
      * release: from that date the player plays for no team.
      ******************************************************************
        01 TEAM-MEMBER-RECORD.
         03 TMEM-KEY.
          05 TMEM-PLAYER-ID PIC X(10).
          05 TMEM-EFF-DATE PIC 9(8).
         03 TMEM-TEAM-ID PIC X(10).
          88 TMEM-IS-RELEASE VALUE SPACES.
