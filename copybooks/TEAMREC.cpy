      ******************************************************************
      * TEAMREC - one club-league team.
      * Keyed by TEAM-ID.  A retired team stays on file so its ID can
      * never be reused and its past standings still name it; it
      * takes no new members, and games played after its retirement
      * date no longer count for it.
      ******************************************************************
        01 TEAM-RECORD.
         03 TEAM-ID PIC X(10).
         03 TEAM-NAME PIC X(20).
         03 TEAM-STATUS PIC X(01).
          88 TEAM-IS-ACTIVE VALUE "A".
          88 TEAM-IS-RETIRED VALUE "R".
         03 TEAM-ADDED-DATE PIC 9(8).
         03 TEAM-RETIRED-DATE PIC 9(8).
