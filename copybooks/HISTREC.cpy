      * void flag, reason and authorising operator are stamped by
      * the adjustment job, the reports skip it, and a reversing
      * entry backs it out of the rolled-up stats.
      * HIST-GAME-TYPE is C for a daily challenge game - one played
      * against the shared answer on the challenge file - and spaces
      * for an ordinary game, so every record written before the
      * challenge existed reads as ordinary.
      * HIST-SITE-CODE names the venue a game was played at when it
      * was loaded from another venue's results file.  Games played
      * here carry spaces, as does every record written before the
      * field existed.
      ******************************************************************
        01 HIST-RECORD.
         03 HIST-KEY.
          88 HIST-IS-VOIDED VALUE "V".
         03 HIST-VOID-REASON PIC X(4).
         03 HIST-VOID-OPERATOR PIC X(10).
         03 HIST-GAME-TYPE PIC X(1).
          88 HIST-IS-CHALLENGE VALUE "C".
         03 HIST-SITE-CODE PIC X(4).
          88 HIST-IS-HOME-SITE VALUE SPACES.
