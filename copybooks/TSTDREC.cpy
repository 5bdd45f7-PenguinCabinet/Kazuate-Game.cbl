      ******************************************************************
      * TSTDREC - permanent team standing for one league period,
      * written by the team standings job from the history and
      * tournament files for the control-card date range.  Keyed by
      * league ID plus team ID; a rerun for the same league replaces
      * the league's rows as a set.  Games count for the team the
      * player belonged to on the game date.  The date range scored
      * is carried on every record so the period's bounds survive
      * after the control card is gone.
      ******************************************************************
        01 TEAM-STANDING-RECORD.
         03 TSTD-KEY.
          05 TSTD-LEAGUE-ID PIC X(8).
          05 TSTD-TEAM-ID PIC X(10).
         03 TSTD-FROM-DATE PIC 9(8).
         03 TSTD-TO-DATE PIC 9(8).
         03 TSTD-RANK PIC 9(5).
         03 TSTD-MEMBERS PIC 9(5).
         03 TSTD-GAMES PIC 9(7).
         03 TSTD-WINS PIC 9(7).
         03 TSTD-LOSSES PIC 9(7).
         03 TSTD-TOTAL-SCORE PIC 9(9).
         03 TSTD-BEST-SCORE PIC 9(5).
         03 TSTD-TOURN-SITTINGS PIC 9(5).
         03 TSTD-TOURN-WINS PIC 9(5).
         03 TSTD-RUN-DATE PIC 9(8).
