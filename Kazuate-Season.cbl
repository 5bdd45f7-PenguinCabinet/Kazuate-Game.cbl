           SELECT SEASON-REPORT ASSIGN TO "KAZUATE-SEAS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SEASON-WORK ASSIGN TO "KAZUATE-SEAS-SRT".
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KAZUATE-HIST.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
      * One line per game in the season window and per tournament
      * final standing in it, brought together by player so each
      * player's season is summed and closed in one go.  Games sort
      * ahead of tournaments so a player's history is known by the
      * time their tournament wins come through.
       SD  SEASON-WORK.
        01 SEASON-WORK-RECORD.
         03 SW-PLAYER-ID PIC X(10).
         03 SW-TYPE PIC X(1).
          88 SW-IS-GAME VALUE "1".
          88 SW-IS-TOURNAMENT VALUE "2".
         03 SW-DATE PIC 9(8).
         03 SW-OUTCOME PIC X(4).
         03 SW-GUESS-COUNT PIC 9(4).
         03 SW-SCORE PIC 9(5).
         03 SW-TOURN-WINS PIC 9(2).
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX.
        01 WS-TOURN-STATUS PIC XX.
         88 WS-NO-MORE-TOURN VALUE "Y".
        01 WS-STATS-EOF PIC X VALUE "N".
         88 WS-NO-MORE-STATS VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-SORTED VALUE "Y".
        01 WS-HIST-OPEN PIC X VALUE "N".
         88 HIST-FILE-IS-OPEN VALUE "Y".
        01 WS-STATS-OPEN PIC X VALUE "N".
         88 STATS-FILE-IS-OPEN VALUE "Y".
        01 WS-SEASON-OPEN PIC X VALUE "N".
         88 SEASON-FILE-IS-OPEN VALUE "Y".
        01 WS-SEASON-ID PIC X(8).
        01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
        01 WS-TO-DATE PIC 9(8) VALUE 99999999.
        01 WS-MID-DAY-NUM PIC 9(7) VALUE ZERO.
        01 WS-GAME-DAY-NUM PIC 9(7).

      * The player whose season is being summed as the sorted lines
      * are read back.  The half-season score splits feed the
      * most-improved champion.
        01 WS-PLAYER-ROW.
          05 WS-PLR-ID PIC X(10).
          05 WS-PLR-GAMES PIC 9(5).
          05 WS-PLR-WINS PIC 9(5).
          05 WS-PLR-H1-GAMES PIC 9(5).
          05 WS-PLR-H2-SCORE PIC 9(9).
          05 WS-PLR-H2-GAMES PIC 9(5).
        01 WS-PLAYER-COUNT PIC 9(7) VALUE ZERO.

        01 WS-HIST-COUNT PIC 9(7) VALUE ZERO.
        01 WS-SUMMARY-COUNT PIC 9(7) VALUE ZERO.
        01 WS-STREAKS-RESET PIC 9(7) VALUE ZERO.

        01 WS-CHAMP-SCORE-ID PIC X(10) VALUE SPACES.
        01 WS-CHAMP-SCORE PIC 9(5) VALUE ZERO.
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
        01 WS-RLOG-EOF PIC X VALUE "N".
         88 WS-NO-MORE-RLOG VALUE "Y".
        01 WS-INTEG-SEEN PIC X VALUE "N".
         88 INTEGRITY-WAS-LOGGED VALUE "Y".
        01 WS-INTEG-LAST-EVENT PIC X(5).
        01 WS-INTEG-LAST-CODE PIC X(4).
        01 WS-MERGE-SINCE PIC X VALUE "N".
         88 MERGE-RAN-SINCE-CHECK VALUE "Y".

        01 TIME-AND-DATE.
         05 TIME-AND-DATE-TYPE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM READ-BUSINESS-DATE.
            PERFORM WRITE-RUN-LOG-START.
            PERFORM REQUIRE-BUSINESS-DATE.
            PERFORM GATE-ON-INTEGRITY.
            PERFORM LOAD-SEASON-CONTROL.
            PERFORM OPEN-REPORT.
            PERFORM OPEN-SEASON-FILES.
            SORT SEASON-WORK
                ON ASCENDING KEY SW-PLAYER-ID
                                 SW-TYPE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS RELEASE-SEASON-LINES
                OUTPUT PROCEDURE IS CLOSE-SEASON-PLAYERS.
            PERFORM RESET-CURRENT-STREAKS.
            PERFORM WRITE-CHAMPIONS-PAGE.
            PERFORM WRITE-SEASON-TOTALS.
            IF SEASON-FILE-IS-OPEN
                CLOSE SEASON-FILE
            END-IF.
            CLOSE SEASON-REPORT.
            MOVE WS-SUMMARY-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
                WS-STREAKS-RESET " streak(s) reset.".
            STOP RUN.

       GATE-ON-INTEGRITY.

      * The season is closed into permanent records, so it refuses to
      * run on player-keyed files the integrity check has not passed:
      * its latest run must be an END with OK, and no merge may have
      * started since the last clean END - a merge rewrites IDs across
      * every file.  No integrity entry at all is no evidence of
      * trouble, the same way the extract treats a rollup that has
      * never been logged - but only while no merge has run either.
            OPEN INPUT RUN-LOG.
            IF WS-RLOG-STATUS NOT = "00"
                SET WS-NO-MORE-RLOG TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-RLOG
                READ RUN-LOG
                    AT END SET WS-NO-MORE-RLOG TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-RLOG
                IF RLOG-PROGRAM = "Kazuate-Integrity"
                    MOVE "Y" TO WS-INTEG-SEEN
                    MOVE RLOG-EVENT TO WS-INTEG-LAST-EVENT
                    MOVE RLOG-CODE TO WS-INTEG-LAST-CODE
                    IF RLOG-IS-END AND RLOG-CODE = "OK  "
                        MOVE "N" TO WS-MERGE-SINCE
                    END-IF
                END-IF
                IF RLOG-PROGRAM = "Kazuate-Merge"
                   AND RLOG-IS-START
                    MOVE "Y" TO WS-MERGE-SINCE
                END-IF
                READ RUN-LOG
                    AT END SET WS-NO-MORE-RLOG TO TRUE
                END-READ
            END-PERFORM.
            IF WS-RLOG-STATUS = "10"
                CLOSE RUN-LOG
            END-IF.
            IF INTEGRITY-WAS-LOGGED
                IF WS-INTEG-LAST-EVENT = "START"
                   OR WS-INTEG-LAST-CODE NOT = "OK  "
                    DISPLAY "Last integrity check did not end clean - "
                        "season close refused."
                    MOVE "ABND" TO WS-RLOG-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
            END-IF.
            IF MERGE-RAN-SINCE-CHECK
                DISPLAY "A merge has run since the last clean "
                    "integrity check - season close refused."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       LOAD-SEASON-CONTROL.

            OPEN INPUT SEASON-CONTROL.
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
      * A season is closed only once the nightly cycle has reached its
      * last day - closing it sooner would crown champions on games
      * still to be played.
            IF CTL-TO-DATE > WS-BUSINESS-DATE
                DISPLAY "Season ends " CTL-TO-DATE " after business "
                    "date " WS-BUSINESS-DATE " - season close aborted."
                CLOSE SEASON-CONTROL
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE CTL-SEASON-ID TO WS-SEASON-ID.
            MOVE CTL-FROM-DATE TO WS-FROM-DATE.
            MOVE CTL-TO-DATE TO WS-TO-DATE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       OPEN-SEASON-FILES.

            OPEN I-O PLAYER-STATS.
            IF WS-STATS-STATUS = "00"
                MOVE "Y" TO WS-STATS-OPEN
            ELSE
                MOVE "PLAYER-STATS could not be opened - streaks not "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "reset and streak champion not determined."
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            OPEN I-O SEASON-FILE.
            IF WS-SEASON-STATUS = "35"
                OPEN OUTPUT SEASON-FILE
                CLOSE SEASON-FILE
                OPEN I-O SEASON-FILE
            END-IF.
            IF WS-SEASON-STATUS = "00"
                MOVE "Y" TO WS-SEASON-OPEN
            ELSE
                MOVE "KAZUATE-SEASON could not be opened - no season "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "summary records written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       RELEASE-SEASON-LINES.

            PERFORM SCAN-SEASON-HISTORY.
            PERFORM SCAN-SEASON-TOURNAMENTS.

       SCAN-SEASON-HISTORY.

      * History is in date order, so the read starts at the first
      * day of the season and stops at the first game after it.
            OPEN INPUT KAZUATE-HIST.
            IF WS-HIST-STATUS NOT = "00"
                MOVE "KAZUATE-HIST could not be opened - treating it "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                SET WS-NO-MORE-HIST TO TRUE
            ELSE
                MOVE "Y" TO WS-HIST-OPEN
                MOVE WS-FROM-DATE TO HIST-DATE
                MOVE ZERO TO HIST-TIME
                START KAZUATE-HIST KEY NOT < HIST-KEY
                    INVALID KEY SET WS-NO-MORE-HIST TO TRUE
                END-START
            END-IF.
            IF NOT WS-NO-MORE-HIST
                READ KAZUATE-HIST NEXT
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-HIST
                IF HIST-DATE > WS-TO-DATE
                    SET WS-NO-MORE-HIST TO TRUE
                ELSE
                    IF NOT HIST-IS-VOIDED
                        COMPUTE WS-HIST-COUNT = WS-HIST-COUNT + 1
                        PERFORM RELEASE-SEASON-GAME
                    END-IF
                    READ KAZUATE-HIST NEXT
                        AT END SET WS-NO-MORE-HIST TO TRUE
                    END-READ
                END-IF
            END-PERFORM.
            IF HIST-FILE-IS-OPEN
                CLOSE KAZUATE-HIST
            END-IF.

       RELEASE-SEASON-GAME.

            MOVE SPACES TO SEASON-WORK-RECORD.
            MOVE HIST-PLAYER-ID TO SW-PLAYER-ID.
            SET SW-IS-GAME TO TRUE.
            MOVE HIST-DATE TO SW-DATE.
            MOVE HIST-OUTCOME TO SW-OUTCOME.
            MOVE HIST-GUESS-COUNT TO SW-GUESS-COUNT.
            MOVE HIST-SCORE TO SW-SCORE.
            MOVE ZERO TO SW-TOURN-WINS.
            RELEASE SEASON-WORK-RECORD.

       SCAN-SEASON-TOURNAMENTS.

                IF TOURN-IS-FINAL
                   AND TOURN-DATE >= WS-FROM-DATE
                   AND TOURN-DATE <= WS-TO-DATE
                    PERFORM RELEASE-SEASON-TOURNAMENT
                END-IF
                READ TOURNAMENT-FILE
                    AT END SET WS-NO-MORE-TOURN TO TRUE
                CLOSE TOURNAMENT-FILE
            END-IF.

       RELEASE-SEASON-TOURNAMENT.

            MOVE SPACES TO SEASON-WORK-RECORD.
            MOVE TOURN-PLAYER-ID TO SW-PLAYER-ID.
            SET SW-IS-TOURNAMENT TO TRUE.
            MOVE TOURN-DATE TO SW-DATE.
            MOVE ZERO TO SW-GUESS-COUNT.
            MOVE ZERO TO SW-SCORE.
            MOVE TOURN-WINS TO SW-TOURN-WINS.
            RELEASE SEASON-WORK-RECORD.

       CLOSE-SEASON-PLAYERS.

            MOVE "Player Summaries" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "----------------" TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM RETURN-SEASON-LINE.
            PERFORM UNTIL NO-MORE-SORTED
                PERFORM START-PLAYER-ROW
                PERFORM UNTIL NO-MORE-SORTED
                              OR SW-PLAYER-ID NOT = WS-PLR-ID
                    IF SW-IS-GAME
                        PERFORM TALLY-SEASON-GAME
                    ELSE
                        PERFORM TALLY-SEASON-TOURNAMENT
                    END-IF
                    PERFORM RETURN-SEASON-LINE
                END-PERFORM
      * Tournament wins only count for players with history in the
      * window - a final record on its own would have nothing to
      * hang a summary on.
                IF WS-PLR-GAMES > 0
                    COMPUTE WS-PLAYER-COUNT = WS-PLAYER-COUNT + 1
                    PERFORM PICK-UP-LONGEST-STREAK
                    PERFORM JUDGE-CHAMPIONS
                    IF SEASON-FILE-IS-OPEN
                        PERFORM WRITE-ONE-SUMMARY
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-SUMMARY-COUNT = 0
                MOVE "No player summaries written." TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       RETURN-SEASON-LINE.

            RETURN SEASON-WORK
                AT END
                    MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       START-PLAYER-ROW.

            MOVE SW-PLAYER-ID TO WS-PLR-ID.
            MOVE ZERO TO WS-PLR-GAMES.
            MOVE ZERO TO WS-PLR-WINS.
            MOVE ZERO TO WS-PLR-LOSSES.
            MOVE ZERO TO WS-PLR-BEST-SCORE.
            MOVE ZERO TO WS-PLR-TOTAL-SCORE.
            MOVE 9999 TO WS-PLR-BEST-GUESSES.
            MOVE ZERO TO WS-PLR-TOURN-WINS.
            MOVE ZERO TO WS-PLR-LONGEST-STREAK.
            MOVE ZERO TO WS-PLR-H1-SCORE.
            MOVE ZERO TO WS-PLR-H1-GAMES.
            MOVE ZERO TO WS-PLR-H2-SCORE.
            MOVE ZERO TO WS-PLR-H2-GAMES.

       TALLY-SEASON-GAME.

            COMPUTE WS-PLR-GAMES = WS-PLR-GAMES + 1.
            COMPUTE WS-PLR-TOTAL-SCORE = WS-PLR-TOTAL-SCORE + SW-SCORE.
            IF SW-SCORE > WS-PLR-BEST-SCORE
                MOVE SW-SCORE TO WS-PLR-BEST-SCORE
            END-IF.
            IF SW-OUTCOME = "WIN "
                COMPUTE WS-PLR-WINS = WS-PLR-WINS + 1
                IF SW-GUESS-COUNT < WS-PLR-BEST-GUESSES
                    MOVE SW-GUESS-COUNT TO WS-PLR-BEST-GUESSES
                END-IF
            ELSE
                COMPUTE WS-PLR-LOSSES = WS-PLR-LOSSES + 1
            END-IF.
            COMPUTE WS-GAME-DAY-NUM =
                FUNCTION INTEGER-OF-DATE(SW-DATE).
            IF WS-GAME-DAY-NUM <= WS-MID-DAY-NUM
                COMPUTE WS-PLR-H1-SCORE = WS-PLR-H1-SCORE + SW-SCORE
                COMPUTE WS-PLR-H1-GAMES = WS-PLR-H1-GAMES + 1
            ELSE
                COMPUTE WS-PLR-H2-SCORE = WS-PLR-H2-SCORE + SW-SCORE
                COMPUTE WS-PLR-H2-GAMES = WS-PLR-H2-GAMES + 1
            END-IF.

       TALLY-SEASON-TOURNAMENT.

            COMPUTE WS-PLR-TOURN-WINS =
                WS-PLR-TOURN-WINS + SW-TOURN-WINS.

       PICK-UP-LONGEST-STREAK.

            IF STATS-FILE-IS-OPEN
                MOVE WS-PLR-ID TO STAT-PLAYER-ID
                READ PLAYER-STATS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE STAT-LONGEST-STREAK
                            TO WS-PLR-LONGEST-STREAK
                END-READ
            END-IF.

       RESET-CURRENT-STREAKS.

      * One pass over the stats file resets every current streak to
      * zero so the new season starts level.  Lifetime totals stay
      * untouched.
            IF NOT STATS-FILE-IS-OPEN
                SET WS-NO-MORE-STATS TO TRUE
            ELSE
                MOVE LOW-VALUES TO STAT-PLAYER-ID
                START PLAYER-STATS KEY NOT < STAT-PLAYER-ID
                    INVALID KEY SET WS-NO-MORE-STATS TO TRUE
                END-START
            END-IF.
            IF NOT WS-NO-MORE-STATS
                READ PLAYER-STATS NEXT
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-STATS
                IF STAT-CURRENT-STREAK > 0
                    MOVE ZERO TO STAT-CURRENT-STREAK
                    REWRITE STATS-RECORD
                    AT END SET WS-NO-MORE-STATS TO TRUE
                END-READ
            END-PERFORM.
            IF STATS-FILE-IS-OPEN
                CLOSE PLAYER-STATS
            END-IF.

       JUDGE-CHAMPIONS.

      * Players come through in ID order, so a tie goes to the
      * lowest player ID.
            IF WS-PLR-BEST-SCORE > WS-CHAMP-SCORE
                MOVE WS-PLR-BEST-SCORE TO WS-CHAMP-SCORE
                MOVE WS-PLR-ID TO WS-CHAMP-SCORE-ID
            END-IF.
            IF WS-PLR-WINS > WS-CHAMP-WINS
                MOVE WS-PLR-WINS TO WS-CHAMP-WINS
                MOVE WS-PLR-ID TO WS-CHAMP-WINS-ID
            END-IF.
            IF WS-PLR-LONGEST-STREAK > WS-CHAMP-STREAK
                MOVE WS-PLR-LONGEST-STREAK TO WS-CHAMP-STREAK
                MOVE WS-PLR-ID TO WS-CHAMP-STREAK-ID
            END-IF.
            PERFORM JUDGE-IMPROVEMENT.

       JUDGE-IMPROVEMENT.

      * Most improved compares the average score of the late half of
      * the season against the early half - a player needs games in
      * both halves to qualify.
            IF WS-PLR-H1-GAMES > 0
               AND WS-PLR-H2-GAMES > 0
                COMPUTE WS-H1-AVG = WS-PLR-H1-SCORE / WS-PLR-H1-GAMES
                COMPUTE WS-H2-AVG = WS-PLR-H2-SCORE / WS-PLR-H2-GAMES
                COMPUTE WS-IMPR-WORK = WS-H2-AVG - WS-H1-AVG
                IF NOT IMPROVEMENT-WAS-FOUND
                   OR WS-IMPR-WORK > WS-CHAMP-IMPR
                    MOVE WS-IMPR-WORK TO WS-CHAMP-IMPR
                    MOVE WS-PLR-ID TO WS-CHAMP-IMPR-ID
                    MOVE "Y" TO WS-CHAMP-IMPR-FOUND
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-SEASON-TOTALS.

            MOVE SPACES TO REPORT-LINE
            STRING "Games in season:  " WS-HIST-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE-ONE-SUMMARY.

            MOVE WS-SEASON-ID TO SEAS-SEASON-ID.
            MOVE WS-PLR-ID TO SEAS-PLAYER-ID.
            MOVE WS-FROM-DATE TO SEAS-FROM-DATE.
            MOVE WS-TO-DATE TO SEAS-TO-DATE.
            MOVE WS-PLR-GAMES TO SEAS-GAMES-PLAYED.
            MOVE WS-PLR-WINS TO SEAS-WINS.
            MOVE WS-PLR-LOSSES TO SEAS-LOSSES.
            MOVE WS-PLR-BEST-SCORE TO SEAS-BEST-SCORE.
            MOVE WS-PLR-TOTAL-SCORE TO SEAS-TOTAL-SCORE.
            MOVE WS-PLR-BEST-GUESSES TO SEAS-BEST-GUESS-COUNT.
            MOVE WS-PLR-TOURN-WINS TO SEAS-TOURN-WINS.
            MOVE WS-PLR-LONGEST-STREAK TO SEAS-LONGEST-STREAK.
      * A rerun of the same season close replaces the earlier
      * summary rather than failing on it.
            WRITE SEASON-RECORD
            COMPUTE WS-SUMMARY-COUNT = WS-SUMMARY-COUNT + 1.

            MOVE SPACES TO REPORT-LINE
            STRING WS-PLR-ID
                " games " WS-PLR-GAMES
                " wins " WS-PLR-WINS
                " best " WS-PLR-BEST-SCORE
                " tourn wins " WS-PLR-TOURN-WINS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       READ-BUSINESS-DATE.

      * The processing date comes from the shared business-date card
      * rather than the clock, so a missed night can be rerun as of
      * its own day.  It is read ahead of the START record so that
      * every run-log entry carries it.
            OPEN INPUT BUSINESS-DATE-FILE.
            IF WS-BDATE-STATUS = "00"
                READ BUSINESS-DATE-FILE
                    AT END CONTINUE
                END-READ
                IF WS-BDATE-STATUS = "00"
                   AND BDATE-CURRENT IS NUMERIC
                    MOVE BDATE-CURRENT TO WS-BUSINESS-DATE
                END-IF
                CLOSE BUSINESS-DATE-FILE
            END-IF.

       REQUIRE-BUSINESS-DATE.

            IF WS-BUSINESS-DATE = ZERO
                DISPLAY "No business date on KAZUATE-BUSDATE - run "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       WRITE-RUN-LOG-START.

            OPEN EXTEND RUN-LOG.
                              + TIME-MIN * 100
                              + TIME-SEC.
            MOVE "Kazuate-Season" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Season.
