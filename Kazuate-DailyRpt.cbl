               FILE STATUS IS WS-HIST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "KAZUATE-CKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-PLAYER-ID
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT DAILY-REPORT ASSIGN TO "KAZUATE-DAILY"
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT DAILY-WORK ASSIGN TO "KAZUATE-DAILY-SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  KAZUATE-HIST.
       COPY CKPTREC.
       FD  DAILY-REPORT.
        01 REPORT-LINE PIC X(80).
      * One line per game, grouped by date, venue and difficulty for
      * the summary, then one line per open checkpoint and per game
      * that finished one, grouped by the checkpoint's last-played
      * day so the abandoned ones can be counted.  A game that
      * finished a checkpoint sorts just ahead of it.
       SD  DAILY-WORK.
        01 DAILY-WORK-RECORD.
         03 DW-KIND PIC X(1).
          88 DW-IS-GAME VALUE "1".
          88 DW-IS-CHECKPOINT VALUE "2".
         03 DW-DATE PIC 9(8).
         03 DW-SITE-CODE PIC X(4).
         03 DW-DIFFICULTY PIC X(6).
         03 DW-PLAYER-ID PIC X(10).
         03 DW-CKPT-ROLE PIC X(1).
          88 DW-CKPT-FINISHED VALUE "F".
          88 DW-CKPT-OPEN VALUE "O".
         03 DW-OUTCOME PIC X(4).
         03 DW-GUESS-COUNT PIC 9(4).
         03 DW-SECONDS PIC 9(5).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX.
        01 WS-CKPT-STATUS PIC XX.
         88 WS-NO-MORE-HIST VALUE "Y".
        01 WS-CKPT-EOF PIC X VALUE "N".
         88 WS-NO-MORE-CKPT VALUE "Y".
        01 WS-CKPT-OPEN PIC X VALUE "N".
         88 CKPT-FILE-IS-OPEN VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-SORTED VALUE "Y".

      * The date, venue and difficulty group being summed as the
      * sorted games are read back.
        01 WS-GROUP-ROW.
          05 WS-GRP-DATE PIC 9(8).
          05 WS-GRP-SITE-CODE PIC X(4).
          05 WS-GRP-DIFFICULTY PIC X(6).
          05 WS-GRP-GAMES PIC 9(5).
          05 WS-GRP-WINS PIC 9(5).
          05 WS-GRP-GUESSES PIC 9(9).
          05 WS-GRP-SECONDS PIC 9(9).
        01 WS-GROUP-COUNT PIC 9(7) VALUE ZERO.

      * The last game seen to finish a checkpoint.  Player plus the
      * session start second carried on the history record is the
      * same identity the checkpoint holds in CKPT-START-SECS.
        01 WS-FIN-DATE PIC 9(8) VALUE ZERO.
        01 WS-FIN-PLAYER-ID PIC X(10) VALUE SPACES.

      * Abandoned-session count for the last-played day being read.
        01 WS-ABN-DATE PIC 9(8).
        01 WS-ABN-COUNT PIC 9(5).
        01 WS-ABANDON-COUNT PIC 9(7) VALUE ZERO.

        01 WS-WIN-RATE PIC 9(3)V9 VALUE ZERO.
        01 WS-WIN-RATE-EDIT PIC ZZ9.9.
        01 WS-AVG-GUESSES-EDIT PIC ZZZ9.99.
        01 WS-AVG-SECONDS PIC 9(5)V9 VALUE ZERO.
        01 WS-AVG-SECONDS-EDIT PIC ZZZZ9.9.
        01 WS-SITE-OUT PIC X(4).

        01 WS-HIST-READ-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-STATUS PIC XX.
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

        01 TIME-AND-DATE.
         05 TIME-AND-DATE-TYPE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM READ-BUSINESS-DATE.
            PERFORM WRITE-RUN-LOG-START.
            PERFORM REQUIRE-BUSINESS-DATE.
            PERFORM OPEN-REPORT.
            SORT DAILY-WORK
                ON ASCENDING KEY DW-KIND
                                 DW-DATE
                                 DW-SITE-CODE
                                 DW-DIFFICULTY
                                 DW-PLAYER-ID
                                 DW-CKPT-ROLE
                INPUT PROCEDURE IS RELEASE-DAILY-LINES
                OUTPUT PROCEDURE IS WRITE-DAILY-SUMMARY.
            CLOSE DAILY-REPORT.
            MOVE WS-HIST-READ-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            STRING "Printed " TIME-YEAR "-" TIME-MONTH "-" TIME-DAY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Business date " WS-BUSINESS-DATE
                " - games and checkpoints after it are left out."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       RELEASE-DAILY-LINES.

      * The checkpoint file is read by player as each game goes by,
      * then read through for the open checkpoints themselves.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00"
                MOVE "Y" TO WS-CKPT-OPEN
            END-IF.
            PERFORM SCAN-HISTORY.
            PERFORM SCAN-CHECKPOINTS.

       SCAN-HISTORY.

            OPEN INPUT KAZUATE-HIST.
                    AT END SET WS-NO-MORE-HIST TO TRUE
                END-READ
            END-IF.
      * History is in date order, so the pass stops at the first game
      * played after the business date - a rerun for a missed night
      * then reports that night as it stood.
            PERFORM UNTIL WS-NO-MORE-HIST
                IF HIST-DATE > WS-BUSINESS-DATE
                    SET WS-NO-MORE-HIST TO TRUE
                ELSE
                    COMPUTE WS-HIST-READ-COUNT = WS-HIST-READ-COUNT + 1
                    PERFORM RELEASE-HISTORY-RECORD
                    PERFORM REMEMBER-SESSION
                    READ KAZUATE-HIST NEXT
                        AT END SET WS-NO-MORE-HIST TO TRUE
                    END-READ
                END-IF
            END-PERFORM.
            IF WS-HIST-STATUS = "10" OR WS-HIST-STATUS = "00"
                CLOSE KAZUATE-HIST
            END-IF.

       RELEASE-HISTORY-RECORD.

            MOVE SPACES TO DAILY-WORK-RECORD.
            SET DW-IS-GAME TO TRUE.
            MOVE HIST-DATE TO DW-DATE.
            MOVE HIST-SITE-CODE TO DW-SITE-CODE.
            MOVE HIST-DIFFICULTY TO DW-DIFFICULTY.
            MOVE HIST-OUTCOME TO DW-OUTCOME.
            MOVE HIST-GUESS-COUNT TO DW-GUESS-COUNT.
            MOVE HIST-ELAPSED-SECONDS TO DW-SECONDS.
            RELEASE DAILY-WORK-RECORD.

       REMEMBER-SESSION.

      * A game that finished the session its player's open checkpoint
      * holds is released against that checkpoint's day, so the
      * checkpoint is not counted as abandoned.
            IF CKPT-FILE-IS-OPEN
                MOVE HIST-PLAYER-ID TO CKPT-PLAYER-ID
                READ CHECKPOINT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CKPT-IS-OPEN
                           AND CKPT-LAST-DATE NOT > WS-BUSINESS-DATE
                           AND CKPT-START-SECS = HIST-START-SECS
                            PERFORM RELEASE-FINISHED-SESSION
                        END-IF
                END-READ
            END-IF.

       RELEASE-FINISHED-SESSION.

            MOVE SPACES TO DAILY-WORK-RECORD.
            SET DW-IS-CHECKPOINT TO TRUE.
            MOVE CKPT-LAST-DATE TO DW-DATE.
            MOVE CKPT-PLAYER-ID TO DW-PLAYER-ID.
            SET DW-CKPT-FINISHED TO TRUE.
            MOVE ZERO TO DW-GUESS-COUNT.
            MOVE ZERO TO DW-SECONDS.
            RELEASE DAILY-WORK-RECORD.

       SCAN-CHECKPOINTS.

            IF NOT CKPT-FILE-IS-OPEN
                MOVE "KAZUATE-CKPT could not be opened - abandoned "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                    TO REPORT-LINE
                WRITE REPORT-LINE
                SET WS-NO-MORE-CKPT TO TRUE
            ELSE
                MOVE LOW-VALUES TO CKPT-PLAYER-ID
                START CHECKPOINT-FILE KEY NOT < CKPT-PLAYER-ID
                    INVALID KEY SET WS-NO-MORE-CKPT TO TRUE
                END-START
            END-IF.
            IF NOT WS-NO-MORE-CKPT
                READ CHECKPOINT-FILE NEXT
            END-IF.
            PERFORM UNTIL WS-NO-MORE-CKPT
                IF CKPT-IS-OPEN
                   AND CKPT-LAST-DATE NOT > WS-BUSINESS-DATE
                    MOVE SPACES TO DAILY-WORK-RECORD
                    SET DW-IS-CHECKPOINT TO TRUE
                    MOVE CKPT-LAST-DATE TO DW-DATE
                    MOVE CKPT-PLAYER-ID TO DW-PLAYER-ID
                    SET DW-CKPT-OPEN TO TRUE
                    MOVE ZERO TO DW-GUESS-COUNT
                    MOVE ZERO TO DW-SECONDS
                    RELEASE DAILY-WORK-RECORD
                END-IF
                READ CHECKPOINT-FILE NEXT
                    AT END SET WS-NO-MORE-CKPT TO TRUE
                END-READ
            END-PERFORM.
            IF CKPT-FILE-IS-OPEN
                CLOSE CHECKPOINT-FILE
            END-IF.

       WRITE-DAILY-SUMMARY.

            MOVE SPACES TO REPORT-LINE.
            STRING "Date     Site Diff    Games  Wins   Win%  "
                "AvgGuess  AvgSecs"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM RETURN-DAILY-LINE.
            PERFORM UNTIL NO-MORE-SORTED
                          OR NOT DW-IS-GAME
                IF WS-GROUP-COUNT = 0
                   OR DW-DATE NOT = WS-GRP-DATE
                   OR DW-SITE-CODE NOT = WS-GRP-SITE-CODE
                   OR DW-DIFFICULTY NOT = WS-GRP-DIFFICULTY
                    IF WS-GROUP-COUNT > 0
                        PERFORM WRITE-GROUP-LINE
                    END-IF
                    PERFORM START-GROUP-ROW
                END-IF
                PERFORM TALLY-HISTORY-RECORD
                PERFORM RETURN-DAILY-LINE
            END-PERFORM.
            IF WS-GROUP-COUNT = 0
                MOVE "No games recorded." TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM WRITE-GROUP-LINE
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            MOVE "matching history record), by last-played day:"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM UNTIL NO-MORE-SORTED
                PERFORM CHECK-ABANDONED-SESSION
                PERFORM RETURN-DAILY-LINE
            END-PERFORM.
            IF WS-ABANDON-COUNT = 0
                MOVE "  none" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM WRITE-ABANDON-LINE
            END-IF.

       RETURN-DAILY-LINE.

            RETURN DAILY-WORK
                AT END
                    MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       START-GROUP-ROW.

            COMPUTE WS-GROUP-COUNT = WS-GROUP-COUNT + 1.
            MOVE DW-DATE TO WS-GRP-DATE.
            MOVE DW-SITE-CODE TO WS-GRP-SITE-CODE.
            MOVE DW-DIFFICULTY TO WS-GRP-DIFFICULTY.
            MOVE ZERO TO WS-GRP-GAMES.
            MOVE ZERO TO WS-GRP-WINS.
            MOVE ZERO TO WS-GRP-GUESSES.
            MOVE ZERO TO WS-GRP-SECONDS.

       TALLY-HISTORY-RECORD.

            COMPUTE WS-GRP-GAMES = WS-GRP-GAMES + 1.
            IF DW-OUTCOME = "WIN "
                COMPUTE WS-GRP-WINS = WS-GRP-WINS + 1
            END-IF.
            COMPUTE WS-GRP-GUESSES = WS-GRP-GUESSES + DW-GUESS-COUNT.
            COMPUTE WS-GRP-SECONDS = WS-GRP-SECONDS + DW-SECONDS.

       CHECK-ABANDONED-SESSION.

            IF DW-CKPT-FINISHED
                MOVE DW-DATE TO WS-FIN-DATE
                MOVE DW-PLAYER-ID TO WS-FIN-PLAYER-ID
            ELSE
                IF DW-DATE NOT = WS-FIN-DATE
                   OR DW-PLAYER-ID NOT = WS-FIN-PLAYER-ID
                    PERFORM COUNT-ABANDONED-SESSION
                END-IF
            END-IF.

       COUNT-ABANDONED-SESSION.

            IF WS-ABANDON-COUNT = 0
               OR DW-DATE NOT = WS-ABN-DATE
                IF WS-ABANDON-COUNT > 0
                    PERFORM WRITE-ABANDON-LINE
                END-IF
                COMPUTE WS-ABANDON-COUNT = WS-ABANDON-COUNT + 1
                MOVE DW-DATE TO WS-ABN-DATE
                MOVE ZERO TO WS-ABN-COUNT
            END-IF.
            COMPUTE WS-ABN-COUNT = WS-ABN-COUNT + 1.

       WRITE-ABANDON-LINE.

            MOVE SPACES TO REPORT-LINE.
            STRING "  " WS-ABN-DATE "  " WS-ABN-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-GROUP-LINE.

            IF WS-GRP-GAMES > 0
                COMPUTE WS-WIN-RATE =
                    WS-GRP-WINS * 100 / WS-GRP-GAMES
                COMPUTE WS-AVG-GUESSES =
                    WS-GRP-GUESSES / WS-GRP-GAMES
                COMPUTE WS-AVG-SECONDS =
                    WS-GRP-SECONDS / WS-GRP-GAMES
            ELSE
                MOVE ZERO TO WS-WIN-RATE
                MOVE ZERO TO WS-AVG-GUESSES
            MOVE WS-WIN-RATE TO WS-WIN-RATE-EDIT.
            MOVE WS-AVG-GUESSES TO WS-AVG-GUESSES-EDIT.
            MOVE WS-AVG-SECONDS TO WS-AVG-SECONDS-EDIT.
      * Games played here carry no site code and print as HOME.
            IF WS-GRP-SITE-CODE = SPACES
                MOVE "HOME" TO WS-SITE-OUT
            ELSE
                MOVE WS-GRP-SITE-CODE TO WS-SITE-OUT
            END-IF.
            MOVE SPACES TO REPORT-LINE
            STRING WS-GRP-DATE " "
                WS-SITE-OUT " "
                WS-GRP-DIFFICULTY "  "
                WS-GRP-GAMES "  "
                WS-GRP-WINS " "
                WS-WIN-RATE-EDIT "  "
                WS-AVG-GUESSES-EDIT "  "
                WS-AVG-SECONDS-EDIT
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
            MOVE "Kazuate-DailyRpt" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-DailyRpt.
