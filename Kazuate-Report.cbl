               FILE STATUS IS WS-MATCH-STATUS.
           SELECT KAZUATE-AWARDS ASSIGN TO "KAZUATE-AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWARDS-STATUS.
           SELECT KAZUATE-RATING ASSIGN TO "KAZUATE-RATING"
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-PLAYER-ID
               FILE STATUS IS WS-RATING-STATUS.
           SELECT CHALLENGE-FILE ASSIGN TO "KAZUATE-CHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHAL-DATE
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KAZUATE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RANK-WORK ASSIGN TO "KAZUATE-RPT-SRT".
           SELECT STANDING-WORK ASSIGN TO "KAZUATE-RPT-TSR".
           SELECT PAIR-WORK ASSIGN TO "KAZUATE-RPT-PSR".
       DATA DIVISION.
       FILE SECTION.
       FD  KAZUATE-HIST.
       COPY AWARDREC.
       FD  KAZUATE-RATING.
       COPY RATEREC.
       FD  CHALLENGE-FILE.
       COPY CHALREC.
       FD  REPORT-FILE.
      * Widened from 80 when the badge count joined the rank line -
      * the longest leaderboard line now runs to 90 characters.
        01 REPORT-LINE PIC X(90).
      * One leaderboard line per game - highest score first, ties
      * broken by fewest guesses, then by fastest elapsed time, and
      * games still tied left in history order.
       SD  RANK-WORK.
        01 RANK-RECORD.
         03 RANK-SCORE PIC 9(5).
         03 RANK-GUESS-COUNT PIC 9(4).
         03 RANK-ELAPSED-SECONDS PIC 9(5).
         03 RANK-PLAYER-ID PIC X(10).
         03 RANK-ANS PIC 9(3).
         03 RANK-ANS-HIDDEN PIC X.
          88 RANK-ANSWER-IS-HIDDEN VALUE "Y".
         03 RANK-DIFFICULTY PIC X(6).
         03 RANK-OUTCOME PIC X(4).
      * Final-standing records from the tournament file, ranked for
      * the standings page - highest cumulative score first, ties
      * broken by most rounds won.
       SD  STANDING-WORK.
        01 STANDING-RECORD.
         03 STD-TOTAL-SCORE PIC 9(7).
         03 STD-WINS PIC 9(2).
         03 STD-DATE PIC 9(8).
         03 STD-PLAYER-ID PIC X(10).
         03 STD-ROUNDS PIC 9(2).
      * One line per duel, with the pair put lower ID first so both
      * ways round of the same two players sort together and fold
      * into one head-to-head line.
       SD  PAIR-WORK.
        01 PAIR-RECORD.
         03 PAIR-PLAYER-A PIC X(10).
         03 PAIR-PLAYER-B PIC X(10).
         03 PAIR-RESULT PIC X(1).
          88 PAIR-WON-BY-A VALUE "A".
          88 PAIR-WON-BY-B VALUE "B".
          88 PAIR-WAS-DRAWN VALUE "D".
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-EOF-SWITCH PIC X VALUE "N".
         88 WS-NO-MORE-RECORDS VALUE "Y".
        01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-GUESSES PIC 9(9) VALUE ZERO.
        01 WS-AVG-GUESSES PIC 9(5)V9(2) VALUE ZERO.
        01 WS-AVG-GUESSES-EDIT PIC ZZZZ9.99.
        01 WS-HIST-OPEN-OK PIC X VALUE "N".
         88 HIST-OPENED-OK VALUE "Y".
        01 WS-CHAL-STATUS PIC XX.
        01 WS-CHAL-OPEN PIC X VALUE "N".
         88 CHAL-FILE-IS-OPEN VALUE "Y".
        01 WS-CHAL-LOOKUP-DATE PIC 9(8).
        01 WS-ANS-HIDDEN PIC X VALUE "N".
         88 ANSWER-IS-HIDDEN VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-SORTED VALUE "Y".
        01 WS-RANK-NUMBER PIC 9(7) VALUE ZERO.

        01 WS-TOURN-STATUS PIC XX.
        01 WS-TOURN-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TOURN VALUE "Y".
        01 WS-TOURN-COUNT PIC 9(7) VALUE ZERO.

        01 WS-MATCH-STATUS PIC XX.
        01 WS-MATCH-EOF PIC X VALUE "N".
        01 WS-AWARDS-STATUS PIC XX.
        01 WS-AWARDS-EOF PIC X VALUE "N".
         88 WS-NO-MORE-AWARDS VALUE "Y".
        01 WS-AWARDS-OPEN PIC X VALUE "N".
         88 AWARDS-FILE-IS-OPEN VALUE "Y".

        01 WS-RATING-STATUS PIC XX.
        01 WS-RATING-EOF PIC X VALUE "N".
        01 WS-RATED-PLAYER-COUNT PIC 9(5) VALUE ZERO.
        01 WS-POINT-IDX PIC 9(2).

      * Badge count for the player on the current leaderboard line,
      * read from the awards file by key.  Consecutive lines for the
      * same player reuse the last count rather than reading again.
        01 WS-BDG-PLAYER-ID PIC X(10) VALUE SPACES.
        01 WS-RANK-BADGES PIC 9(3) VALUE ZERO.
        01 WS-RANK-ANS-TEXT PIC X(3).

      * The head-to-head line being built for the current pair while
      * the sorted duels are read back.
        01 WS-PAIR-PLAYER-A PIC X(10) VALUE SPACES.
        01 WS-PAIR-PLAYER-B PIC X(10) VALUE SPACES.
        01 WS-PAIR-WINS-A PIC 9(5) VALUE ZERO.
        01 WS-PAIR-WINS-B PIC 9(5) VALUE ZERO.
        01 WS-PAIR-DRAWS PIC 9(5) VALUE ZERO.
        01 WS-PAIR-COUNT PIC 9(7) VALUE ZERO.
        01 WS-MATCH-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM OPEN-FILES.
            SORT RANK-WORK
                ON DESCENDING KEY RANK-SCORE
                ON ASCENDING KEY RANK-GUESS-COUNT
                                 RANK-ELAPSED-SECONDS
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS LOAD-HISTORY
                OUTPUT PROCEDURE IS WRITE-REPORT.
            SORT STANDING-WORK
                ON DESCENDING KEY STD-TOTAL-SCORE
                                  STD-WINS
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS LOAD-TOURNAMENT-STANDINGS
                OUTPUT PROCEDURE IS WRITE-TOURNAMENT-PAGE.
            SORT PAIR-WORK
                ON ASCENDING KEY PAIR-PLAYER-A
                                 PAIR-PLAYER-B
                INPUT PROCEDURE IS LOAD-MATCH-RESULTS
                OUTPUT PROCEDURE IS WRITE-MATCH-PAGE.
            PERFORM WRITE-RATING-PAGE.
            PERFORM CLOSE-FILES.
            STOP RUN.
                MOVE "N" TO WS-HIST-OPEN-OK
                SET WS-NO-MORE-RECORDS TO TRUE
            END-IF.
            OPEN INPUT CHALLENGE-FILE.
            IF WS-CHAL-STATUS = "00"
                MOVE "Y" TO WS-CHAL-OPEN
            END-IF.
      * Badge counts are looked up by key as each leaderboard line is
      * printed; with no awards file every player shows none.
            OPEN INPUT KAZUATE-AWARDS.
            IF WS-AWARDS-STATUS = "00"
                MOVE "Y" TO WS-AWARDS-OPEN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-REPORT - report run "
                STOP RUN
            END-IF.

       LOAD-HISTORY.

            IF HIST-OPENED-OK
      * Voided games stay on file for the audit trail but have no
      * business on the leaderboard.
                IF NOT HIST-IS-VOIDED
                    COMPUTE WS-RECORD-COUNT = WS-RECORD-COUNT + 1
                    MOVE HIST-PLAYER-ID TO RANK-PLAYER-ID
                    MOVE HIST-ANS TO RANK-ANS
                    MOVE "N" TO WS-ANS-HIDDEN
                    IF HIST-IS-CHALLENGE
                        PERFORM CHECK-CHALLENGE-ANSWER
                    END-IF
                    MOVE WS-ANS-HIDDEN TO RANK-ANS-HIDDEN
                    MOVE HIST-DIFFICULTY TO RANK-DIFFICULTY
                    MOVE HIST-OUTCOME TO RANK-OUTCOME
                    MOVE HIST-GUESS-COUNT TO RANK-GUESS-COUNT
                    MOVE HIST-ELAPSED-SECONDS TO RANK-ELAPSED-SECONDS
                    MOVE HIST-SCORE TO RANK-SCORE
                    RELEASE RANK-RECORD
                    COMPUTE WS-TOTAL-GUESSES =
                        WS-TOTAL-GUESSES + HIST-GUESS-COUNT
                END-IF
                READ KAZUATE-HIST NEXT
                    AT END SET WS-NO-MORE-RECORDS TO TRUE
                END-READ
            END-PERFORM.

       CHECK-CHALLENGE-ANSWER.

      * A challenge answer is shared by everyone who played that day,
      * so it stays off the page until its day is closed.  A game
      * that ran past midnight carries the next day's date, so the
      * day before is tried too - and the closed challenge must hold
      * this game's answer for it to count as released.
            MOVE "Y" TO WS-ANS-HIDDEN.
            IF CHAL-FILE-IS-OPEN
                MOVE HIST-DATE TO WS-CHAL-LOOKUP-DATE
                PERFORM LOOK-UP-CLOSED-CHALLENGE
                IF ANSWER-IS-HIDDEN
                    COMPUTE WS-CHAL-LOOKUP-DATE =
                        FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(HIST-DATE) - 1)
                    PERFORM LOOK-UP-CLOSED-CHALLENGE
                END-IF
            END-IF.

       LOOK-UP-CLOSED-CHALLENGE.

            MOVE WS-CHAL-LOOKUP-DATE TO CHAL-DATE.
            READ CHALLENGE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CHAL-IS-CLOSED AND CHAL-ANS = HIST-ANS
                        MOVE "N" TO WS-ANS-HIDDEN
                    END-IF
            END-READ.

       WRITE-REPORT.

            IF WS-RECORD-COUNT = 0
                MOVE "No games recorded yet." TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM UNTIL NO-MORE-SORTED
                RETURN RANK-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                END-RETURN
                IF NOT NO-MORE-SORTED
                    COMPUTE WS-RANK-NUMBER = WS-RANK-NUMBER + 1
                    PERFORM WRITE-RANK-LINE
                END-IF
            END-PERFORM.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-RANK-LINE.

            IF RANK-PLAYER-ID NOT = WS-BDG-PLAYER-ID
                PERFORM COUNT-PLAYER-BADGES
            END-IF.
            IF RANK-ANSWER-IS-HIDDEN
                MOVE "***" TO WS-RANK-ANS-TEXT
            ELSE
                MOVE RANK-ANS TO WS-RANK-ANS-TEXT
            END-IF.
            MOVE SPACES TO REPORT-LINE
            STRING WS-RANK-NUMBER " " RANK-PLAYER-ID
                " Score=" RANK-SCORE
                " Ans=" WS-RANK-ANS-TEXT
                " Diff=" RANK-DIFFICULTY
                " " RANK-OUTCOME
                " Guesses=" RANK-GUESS-COUNT
                " Secs=" RANK-ELAPSED-SECONDS
                " Badges=" WS-RANK-BADGES
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       COUNT-PLAYER-BADGES.

      * Awards are keyed player first, so a player's badges sit
      * together and are counted from the first one on.
            MOVE RANK-PLAYER-ID TO WS-BDG-PLAYER-ID.
            MOVE ZERO TO WS-RANK-BADGES.
            IF AWARDS-FILE-IS-OPEN
                MOVE RANK-PLAYER-ID TO AWD-PLAYER-ID
                MOVE LOW-VALUES TO AWD-BADGE-CODE
                MOVE "N" TO WS-AWARDS-EOF
                START KAZUATE-AWARDS KEY NOT < AWD-KEY
                    INVALID KEY
                        SET WS-NO-MORE-AWARDS TO TRUE
                END-START
                PERFORM UNTIL WS-NO-MORE-AWARDS
                    READ KAZUATE-AWARDS NEXT
                        AT END SET WS-NO-MORE-AWARDS TO TRUE
                    END-READ
                    IF NOT WS-NO-MORE-AWARDS
                        IF AWD-PLAYER-ID = RANK-PLAYER-ID
                            COMPUTE WS-RANK-BADGES = WS-RANK-BADGES + 1
                        ELSE
                            SET WS-NO-MORE-AWARDS TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       LOAD-TOURNAMENT-STANDINGS.

            OPEN INPUT TOURNAMENT-FILE.
                END-READ
                PERFORM UNTIL WS-NO-MORE-TOURN
                    IF TOURN-IS-FINAL
                        COMPUTE WS-TOURN-COUNT = WS-TOURN-COUNT + 1
                        MOVE TOURN-DATE TO STD-DATE
                        MOVE TOURN-PLAYER-ID TO STD-PLAYER-ID
                        MOVE TOURN-ROUND TO STD-ROUNDS
                        MOVE TOURN-WINS TO STD-WINS
                        MOVE TOURN-TOTAL-SCORE TO STD-TOTAL-SCORE
                        RELEASE STANDING-RECORD
                    END-IF
                    READ TOURNAMENT-FILE
                        AT END SET WS-NO-MORE-TOURN TO TRUE
                END-PERFORM
                CLOSE TOURNAMENT-FILE
            END-IF.

       WRITE-TOURNAMENT-PAGE.

                MOVE "No tournament results recorded yet."
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE ZERO TO WS-RANK-NUMBER.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM UNTIL NO-MORE-SORTED
                RETURN STANDING-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                END-RETURN
                IF NOT NO-MORE-SORTED
                    COMPUTE WS-RANK-NUMBER = WS-RANK-NUMBER + 1
                    PERFORM WRITE-TOURN-LINE
                END-IF
            END-PERFORM.

       WRITE-TOURN-LINE.

            MOVE SPACES TO REPORT-LINE
            STRING WS-RANK-NUMBER " " STD-PLAYER-ID
                " Date=" STD-DATE
                " Rounds=" STD-ROUNDS
                " Wins=" STD-WINS
                " Total=" STD-TOTAL-SCORE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

                END-READ
                PERFORM UNTIL WS-NO-MORE-MATCHES
                    COMPUTE WS-MATCH-COUNT = WS-MATCH-COUNT + 1
                    PERFORM RELEASE-MATCH-RESULT
                    READ MATCH-FILE
                        AT END SET WS-NO-MORE-MATCHES TO TRUE
                    END-READ
                END-PERFORM
                CLOSE MATCH-FILE
            END-IF.

       RELEASE-MATCH-RESULT.

            IF MATCH-PLAYER-A NOT > MATCH-PLAYER-B
                MOVE MATCH-PLAYER-A TO PAIR-PLAYER-A
                MOVE MATCH-PLAYER-B TO PAIR-PLAYER-B
            ELSE
                MOVE MATCH-PLAYER-B TO PAIR-PLAYER-A
                MOVE MATCH-PLAYER-A TO PAIR-PLAYER-B
            END-IF.
            IF MATCH-WINNER = SPACES
                SET PAIR-WAS-DRAWN TO TRUE
            ELSE
                IF MATCH-WINNER = PAIR-PLAYER-A
                    SET PAIR-WON-BY-A TO TRUE
                ELSE
                    SET PAIR-WON-BY-B TO TRUE
                END-IF
            END-IF.
            RELEASE PAIR-RECORD.

       WRITE-MATCH-PAGE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "N" TO WS-SORT-EOF.
            PERFORM UNTIL NO-MORE-SORTED
                RETURN PAIR-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                END-RETURN
                IF NOT NO-MORE-SORTED
                    IF WS-PAIR-COUNT > 0
                       AND (PAIR-PLAYER-A NOT = WS-PAIR-PLAYER-A
                            OR PAIR-PLAYER-B NOT = WS-PAIR-PLAYER-B)
                        PERFORM WRITE-PAIR-LINE
                    END-IF
                    IF WS-PAIR-COUNT = 0
                       OR PAIR-PLAYER-A NOT = WS-PAIR-PLAYER-A
                       OR PAIR-PLAYER-B NOT = WS-PAIR-PLAYER-B
                        PERFORM START-PAIR-LINE
                    END-IF
                    PERFORM TALLY-MATCH-RESULT
                END-IF
            END-PERFORM.

            IF WS-PAIR-COUNT = 0
                MOVE "No duels recorded yet." TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM WRITE-PAIR-LINE
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       START-PAIR-LINE.

            COMPUTE WS-PAIR-COUNT = WS-PAIR-COUNT + 1.
            MOVE PAIR-PLAYER-A TO WS-PAIR-PLAYER-A.
            MOVE PAIR-PLAYER-B TO WS-PAIR-PLAYER-B.
            MOVE ZERO TO WS-PAIR-WINS-A.
            MOVE ZERO TO WS-PAIR-WINS-B.
            MOVE ZERO TO WS-PAIR-DRAWS.

       TALLY-MATCH-RESULT.

            EVALUATE TRUE
                WHEN PAIR-WON-BY-A
                    COMPUTE WS-PAIR-WINS-A = WS-PAIR-WINS-A + 1
                WHEN PAIR-WON-BY-B
                    COMPUTE WS-PAIR-WINS-B = WS-PAIR-WINS-B + 1
                WHEN OTHER
                    COMPUTE WS-PAIR-DRAWS = WS-PAIR-DRAWS + 1
            END-EVALUATE.

       WRITE-PAIR-LINE.

            MOVE SPACES TO REPORT-LINE
            STRING WS-PAIR-PLAYER-A " vs "
                WS-PAIR-PLAYER-B " "
                WS-PAIR-WINS-A "-"
                WS-PAIR-WINS-B
                " draws " WS-PAIR-DRAWS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

            IF HIST-OPENED-OK
                CLOSE KAZUATE-HIST
            END-IF.
            IF CHAL-FILE-IS-OPEN
                CLOSE CHALLENGE-FILE
            END-IF.
            IF AWARDS-FILE-IS-OPEN
                CLOSE KAZUATE-AWARDS
            END-IF.
            CLOSE REPORT-FILE.

       END PROGRAM Kazuate-Report.
