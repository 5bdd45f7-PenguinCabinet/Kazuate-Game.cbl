           SELECT MATCH-FILE ASSIGN TO "KAZUATE-MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT BRACKET-FILE ASSIGN TO "KAZUATE-BRACKET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-KEY
               FILE STATUS IS WS-BRACKET-STATUS.
           SELECT CHALLENGE-FILE ASSIGN TO "KAZUATE-CHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAL-DATE
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT CHAL-ENTRY-FILE ASSIGN TO "KAZUATE-CHAL-ENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENT-KEY
               FILE STATUS IS WS-CENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KAZUATE-HIST.
       COPY TOURNREC.
       FD  MATCH-FILE.
       COPY MATCHREC.
       FD  BRACKET-FILE.
       COPY BRKTREC.
       FD  CHALLENGE-FILE.
       COPY CHALREC.
       FD  CHAL-ENTRY-FILE.
       COPY CENTREC.
       WORKING-STORAGE SECTION.
        01 INPUT-RECORD.
         03 IN-DATA PIC 9(3).
         01 WS-DUEL-WINNER PIC X(10) VALUE SPACES.
         01 WS-DUEL-OUTCOME PIC X(4) VALUE "DRAW".
         01 WS-DUEL-GUESS-LIMIT PIC 9(4) VALUE ZERO.
         01 WS-BRACKET-STATUS PIC XX.
         01 WS-EVENT-ID PIC X(8) VALUE SPACES.
         01 WS-EVENT-ROUND PIC 9(2) VALUE ZERO.
         01 WS-EVENT-SLOT PIC 9(3) VALUE ZERO.
         01 WS-BRACKET-EOF PIC X VALUE "N".
          88 NO-MORE-BRACKET-SLOTS VALUE "Y".
         01 WS-CHAL-STATUS PIC XX.
         01 WS-CENT-STATUS PIC XX.
         01 WS-CHALLENGE-FLAG PIC X VALUE "N".
          88 CHALLENGE-MODE VALUE "Y".
         01 WS-CENT-FOUND PIC X VALUE "N".
          88 CHALLENGE-ALREADY-ENTERED VALUE "Y".
         01 WS-CHAL-DATE PIC 9(8) VALUE ZERO.
         01 WS-CHAL-ANS PIC 9(3) VALUE ZERO.
         01 WS-CHAL-REFUSAL PIC X(70).
         01 WS-CHAL-MESSAGE PIC X(80).
         01 WS-SAVED-HIST-KEY.
          03 WS-SAVED-HIST-DATE PIC 9(8) VALUE ZERO.
          03 WS-SAVED-HIST-TIME PIC 9(9) VALUE ZERO.

      * Difficulty for each tournament round, loaded one round per
      * record from the tournament control file.
            PERFORM LOAD-CONFIG.
            ACCEPT WS-DUEL-FLAG FROM ENVIRONMENT "KAZUATE-DUEL".
            ACCEPT WS-TOURN-FLAG FROM ENVIRONMENT "KAZUATE-TOURNAMENT".
            ACCEPT WS-CHALLENGE-FLAG
                FROM ENVIRONMENT "KAZUATE-CHALLENGE".
            IF DUEL-MODE AND TOURNAMENT-MODE
                DISPLAY "Duel and tournament modes cannot be "
                    "combined - playing the duel."
                MOVE "N" TO WS-TOURN-FLAG
            END-IF.
            IF CHALLENGE-MODE AND (DUEL-MODE OR TOURNAMENT-MODE)
                DISPLAY "The daily challenge is played alone - "
                    "playing the duel or tournament instead."
                MOVE "N" TO WS-CHALLENGE-FLAG
            END-IF.
            IF TOURNAMENT-MODE
                PERFORM LOAD-TOURNAMENT-CONTROL
            END-IF.
            IF CHALLENGE-MODE
                PERFORM LOAD-DAILY-CHALLENGE
            END-IF.
            IF NOT TOURNAMENT-MODE AND NOT CHALLENGE-MODE
                PERFORM SELECT-DIFFICULTY
            END-IF.
            PERFORM IDENTIFY-PLAYER.
            MOVE WS-PLAYER-ID-ENTERED TO WS-AUDIT-PLAYER-ID.
            IF CHALLENGE-MODE
                PERFORM ENTER-DAILY-CHALLENGE
            END-IF.
            IF DUEL-MODE
      * A duel is a single sitting played to a finish - it does not
      * take or honour checkpoints the way a lone game does.
                PERFORM IDENTIFY-SECOND-PLAYER
                ACCEPT WS-EVENT-ID FROM ENVIRONMENT "KAZUATE-EVENT"
                IF WS-EVENT-ID NOT = SPACES
                    PERFORM FIND-BRACKET-MATCH
                END-IF
                PERFORM OPEN-MATCH-FILE
                PERFORM PLAY-DUEL-MATCH
                PERFORM WRITE-MATCH-RECORD
                    CLOSE MATCH-FILE
                END-IF
            ELSE
                IF CHALLENGE-MODE
      * A challenge is one attempt played to a finish - it neither
      * takes nor honours checkpoints, so an abandoned attempt stays
      * spent on the entry file instead of becoming a second look
      * at the same answer.
                    PERFORM PLAY-ONE-ROUND
                    PERFORM CLOSE-CHALLENGE-ENTRY
                ELSE
                    PERFORM CHECK-FOR-CHECKPOINT
                    IF TOURNAMENT-MODE
                        PERFORM OPEN-TOURNAMENT-FILE
                    END-IF

                    PERFORM PLAY-ONE-ROUND
                        VARYING WS-CURRENT-ROUND
                        FROM WS-START-ROUND BY 1
                        UNTIL WS-CURRENT-ROUND > WS-TOURN-ROUNDS

                    PERFORM CLOSE-OUT-CHECKPOINT
                    IF TOURNAMENT-MODE
                        PERFORM WRITE-FINAL-STANDING
                        PERFORM SHOW-TOURNAMENT-RESULT
                        IF TOURN-FILE-IS-OPEN
                            CLOSE TOURNAMENT-FILE
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF NOT GAME-WAS-RESUMED
                MOVE "WIN " TO WS-OUTCOME
                MOVE ZERO TO WS-GUESS-COUNT
                IF CHALLENGE-MODE
                    MOVE WS-CHAL-ANS TO Ans
                ELSE
                    COMPUTE Rand-Seed = 100*TIME-SEC+TIME-MS
                    COMPUTE Ans = FUNCTION RANDOM(Rand-Seed)*100000
                    COMPUTE Ans =
                        FUNCTION MOD(Ans,WS-RANGE-WIDTH) + WS-LOW-BOUND
                END-IF
                COMPUTE FLAG1 = 0
            END-IF.
            IF NOT GAME-WAS-RESUMED
            DISPLAY "The correct answer is between " WS-LOW-BOUND
                " and " WS-HIGH-BOUND.
            DISPLAY "Try to guess.".
            IF NOT CHALLENGE-MODE
                PERFORM WRITE-CHECKPOINT
            END-IF.

            PERFORM UNTIL FLAG1 = 1
                PERFORM GET-NEXT-GUESS
                            COMPUTE FLAG1 = 1
                        END-IF
                    END-IF
                    IF NOT CHALLENGE-MODE
                        PERFORM WRITE-CHECKPOINT
                    END-IF
                END-IF
            END-PERFORM.

            END-IF.
            MOVE "N" TO WS-RESUMED-FLAG.

       LOAD-DAILY-CHALLENGE.

      * Today's challenge supplies the difficulty and the answer, so
      * every player taking it faces exactly the same game.  With no
      * challenge for today, or a day already closed, the player gets
      * an ordinary game the same way a bad tournament control file
      * falls back to a single game.
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            COMPUTE WS-CHAL-DATE = TIME-YEAR * 10000
                                 + TIME-MONTH * 100
                                 + TIME-DAY.
            OPEN INPUT CHALLENGE-FILE.
            IF WS-CHAL-STATUS NOT = "00"
                DISPLAY "No KAZUATE-CHAL challenge file - playing an "
                    "ordinary game."
                MOVE "N" TO WS-CHALLENGE-FLAG
            ELSE
                MOVE WS-CHAL-DATE TO CHAL-DATE
                READ CHALLENGE-FILE
                    INVALID KEY
                        DISPLAY "No daily challenge for " WS-CHAL-DATE
                            " - playing an ordinary game."
                        MOVE "N" TO WS-CHALLENGE-FLAG
                    NOT INVALID KEY
                        IF CHAL-IS-CLOSED
                            DISPLAY "The daily challenge for "
                                WS-CHAL-DATE " is closed - playing "
                                "an ordinary game."
                            MOVE "N" TO WS-CHALLENGE-FLAG
                        ELSE
                            MOVE CHAL-ANS TO WS-CHAL-ANS
                            MOVE CHAL-DIFFICULTY
                                TO WS-DIFFICULTY-CHOICE
                        END-IF
                END-READ
                CLOSE CHALLENGE-FILE
            END-IF.
            IF CHALLENGE-MODE
                PERFORM APPLY-DIFFICULTY
                DISPLAY "Daily challenge for " WS-CHAL-DATE
                    " on " WS-DIFFICULTY-CHOICE " - one attempt only."
            END-IF.

       ENTER-DAILY-CHALLENGE.

      * The entry is written before the first guess, so an attempt
      * counts the moment it starts - one attempt a day per player.
            OPEN I-O CHAL-ENTRY-FILE.
            IF WS-CENT-STATUS = "35"
                OPEN OUTPUT CHAL-ENTRY-FILE
                CLOSE CHAL-ENTRY-FILE
                OPEN I-O CHAL-ENTRY-FILE
            END-IF.
            IF WS-CENT-STATUS NOT = "00"
                MOVE SPACES TO WS-CHAL-REFUSAL
                STRING "KAZUATE-CHAL-ENT could not be opened - the "
                    "challenge cannot be played."
                    DELIMITED BY SIZE INTO WS-CHAL-REFUSAL
                PERFORM REFUSE-DAILY-CHALLENGE
            END-IF.
            MOVE WS-CHAL-DATE TO CENT-CHAL-DATE.
            MOVE WS-PLAYER-ID-ENTERED TO CENT-PLAYER-ID.
            READ CHAL-ENTRY-FILE
                INVALID KEY
                    MOVE "N" TO WS-CENT-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-CENT-FOUND
            END-READ.
            IF NOT CHALLENGE-ALREADY-ENTERED
                MOVE WS-CHAL-DATE TO CENT-CHAL-DATE
                MOVE WS-PLAYER-ID-ENTERED TO CENT-PLAYER-ID
                MOVE "PLAY" TO CENT-STATUS
                MOVE ZERO TO CENT-HIST-DATE
                MOVE ZERO TO CENT-HIST-TIME
                WRITE CHAL-ENTRY-RECORD
                    INVALID KEY
                        MOVE "Y" TO WS-CENT-FOUND
                END-WRITE
            END-IF.
            CLOSE CHAL-ENTRY-FILE.
            IF CHALLENGE-ALREADY-ENTERED
                MOVE SPACES TO WS-CHAL-REFUSAL
                STRING "Today's challenge already played by this "
                    "player - one attempt a day."
                    DELIMITED BY SIZE INTO WS-CHAL-REFUSAL
                PERFORM REFUSE-DAILY-CHALLENGE
            END-IF.

       REFUSE-DAILY-CHALLENGE.

            IF WS-BATCH-MODE
                MOVE SPACES TO RESULTS-LINE
                MOVE WS-CHAL-REFUSAL TO RESULTS-LINE
                WRITE RESULTS-LINE
                IF GUESS-INPUT-IS-OPEN
                    CLOSE GUESS-INPUT
                END-IF
                CLOSE RESULTS-FILE
            ELSE
                DISPLAY WS-CHAL-REFUSAL
            END-IF.
            CLOSE AUDIT-TRAIL.
            STOP RUN.

       CLOSE-CHALLENGE-ENTRY.

      * The finished entry points at the history record the game
      * wrote; a zero key means the history write itself failed.
            OPEN I-O CHAL-ENTRY-FILE.
            IF WS-CENT-STATUS NOT = "00"
                DISPLAY "WARNING: KAZUATE-CHAL-ENT could not be "
                    "reopened - the challenge entry stays unfinished."
            ELSE
                MOVE WS-CHAL-DATE TO CENT-CHAL-DATE
                MOVE WS-PLAYER-ID-ENTERED TO CENT-PLAYER-ID
                READ CHAL-ENTRY-FILE
                    INVALID KEY
                        DISPLAY "WARNING: challenge entry missing for "
                            WS-PLAYER-ID-ENTERED
                    NOT INVALID KEY
                        MOVE "DONE" TO CENT-STATUS
                        MOVE WS-SAVED-HIST-DATE TO CENT-HIST-DATE
                        MOVE WS-SAVED-HIST-TIME TO CENT-HIST-TIME
                        REWRITE CHAL-ENTRY-RECORD
                END-READ
                CLOSE CHAL-ENTRY-FILE
            END-IF.

       LOAD-TOURNAMENT-CONTROL.

            OPEN INPUT TOURN-CONTROL.
                    "- the match record will not be saved."
            END-IF.

       FIND-BRACKET-MATCH.

      * A bracket duel must settle a match the bracket is still
      * waiting on - the current round, these two players, not yet
      * decided.  Anything else is played and recorded as a friendly
      * so a mistyped event or pairing cannot decide a bracket match.
            MOVE ZERO TO WS-EVENT-ROUND.
            MOVE ZERO TO WS-EVENT-SLOT.
            OPEN INPUT BRACKET-FILE.
            IF WS-BRACKET-STATUS = "00"
                MOVE WS-EVENT-ID TO BRK-EVENT-ID
                MOVE ZERO TO BRK-ROUND
                MOVE ZERO TO BRK-SLOT
                READ BRACKET-FILE
                    INVALID KEY
                        MOVE "Y" TO WS-BRACKET-EOF
                    NOT INVALID KEY
                        MOVE "N" TO WS-BRACKET-EOF
                END-READ
                IF NOT NO-MORE-BRACKET-SLOTS AND BRK-EVENT-IS-OPEN
                    MOVE BRK-CURRENT-ROUND TO WS-EVENT-ROUND
                    MOVE 1 TO BRK-SLOT
                    MOVE WS-EVENT-ROUND TO BRK-ROUND
                    START BRACKET-FILE KEY IS NOT LESS THAN BRK-KEY
                        INVALID KEY
                            MOVE "Y" TO WS-BRACKET-EOF
                    END-START
                    PERFORM UNTIL NO-MORE-BRACKET-SLOTS
                        READ BRACKET-FILE NEXT RECORD
                            AT END
                                MOVE "Y" TO WS-BRACKET-EOF
                        END-READ
                        IF NOT NO-MORE-BRACKET-SLOTS
                            PERFORM CHECK-BRACKET-SLOT
                        END-IF
                    END-PERFORM
                END-IF
                CLOSE BRACKET-FILE
            END-IF.
            IF WS-EVENT-SLOT = ZERO
                DISPLAY "No open match for " WS-PLAYER-ID-ENTERED
                    " vs " WS-PLAYER2-ID-ENTERED " in bracket "
                    WS-EVENT-ID " - played as a friendly."
                MOVE SPACES TO WS-EVENT-ID
                MOVE ZERO TO WS-EVENT-ROUND
            ELSE
                DISPLAY "Bracket " WS-EVENT-ID " round "
                    WS-EVENT-ROUND " match " WS-EVENT-SLOT "."
            END-IF.

       CHECK-BRACKET-SLOT.

            IF BRK-EVENT-ID NOT = WS-EVENT-ID
               OR BRK-ROUND NOT = WS-EVENT-ROUND
                MOVE "Y" TO WS-BRACKET-EOF
            ELSE
                IF (BRK-SLOT-IS-PENDING OR BRK-SLOT-NEEDS-REPLAY)
                   AND ((BRK-PLAYER-A = WS-PLAYER-ID-ENTERED
                         AND BRK-PLAYER-B = WS-PLAYER2-ID-ENTERED)
                     OR (BRK-PLAYER-A = WS-PLAYER2-ID-ENTERED
                         AND BRK-PLAYER-B = WS-PLAYER-ID-ENTERED))
                    MOVE BRK-SLOT TO WS-EVENT-SLOT
                    MOVE "Y" TO WS-BRACKET-EOF
                END-IF
            END-IF.

       PLAY-DUEL-MATCH.

            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
                MOVE WS-DUEL-GUESSES-B TO MATCH-GUESSES-B
                MOVE WS-LOW-BOUND TO MATCH-LOW-BOUND
                MOVE WS-HIGH-BOUND TO MATCH-HIGH-BOUND
                MOVE WS-EVENT-ID TO MATCH-EVENT-ID
                MOVE WS-EVENT-ROUND TO MATCH-EVENT-ROUND
                MOVE WS-EVENT-SLOT TO MATCH-EVENT-SLOT
                WRITE MATCH-RECORD
            END-IF.

            ELSE
                MOVE SPACES TO AUD-DIFFICULTY
            END-IF.
            IF WS-BATCH-MODE
                SET AUD-FROM-BATCH TO TRUE
            ELSE
                SET AUD-FROM-TERMINAL TO TRUE
            END-IF.
            WRITE AUDIT-RECORD.

       SHOW-OUT-OF-GUESSES.

            IF CHALLENGE-MODE
                MOVE "Ran out of guesses" TO WS-CHAL-REFUSAL
                PERFORM SHOW-ANSWER-WITHHELD
            ELSE
                IF WS-BATCH-MODE
                    MOVE SPACES TO RESULTS-LINE
                    STRING "Ran out of guesses - the answer was " ANS
                        DELIMITED BY SIZE INTO RESULTS-LINE
                    WRITE RESULTS-LINE
                ELSE
                    DISPLAY "Ran out of guesses - the answer was " ANS
                END-IF
            END-IF.

       HANDLE-OUT-OF-TRIES.

            IF CHALLENGE-MODE
                MOVE "Out of tries" TO WS-CHAL-REFUSAL
                PERFORM SHOW-ANSWER-WITHHELD
            ELSE
                IF WS-BATCH-MODE
                    MOVE SPACES TO RESULTS-LINE
                    STRING "Out of tries - the answer was " ANS
                        DELIMITED BY SIZE INTO RESULTS-LINE
                    WRITE RESULTS-LINE
                ELSE
                    DISPLAY "Out of tries - the answer was " ANS
                END-IF
            END-IF.
            MOVE "LOSE" TO WS-OUTCOME.
            COMPUTE FLAG1 = 1.

       SHOW-ANSWER-WITHHELD.

      * Everyone playing today shares this answer, so it stays hidden
      * until the results run closes the day.
            MOVE SPACES TO WS-CHAL-MESSAGE.
            STRING WS-CHAL-REFUSAL DELIMITED BY "  "
                " - the challenge answer is revealed when the "
                "day is closed."
                DELIMITED BY SIZE INTO WS-CHAL-MESSAGE.
            IF WS-BATCH-MODE
                MOVE WS-CHAL-MESSAGE TO RESULTS-LINE
                WRITE RESULTS-LINE
            ELSE
                DISPLAY WS-CHAL-MESSAGE
            END-IF.

       CAPTURE-ELAPSED-TIME.

            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            MOVE SPACES TO HIST-VOID-FLAG.
            MOVE SPACES TO HIST-VOID-REASON.
            MOVE SPACES TO HIST-VOID-OPERATOR.
            IF CHALLENGE-MODE
                MOVE "C" TO HIST-GAME-TYPE
            ELSE
                MOVE SPACES TO HIST-GAME-TYPE
            END-IF.
            MOVE SPACES TO HIST-SITE-CODE.

            WRITE HIST-RECORD
                INVALID KEY
                    DISPLAY "WARNING: history record not saved - "
                        "duplicate key (another session finished "
                        "within the same centisecond)."
                NOT INVALID KEY
                    MOVE HIST-KEY TO WS-SAVED-HIST-KEY
            END-WRITE.
            CLOSE KAZUATE-HIST.

