               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
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
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-INPUT.
         03 SESS-HEADER-VIEW REDEFINES SESS-REC-BODY.
          05 SESS-HDR-PLAYER-ID PIC X(10).
          05 SESS-HDR-DIFFICULTY PIC X(6).
          05 SESS-HDR-GAME-TYPE PIC X(1).
          05 FILLER PIC X(62).
         03 SESS-GUESS-VIEW REDEFINES SESS-REC-BODY.
          05 SESS-GUESS-TEXT PIC X(3).
          05 FILLER PIC X(76).
       COPY AUDITREC.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  CHALLENGE-FILE.
       COPY CHALREC.
       FD  CHAL-ENTRY-FILE.
       COPY CENTREC.
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-SESSION-STATUS PIC XX.
        01 WS-RESULTS-STATUS PIC XX.
        01 WS-SESSIONS-PLAYED PIC 9(5) VALUE ZERO.
        01 WS-SESSIONS-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-GUESSES-IGNORED PIC 9(5) VALUE ZERO.
        01 WS-CHAL-STATUS PIC XX.
        01 WS-CENT-STATUS PIC XX.
        01 WS-CHAL-AVAILABLE PIC X VALUE "N".
         88 CHALLENGE-IS-AVAILABLE VALUE "Y".
        01 WS-CENT-OPEN PIC X VALUE "N".
         88 CHAL-ENTRY-FILE-IS-OPEN VALUE "Y".
        01 WS-CENT-FOUND PIC X VALUE "N".
         88 CHALLENGE-ALREADY-ENTERED VALUE "Y".
        01 WS-CHAL-DATE PIC 9(8) VALUE ZERO.
        01 WS-CHAL-ANS PIC 9(3) VALUE ZERO.
        01 WS-CHAL-DIFFICULTY PIC X(6) VALUE SPACES.
        01 WS-SESSION-TYPE PIC X VALUE SPACE.
         88 SESSION-IS-CHALLENGE VALUE "C".
        01 WS-ANSWER-LEAD PIC X(20).
        01 WS-RLOG-STATUS PIC XX.
        01 WS-RLOG-AVAILABLE PIC X VALUE "N".
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       COPY DIFFTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM READ-BUSINESS-DATE.
            PERFORM WRITE-RUN-LOG-START.
            PERFORM REQUIRE-BUSINESS-DATE.
            PERFORM OPEN-DRIVER-FILES.
            PERFORM LOAD-CONFIG.
            PERFORM LOAD-DAILY-CHALLENGE.

      * One seed for the whole run - a per-session reseed from the
      * clock would hand every session played within the same
                CLOSE PLAYER-MASTER
            END-IF.
            CLOSE KAZUATE-HIST.
            IF CHAL-ENTRY-FILE-IS-OPEN
                CLOSE CHAL-ENTRY-FILE
            END-IF.

       LOAD-CONFIG.

                CLOSE KAZUATE-CONFIG
            END-IF.

       LOAD-DAILY-CHALLENGE.

      * Challenge sessions all play the one answer on the business
      * day's challenge record - the night's input is that day's
      * play, whether the run starts after midnight or is a rerun of
      * a missed night.  Without an open challenge, or without the
      * entry file that holds players to one attempt a day, challenge
      * sessions are skipped and ordinary sessions play on as usual.
            MOVE WS-BUSINESS-DATE TO WS-CHAL-DATE.
            OPEN INPUT CHALLENGE-FILE.
            IF WS-CHAL-STATUS = "00"
                MOVE WS-CHAL-DATE TO CHAL-DATE
                READ CHALLENGE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CHAL-IS-OPEN
                            MOVE "Y" TO WS-CHAL-AVAILABLE
                            MOVE CHAL-ANS TO WS-CHAL-ANS
                            MOVE CHAL-DIFFICULTY TO WS-CHAL-DIFFICULTY
                        END-IF
                END-READ
                CLOSE CHALLENGE-FILE
            END-IF.
            IF CHALLENGE-IS-AVAILABLE
                OPEN I-O CHAL-ENTRY-FILE
                IF WS-CENT-STATUS = "35"
                    OPEN OUTPUT CHAL-ENTRY-FILE
                    CLOSE CHAL-ENTRY-FILE
                    OPEN I-O CHAL-ENTRY-FILE
                END-IF
                IF WS-CENT-STATUS = "00"
                    MOVE "Y" TO WS-CENT-OPEN
                ELSE
                    MOVE "N" TO WS-CHAL-AVAILABLE
                    DISPLAY "WARNING: KAZUATE-CHAL-ENT could not be "
                        "opened - challenge sessions will be skipped."
                END-IF
            END-IF.

       READ-SESSION-INPUT.

            READ SESSION-INPUT

            MOVE SESS-HDR-PLAYER-ID TO WS-PLAYER-ID-ENTERED.
            MOVE SESS-HDR-DIFFICULTY TO WS-DIFFICULTY-CHOICE.
            MOVE SESS-HDR-GAME-TYPE TO WS-SESSION-TYPE.
      * The challenge fixes the difficulty for everyone; whatever the
      * header asked for is ignored.
            IF SESSION-IS-CHALLENGE
                MOVE WS-CHAL-DIFFICULTY TO WS-DIFFICULTY-CHOICE
            END-IF.
            PERFORM CHECK-PLAYER-ID.
            IF NOT PLAYER-ID-IS-VALID
                COMPUTE WS-SESSIONS-SKIPPED = WS-SESSIONS-SKIPPED + 1
                        WS-PLAYER-ID-ENTERED " - session ignored."
                        DELIMITED BY SIZE INTO RESULTS-LINE
                    WRITE RESULTS-LINE
                ELSE
                    IF SESSION-IS-CHALLENGE
                        PERFORM ENTER-CHALLENGE-SESSION
                    ELSE
                        PERFORM BEGIN-SESSION-PLAY
                    END-IF
                END-IF
            END-IF.

       ENTER-CHALLENGE-SESSION.

      * The entry is written as the session starts, so a player gets
      * one attempt a day however many headers the night's input
      * carries for them.
            IF NOT CHALLENGE-IS-AVAILABLE
                COMPUTE WS-SESSIONS-SKIPPED = WS-SESSIONS-SKIPPED + 1
                MOVE SPACES TO RESULTS-LINE
                STRING "SKIPPED: no open daily challenge for "
                    WS-CHAL-DATE " - session for "
                    WS-PLAYER-ID-ENTERED " ignored."
                    DELIMITED BY SIZE INTO RESULTS-LINE
                WRITE RESULTS-LINE
            ELSE
                MOVE WS-CHAL-DATE TO CENT-CHAL-DATE
                MOVE WS-PLAYER-ID-ENTERED TO CENT-PLAYER-ID
                READ CHAL-ENTRY-FILE
                    INVALID KEY
                        MOVE "N" TO WS-CENT-FOUND
                    NOT INVALID KEY
                        MOVE "Y" TO WS-CENT-FOUND
                END-READ
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
                END-IF
                IF CHALLENGE-ALREADY-ENTERED
                    COMPUTE WS-SESSIONS-SKIPPED =
                        WS-SESSIONS-SKIPPED + 1
                    MOVE SPACES TO RESULTS-LINE
                    STRING "SKIPPED: player " WS-PLAYER-ID-ENTERED
                        " already played the challenge for "
                        WS-CHAL-DATE "."
                        DELIMITED BY SIZE INTO RESULTS-LINE
                    WRITE RESULTS-LINE
                ELSE
                    PERFORM BEGIN-SESSION-PLAY
                END-IF
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            COMPUTE WS-START-SECS =
                TIME-HOUR*3600 + TIME-MIN*60 + TIME-SEC.
            MOVE SPACES TO RESULTS-LINE.
            IF SESSION-IS-CHALLENGE
                MOVE WS-CHAL-ANS TO WS-ANS
                STRING "CHALLENGE: player " WS-PLAYER-ID-ENTERED
                    " range " WS-LOW-BOUND " to " WS-HIGH-BOUND
                    DELIMITED BY SIZE INTO RESULTS-LINE
            ELSE
                COMPUTE WS-ANS = FUNCTION RANDOM * 100000
                COMPUTE WS-ANS =
                    FUNCTION MOD(WS-ANS, WS-RANGE-WIDTH) + WS-LOW-BOUND
                STRING "SESSION: player " WS-PLAYER-ID-ENTERED
                    " range " WS-LOW-BOUND " to " WS-HIGH-BOUND
                    DELIMITED BY SIZE INTO RESULTS-LINE
            END-IF.
            WRITE RESULTS-LINE.

       TAKE-ONE-GUESS.
            PERFORM LOG-GUESS-AUDIT.
            IF NOT GAME-IS-OVER
               AND WS-GUESS-COUNT >= WS-MAX-ATTEMPTS
                MOVE "Out of tries" TO WS-ANSWER-LEAD
                PERFORM WRITE-ANSWER-LINE
                MOVE "LOSE" TO WS-OUTCOME
                MOVE "Y" TO WS-GAME-OVER
            END-IF.

       WRITE-ANSWER-LINE.

      * A challenge answer is shared by every session today, so it
      * stays off the results listing until the day is closed.
            MOVE SPACES TO RESULTS-LINE.
            IF SESSION-IS-CHALLENGE
                STRING WS-ANSWER-LEAD DELIMITED BY "  "
                    " - the challenge answer is revealed when the "
                    "day is closed."
                    DELIMITED BY SIZE INTO RESULTS-LINE
            ELSE
                STRING WS-ANSWER-LEAD DELIMITED BY "  "
                    " - the answer was " WS-ANS
                    DELIMITED BY SIZE INTO RESULTS-LINE
            END-IF.
            WRITE RESULTS-LINE.

       SHOW-HINT-MESSAGE.

            IF WS-HINT-LIMIT > 0 AND WS-GUESS-COUNT > WS-HINT-LIMIT
            ELSE
                MOVE SPACES TO AUD-DIFFICULTY
            END-IF.
            SET AUD-FROM-BATCH TO TRUE.
            WRITE AUDIT-RECORD.

       FINISH-OPEN-SESSION.
                IF NOT GAME-IS-OVER
      * The next header (or end of file) arrived before a correct
      * guess - the session simply ran out of guesses.
                    MOVE "Ran out of guesses" TO WS-ANSWER-LEAD
                    PERFORM WRITE-ANSWER-LINE
                    MOVE "LOSE" TO WS-OUTCOME
                    MOVE "Y" TO WS-GAME-OVER
                END-IF
            MOVE SPACES TO HIST-VOID-FLAG.
            MOVE SPACES TO HIST-VOID-REASON.
            MOVE SPACES TO HIST-VOID-OPERATOR.
            IF SESSION-IS-CHALLENGE
                MOVE "C" TO HIST-GAME-TYPE
            ELSE
                MOVE SPACES TO HIST-GAME-TYPE
            END-IF.
            MOVE SPACES TO HIST-SITE-CODE.

      * Back-to-back sessions can finish within the same centisecond,
      * so a duplicate key is bumped forward rather than dropped the
                    DELIMITED BY SIZE INTO RESULTS-LINE
                WRITE RESULTS-LINE
            END-IF.
            IF SESSION-IS-CHALLENGE AND HIST-WAS-WRITTEN
                PERFORM CLOSE-CHALLENGE-ENTRY
            END-IF.

       CLOSE-CHALLENGE-ENTRY.

      * The finished entry carries the history key so the results
      * run can find the game even when it was written after midnight.
            MOVE WS-CHAL-DATE TO CENT-CHAL-DATE.
            MOVE WS-PLAYER-ID-ENTERED TO CENT-PLAYER-ID.
            READ CHAL-ENTRY-FILE
                INVALID KEY
                    MOVE "N" TO WS-CENT-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-CENT-FOUND
            END-READ.
            IF CHALLENGE-ALREADY-ENTERED
                MOVE "DONE" TO CENT-STATUS
                MOVE HIST-DATE TO CENT-HIST-DATE
                MOVE HIST-TIME TO CENT-HIST-TIME
                REWRITE CHAL-ENTRY-RECORD
            ELSE
                MOVE SPACES TO RESULTS-LINE
                STRING "WARNING: challenge entry missing for "
                    "player " WS-PLAYER-ID-ENTERED
                    DELIMITED BY SIZE INTO RESULTS-LINE
                WRITE RESULTS-LINE
            END-IF.

       WRITE-RUN-TOTALS.

                " session(s) played, " WS-SESSIONS-SKIPPED
                " skipped.".

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
            MOVE "Kazuate-BatchDrv" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-BatchDrv.
