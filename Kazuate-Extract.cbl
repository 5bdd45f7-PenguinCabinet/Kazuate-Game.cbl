       FILE-CONTROL.
           SELECT KAZUATE-HIST ASSIGN TO "KAZUATE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDIT-TRAIL"
           SELECT AUDIT-EXTRACT ASSIGN TO "KAZUATE-AUDIT-CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CSV-STATUS.
           SELECT CHALLENGE-FILE ASSIGN TO "KAZUATE-CHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHAL-DATE
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT CHAL-ENTRY-FILE ASSIGN TO "KAZUATE-CHAL-ENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD  KAZUATE-HIST.
        01 HIST-CSV-LINE PIC X(100).
       FD  AUDIT-EXTRACT.
        01 AUDIT-CSV-LINE PIC X(100).
       FD  CHALLENGE-FILE.
       COPY CHALREC.
       FD  CHAL-ENTRY-FILE.
       COPY CENTREC.
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-TO-DATE PIC 9(8) VALUE 99999999.
        01 WS-HIST-ROW-COUNT PIC 9(7) VALUE ZERO.
        01 WS-AUDIT-ROW-COUNT PIC 9(7) VALUE ZERO.
        01 WS-CHAL-STATUS PIC XX.
        01 WS-CHAL-OPEN PIC X VALUE "N".
         88 CHAL-FILE-IS-OPEN VALUE "Y".
        01 WS-CHAL-LOOKUP-DATE PIC 9(8).
        01 WS-ANS-HIDDEN PIC X VALUE "N".
         88 ANSWER-IS-HIDDEN VALUE "Y".
        01 WS-ANS-TEXT PIC X(3).
        01 WS-CENT-STATUS PIC XX.
        01 WS-CENT-OPEN PIC X VALUE "N".
         88 CENT-FILE-IS-OPEN VALUE "Y".
        01 WS-CENT-LOOKUP-DATE PIC 9(8).
        01 WS-HIST-OPEN PIC X VALUE "N".
         88 HIST-FILE-IS-OPEN VALUE "Y".
        01 WS-ENTRY-GAME-FOUND PIC X VALUE "N".
         88 ENTRY-GAME-WAS-FOUND VALUE "Y".
        01 WS-GUESS-TEXT PIC X(3).

        01 WS-DATE-NUM PIC 9(8).
        01 WS-DATE-SPLIT REDEFINES WS-DATE-NUM.
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
        01 WS-RLOG-EOF PIC X VALUE "N".
         88 WS-NO-MORE-RLOG VALUE "Y".
        01 WS-ROLL-SEEN PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM READ-BUSINESS-DATE.
            PERFORM WRITE-RUN-LOG-START.
            PERFORM REQUIRE-BUSINESS-DATE.
            PERFORM GATE-ON-ROLLUP.
            PERFORM LOAD-EXTRACT-CONTROL.
            PERFORM OPEN-EXTRACT-FILES.
            PERFORM WRITE-TRAILERS.
            CLOSE HIST-EXTRACT.
            CLOSE AUDIT-EXTRACT.
            IF CHAL-FILE-IS-OPEN
                CLOSE CHALLENGE-FILE
            END-IF.
            COMPUTE WS-RLOG-COUNT =
                WS-HIST-ROW-COUNT + WS-AUDIT-ROW-COUNT.
            PERFORM WRITE-RUN-LOG-END.
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            OPEN INPUT CHALLENGE-FILE.
            IF WS-CHAL-STATUS = "00"
                MOVE "Y" TO WS-CHAL-OPEN
            END-IF.
            MOVE SPACES TO HIST-CSV-LINE.
            STRING "date,time,player_id,answer,difficulty,outcome,"
                "guess_count,elapsed_seconds,score,session,site"
                DELIMITED BY SIZE INTO HIST-CSV-LINE.
            WRITE HIST-CSV-LINE.
            MOVE SPACES TO AUDIT-CSV-LINE.
            MOVE SPACES TO WS-TIME-EDIT.
            STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
                DELIMITED BY SIZE INTO WS-TIME-EDIT.
      * An unreleased challenge answer goes out as an empty field.
            MOVE HIST-ANS TO WS-ANS-TEXT.
            IF HIST-IS-CHALLENGE
                PERFORM CHECK-CHALLENGE-ANSWER
                IF ANSWER-IS-HIDDEN
                    MOVE SPACES TO WS-ANS-TEXT
                END-IF
            END-IF.
            MOVE SPACES TO HIST-CSV-LINE.
            STRING WS-DATE-EDIT "," WS-TIME-EDIT ","
                HIST-PLAYER-ID DELIMITED BY SPACE
                "," DELIMITED BY SIZE
                WS-ANS-TEXT DELIMITED BY SPACE
                "," DELIMITED BY SIZE
                HIST-DIFFICULTY DELIMITED BY SPACE
                "," HIST-OUTCOME DELIMITED BY SPACE
                "," HIST-GUESS-COUNT ","
                HIST-ELAPSED-SECONDS "," HIST-SCORE ","
                HIST-START-SECS ","
                DELIMITED BY SIZE
                HIST-SITE-CODE DELIMITED BY SPACE
                INTO HIST-CSV-LINE.
            WRITE HIST-CSV-LINE.
            COMPUTE WS-HIST-ROW-COUNT = WS-HIST-ROW-COUNT + 1.

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

       EXTRACT-AUDIT.

      * The audit trail does not say which sessions were challenge
      * games, so the challenge entries and the games they name are
      * opened alongside it to tell them apart.  No entry file at all
      * means no challenge has ever been entered; one that is there
      * but cannot be read leaves every guess held back.
            OPEN INPUT CHAL-ENTRY-FILE.
            IF WS-CENT-STATUS = "00"
                MOVE "Y" TO WS-CENT-OPEN
            ELSE
                IF WS-CENT-STATUS NOT = "35"
                    DISPLAY "KAZUATE-CHAL-ENT could not be opened - "
                        "audit guesses withheld."
                END-IF
            END-IF.
            OPEN INPUT KAZUATE-HIST.
            IF WS-HIST-STATUS = "00"
                MOVE "Y" TO WS-HIST-OPEN
            END-IF.
            OPEN INPUT AUDIT-TRAIL.
            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "AUDIT-TRAIL could not be opened - no audit "
            IF WS-AUDIT-STATUS = "10"
                CLOSE AUDIT-TRAIL
            END-IF.
            IF CENT-FILE-IS-OPEN
                CLOSE CHAL-ENTRY-FILE
            END-IF.
            IF HIST-FILE-IS-OPEN
                CLOSE KAZUATE-HIST
            END-IF.

       WRITE-AUDIT-ROW.

                MOVE SPACES TO WS-TIME-EDIT
                STRING WS-AUD-HH ":" WS-AUD-MM ":" WS-AUD-SS
                    DELIMITED BY SIZE INTO WS-TIME-EDIT
      * A guess in a challenge game goes out as an empty field until
      * the day is closed - the last guess is the answer.
                MOVE AUD-GUESS TO WS-GUESS-TEXT
                PERFORM CHECK-AUDIT-GUESS
                IF ANSWER-IS-HIDDEN
                    MOVE SPACES TO WS-GUESS-TEXT
                END-IF
                MOVE SPACES TO AUDIT-CSV-LINE
                STRING WS-DATE-EDIT "," WS-TIME-EDIT ","
                    AUD-PLAYER-ID DELIMITED BY SPACE
                    "," AUD-SESSION "," AUD-ROUND ","
                    DELIMITED BY SIZE
                    WS-GUESS-TEXT DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    AUD-VERDICT DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    AUD-DIFFICULTY DELIMITED BY SPACE
                COMPUTE WS-AUDIT-ROW-COUNT = WS-AUDIT-ROW-COUNT + 1
            END-IF.

       CHECK-AUDIT-GUESS.

      * The player's challenge entry is looked for on the guess's own
      * day and the day before, as a game that ran past midnight
      * stamps its later guesses with the next day's date.
            MOVE "N" TO WS-ANS-HIDDEN.
            IF CENT-FILE-IS-OPEN
                MOVE AUD-DATE TO WS-CENT-LOOKUP-DATE
                PERFORM LOOK-UP-CHALLENGE-ENTRY
                IF NOT ANSWER-IS-HIDDEN
                    COMPUTE WS-CENT-LOOKUP-DATE =
                        FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(AUD-DATE) - 1)
                    PERFORM LOOK-UP-CHALLENGE-ENTRY
                END-IF
            ELSE
                IF WS-CENT-STATUS NOT = "35"
                    MOVE "Y" TO WS-ANS-HIDDEN
                END-IF
            END-IF.

       LOOK-UP-CHALLENGE-ENTRY.

            MOVE WS-CENT-LOOKUP-DATE TO CENT-CHAL-DATE.
            MOVE AUD-PLAYER-ID TO CENT-PLAYER-ID.
            READ CHAL-ENTRY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM CHECK-ENTRY-SESSION
            END-READ.

       CHECK-ENTRY-SESSION.

      * A finished entry names the game it wrote, and only the
      * session that game started is the challenge - it goes through
      * the same closed-day check as the game's history row.  An
      * entry still at PLAY names no game, so every session the
      * player had that day is held back until the day is closed.
            MOVE "N" TO WS-ENTRY-GAME-FOUND.
            IF CENT-IS-DONE AND HIST-FILE-IS-OPEN
                MOVE CENT-HIST-KEY TO HIST-KEY
                READ KAZUATE-HIST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-ENTRY-GAME-FOUND
                END-READ
            END-IF.
            IF ENTRY-GAME-WAS-FOUND
                IF HIST-START-SECS = AUD-SESSION
                    PERFORM CHECK-CHALLENGE-ANSWER
                END-IF
            ELSE
                PERFORM CHECK-ENTRY-DAY-CLOSED
            END-IF.

       CHECK-ENTRY-DAY-CLOSED.

            MOVE "Y" TO WS-ANS-HIDDEN.
            IF CHAL-FILE-IS-OPEN
                MOVE CENT-CHAL-DATE TO CHAL-DATE
                READ CHALLENGE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CHAL-IS-CLOSED
                            MOVE "N" TO WS-ANS-HIDDEN
                        END-IF
                END-READ
            END-IF.

       FORMAT-EXTRACT-DATE.

            MOVE SPACES TO WS-DATE-EDIT.
                DELIMITED BY SIZE INTO AUDIT-CSV-LINE.
            WRITE AUDIT-CSV-LINE.

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
            MOVE "Kazuate-Extract" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Extract.
