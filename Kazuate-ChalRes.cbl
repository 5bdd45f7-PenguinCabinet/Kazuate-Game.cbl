      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-ChalRes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT KAZUATE-HIST ASSIGN TO "KAZUATE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CHALRES-CONTROL ASSIGN TO "KAZUATE-CHRES-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CHALRES-REPORT ASSIGN TO "KAZUATE-CHRES-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RANK-WORK ASSIGN TO "KAZUATE-CHRES-SRT".
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHALLENGE-FILE.
       COPY CHALREC.
       FD  CHAL-ENTRY-FILE.
       COPY CENTREC.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  CHALRES-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-CHAL-DATE PIC 9(8).
         03 CTL-CLOSE-FLAG PIC X(1).
          88 CTL-CLOSE-THE-DAY VALUE "Y".
       FD  CHALRES-REPORT.
        01 REPORT-LINE PIC X(80).
      * Finishers sort ahead of losers, and losers ahead of players
      * who never finished; within each group fewest guesses first,
      * then fastest.  The player ID only breaks exact ties so the
      * page comes out the same on every rerun.
       SD  RANK-WORK.
        01 RANK-RECORD.
         03 RANK-GROUP PIC 9(1).
          88 RANK-IS-WINNER VALUE 1.
          88 RANK-IS-LOSER VALUE 2.
          88 RANK-DID-NOT-FINISH VALUE 3.
         03 RANK-GUESS-COUNT PIC 9(4).
         03 RANK-ELAPSED-SECONDS PIC 9(5).
         03 RANK-PLAYER-ID PIC X(10).
         03 RANK-SCORE PIC 9(5).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-CHAL-STATUS PIC XX.
        01 WS-CENT-STATUS PIC XX.
        01 WS-HIST-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-CHAL-DATE PIC 9(8).
        01 WS-CLOSE-FLAG PIC X VALUE "N".
         88 CLOSE-WAS-REQUESTED VALUE "Y".
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-CLOCK-DATE PIC 9(8).
        01 WS-CENT-EOF PIC X VALUE "N".
         88 NO-MORE-ENTRIES VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-RANKED VALUE "Y".
        01 WS-CHAL-FOUND PIC X VALUE "N".
         88 CHALLENGE-WAS-FOUND VALUE "Y".
        01 WS-HIST-FOUND PIC X VALUE "N".
         88 HIST-WAS-FOUND VALUE "Y".
        01 WS-DAY-CLOSED PIC X VALUE "N".
         88 DAY-IS-CLOSED VALUE "Y".
        01 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
        01 WS-WIN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LOSE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DNF-COUNT PIC 9(5) VALUE ZERO.
        01 WS-VOID-COUNT PIC 9(5) VALUE ZERO.
        01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
        01 WS-POSITION PIC 9(5) VALUE ZERO.
        01 WS-RANK-SHOWN PIC 9(5) VALUE ZERO.
        01 WS-PREV-GUESS-COUNT PIC 9(4) VALUE ZERO.
        01 WS-PREV-ELAPSED PIC 9(5) VALUE ZERO.
        01 WS-PREV-GROUP PIC 9(1) VALUE ZERO.
        01 WS-RANK-TEXT PIC X(5).
        01 WS-RANK-EDIT PIC ZZZZ9.
        01 WS-RESULT-TEXT PIC X(10).

        01 WS-RLOG-STATUS PIC XX.
        01 WS-RLOG-AVAILABLE PIC X VALUE "N".
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

        01 TIME-AND-DATE.
         05 TIME-AND-DATE-TYPE.
           10 TIME-DATE.
              15 TIME-YEAR  PIC  9(4).
              15 TIME-MONTH PIC  9(2).
              15 TIME-DAY   PIC  9(2).
           10 TIME-TIME.
              15 TIME-HOUR  PIC  9(2).
              15 TIME-MIN   PIC  9(2).
              15 TIME-SEC   PIC  9(2).
             15 TIME-MS    PIC  9(2).
           10 TIME-DIFF-GMT         PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM READ-BUSINESS-DATE.
            PERFORM WRITE-RUN-LOG-START.
            PERFORM REQUIRE-BUSINESS-DATE.
            PERFORM OPEN-REPORT.
            PERFORM LOAD-CHALRES-CONTROL.
            PERFORM OPEN-CHALLENGE-FILES.
            PERFORM READ-CHALLENGE-DAY.
            IF CLOSE-WAS-REQUESTED
                PERFORM CLOSE-CHALLENGE-DAY
            END-IF.
            PERFORM WRITE-CHALLENGE-HEADING.

            SORT RANK-WORK
                ON ASCENDING KEY RANK-GROUP
                                 RANK-GUESS-COUNT
                                 RANK-ELAPSED-SECONDS
                                 RANK-PLAYER-ID
                INPUT PROCEDURE IS RELEASE-CHALLENGE-ENTRIES
                OUTPUT PROCEDURE IS PRINT-CHALLENGE-RANKING.

            PERFORM WRITE-CHALRES-TOTALS.
            CLOSE CHALLENGE-FILE.
            CLOSE CHAL-ENTRY-FILE.
            CLOSE KAZUATE-HIST.
            CLOSE CHALRES-REPORT.
            MOVE WS-ENTRY-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Challenge results complete - " WS-ENTRY-COUNT
                " entr(ies) for " WS-CHAL-DATE ".".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT CHALRES-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-CHRES-RPT - challenge "
                    "results aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Daily Challenge Results"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "===================================="
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-CHALRES-CONTROL.

            OPEN INPUT CHALRES-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-CHRES-CTL control card - results "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "run aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-RESULTS
            END-IF.
            READ CHALRES-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-CHAL-DATE IS NOT NUMERIC
                MOVE "Bad control card - a numeric challenge date "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "is required.  Results run aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CHALRES-CONTROL
                PERFORM ABANDON-RESULTS
            END-IF.
            MOVE CTL-CHAL-DATE TO WS-CHAL-DATE.
            IF CTL-CLOSE-THE-DAY
                MOVE "Y" TO WS-CLOSE-FLAG
            END-IF.
            CLOSE CHALRES-CONTROL.

      * A day can only be closed once it is over - closing it early
      * would print the answer while players could still take it.
      * The business date bounds what the cycle may close, but the
      * game serves the challenge by the clock, so today's challenge
      * is still live until the clock has moved past it.
            MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            COMPUTE WS-CLOCK-DATE = TIME-YEAR * 10000
                                  + TIME-MONTH * 100
                                  + TIME-DAY.
            IF CLOSE-WAS-REQUESTED
               AND (WS-CHAL-DATE > WS-TODAY-DATE
                    OR WS-CHAL-DATE NOT < WS-CLOCK-DATE)
                MOVE SPACES TO REPORT-LINE
                STRING "Challenge " WS-CHAL-DATE
                    " cannot be closed before the day is over - "
                    "results run aborted."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-RESULTS
            END-IF.

       OPEN-CHALLENGE-FILES.

            OPEN I-O CHALLENGE-FILE.
            IF WS-CHAL-STATUS NOT = "00"
                MOVE "KAZUATE-CHAL could not be opened - results "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "run aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-RESULTS
            END-IF.
            OPEN INPUT CHAL-ENTRY-FILE.
            IF WS-CENT-STATUS NOT = "00"
                MOVE "KAZUATE-CHAL-ENT could not be opened - results "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "run aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CHALLENGE-FILE
                PERFORM ABANDON-RESULTS
            END-IF.
            OPEN INPUT KAZUATE-HIST.
            IF WS-HIST-STATUS NOT = "00"
                MOVE "KAZUATE-HIST could not be opened - results "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "run aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CHALLENGE-FILE
                CLOSE CHAL-ENTRY-FILE
                PERFORM ABANDON-RESULTS
            END-IF.

       READ-CHALLENGE-DAY.

            MOVE WS-CHAL-DATE TO CHAL-DATE.
            READ CHALLENGE-FILE
                INVALID KEY
                    MOVE "N" TO WS-CHAL-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-CHAL-FOUND
            END-READ.
            IF NOT CHALLENGE-WAS-FOUND
                MOVE SPACES TO REPORT-LINE
                STRING "No challenge on KAZUATE-CHAL for "
                    WS-CHAL-DATE " - results run aborted."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CHALLENGE-FILE
                CLOSE CHAL-ENTRY-FILE
                CLOSE KAZUATE-HIST
                PERFORM ABANDON-RESULTS
            END-IF.
            IF CHAL-IS-CLOSED
                MOVE "Y" TO WS-DAY-CLOSED
            END-IF.

       CLOSE-CHALLENGE-DAY.

      * Closing is what releases the answer; a day already closed
      * keeps its original close date.
            IF NOT DAY-IS-CLOSED
                MOVE "CLSD" TO CHAL-STATUS
                MOVE WS-TODAY-DATE TO CHAL-CLOSED-DATE
                REWRITE CHALLENGE-RECORD
                    INVALID KEY
                        MOVE "N" TO WS-DAY-CLOSED
                    NOT INVALID KEY
                        MOVE "Y" TO WS-DAY-CLOSED
                END-REWRITE
                IF NOT DAY-IS-CLOSED
                    MOVE SPACES TO REPORT-LINE
                    STRING "WARNING: challenge " WS-CHAL-DATE
                        " could not be closed - status "
                        WS-CHAL-STATUS
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                    MOVE "ABND" TO WS-RLOG-CODE
                END-IF
            END-IF.

       WRITE-CHALLENGE-HEADING.

            MOVE SPACES TO REPORT-LINE.
            STRING "Challenge date:  " CHAL-DATE
                "   difficulty " CHAL-DIFFICULTY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF DAY-IS-CLOSED
                STRING "Status:          closed " CHAL-CLOSED-DATE
                    "   answer " CHAL-ANS
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "Status:          open   "
                    "   answer withheld until the day is closed"
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE " Rank  Player      Result     Guesses  Seconds  Score"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE " ----  ----------  ---------- -------  -------  -----"
                TO REPORT-LINE.
            WRITE REPORT-LINE.

       RELEASE-CHALLENGE-ENTRIES.

      * Every entry for the day is released - finished games from
      * the history record they point at, unfinished attempts as
      * did-not-finish.  A voided game is left off the ranking.
            MOVE WS-CHAL-DATE TO CENT-CHAL-DATE.
            MOVE LOW-VALUES TO CENT-PLAYER-ID.
            START CHAL-ENTRY-FILE KEY IS NOT LESS THAN CENT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-CENT-EOF
            END-START.
            PERFORM UNTIL NO-MORE-ENTRIES
                READ CHAL-ENTRY-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-CENT-EOF
                END-READ
                IF NOT NO-MORE-ENTRIES
                    IF CENT-CHAL-DATE NOT = WS-CHAL-DATE
                        MOVE "Y" TO WS-CENT-EOF
                    ELSE
                        PERFORM RELEASE-ONE-ENTRY
                    END-IF
                END-IF
            END-PERFORM.

       RELEASE-ONE-ENTRY.

            COMPUTE WS-ENTRY-COUNT = WS-ENTRY-COUNT + 1.
            MOVE CENT-PLAYER-ID TO RANK-PLAYER-ID.
            MOVE ZERO TO RANK-GUESS-COUNT.
            MOVE ZERO TO RANK-ELAPSED-SECONDS.
            MOVE ZERO TO RANK-SCORE.
            IF NOT CENT-IS-DONE
                MOVE 3 TO RANK-GROUP
                RELEASE RANK-RECORD
            ELSE
                MOVE CENT-HIST-KEY TO HIST-KEY
                READ KAZUATE-HIST
                    INVALID KEY
                        MOVE "N" TO WS-HIST-FOUND
                    NOT INVALID KEY
                        MOVE "Y" TO WS-HIST-FOUND
                END-READ
                IF NOT HIST-WAS-FOUND
                    COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT + 1
                    MOVE 3 TO RANK-GROUP
                    RELEASE RANK-RECORD
                ELSE
                    IF HIST-IS-VOIDED
                        COMPUTE WS-VOID-COUNT = WS-VOID-COUNT + 1
                    ELSE
                        IF HIST-OUTCOME = "WIN "
                            MOVE 1 TO RANK-GROUP
                        ELSE
                            MOVE 2 TO RANK-GROUP
                        END-IF
                        MOVE HIST-GUESS-COUNT TO RANK-GUESS-COUNT
                        MOVE HIST-ELAPSED-SECONDS
                            TO RANK-ELAPSED-SECONDS
                        MOVE HIST-SCORE TO RANK-SCORE
                        RELEASE RANK-RECORD
                    END-IF
                END-IF
            END-IF.

       PRINT-CHALLENGE-RANKING.

            PERFORM UNTIL NO-MORE-RANKED
                RETURN RANK-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                END-RETURN
                IF NOT NO-MORE-RANKED
                    PERFORM PRINT-ONE-RANK-LINE
                END-IF
            END-PERFORM.

       PRINT-ONE-RANK-LINE.

      * Only finishers are ranked; players tied on guesses and time
      * share a rank.  Losers and unfinished attempts are listed
      * below them without one.
            MOVE SPACES TO WS-RANK-TEXT.
            IF RANK-IS-WINNER
                COMPUTE WS-WIN-COUNT = WS-WIN-COUNT + 1
                COMPUTE WS-POSITION = WS-POSITION + 1
                IF WS-PREV-GROUP NOT = 1
                   OR RANK-GUESS-COUNT NOT = WS-PREV-GUESS-COUNT
                   OR RANK-ELAPSED-SECONDS NOT = WS-PREV-ELAPSED
                    MOVE WS-POSITION TO WS-RANK-SHOWN
                END-IF
                MOVE WS-RANK-SHOWN TO WS-RANK-EDIT
                MOVE WS-RANK-EDIT TO WS-RANK-TEXT
                MOVE "WIN" TO WS-RESULT-TEXT
            ELSE
                IF RANK-IS-LOSER
                    COMPUTE WS-LOSE-COUNT = WS-LOSE-COUNT + 1
                    MOVE "    -" TO WS-RANK-TEXT
                    MOVE "LOSE" TO WS-RESULT-TEXT
                ELSE
                    COMPUTE WS-DNF-COUNT = WS-DNF-COUNT + 1
                    MOVE "    -" TO WS-RANK-TEXT
                    MOVE "UNFINISHED" TO WS-RESULT-TEXT
                END-IF
            END-IF.
            MOVE RANK-GROUP TO WS-PREV-GROUP.
            MOVE RANK-GUESS-COUNT TO WS-PREV-GUESS-COUNT.
            MOVE RANK-ELAPSED-SECONDS TO WS-PREV-ELAPSED.

            MOVE SPACES TO REPORT-LINE.
            IF RANK-DID-NOT-FINISH
                STRING WS-RANK-TEXT "  " RANK-PLAYER-ID "  "
                    WS-RESULT-TEXT
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING WS-RANK-TEXT "  " RANK-PLAYER-ID "  "
                    WS-RESULT-TEXT "    " RANK-GUESS-COUNT
                    "    " RANK-ELAPSED-SECONDS
                    "  " RANK-SCORE
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.

       WRITE-CHALRES-TOTALS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Entries:             " WS-ENTRY-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Won:                 " WS-WIN-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Lost:                " WS-LOSE-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Unfinished:          " WS-DNF-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Voided, not ranked:  " WS-VOID-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-MISSING-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "History not found:   " WS-MISSING-COUNT
                    " (listed as unfinished)"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       ABANDON-RESULTS.

            CLOSE CHALRES-REPORT.
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

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
            IF WS-RLOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG
            END-IF.
            IF WS-RLOG-STATUS = "00"
                MOVE "Y" TO WS-RLOG-AVAILABLE
                PERFORM STAMP-RUN-LOG
                MOVE "START" TO RLOG-EVENT
                MOVE ZERO TO RLOG-COUNT
                MOVE SPACES TO RLOG-CODE
                WRITE RUN-LOG-RECORD
                CLOSE RUN-LOG
            ELSE
                DISPLAY "WARNING: KAZUATE-RUNLOG could not be opened "
                    "- this run will not be logged."
            END-IF.

       WRITE-RUN-LOG-END.

            IF RUN-LOG-IS-AVAILABLE
                OPEN EXTEND RUN-LOG
                IF WS-RLOG-STATUS = "00"
                    PERFORM STAMP-RUN-LOG
                    MOVE "END  " TO RLOG-EVENT
                    MOVE WS-RLOG-COUNT TO RLOG-COUNT
                    MOVE WS-RLOG-CODE TO RLOG-CODE
                    WRITE RUN-LOG-RECORD
                    CLOSE RUN-LOG
                END-IF
            END-IF.

       STAMP-RUN-LOG.

            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            COMPUTE RLOG-DATE = TIME-YEAR * 10000
                              + TIME-MONTH * 100
                              + TIME-DAY.
            COMPUTE RLOG-TIME = TIME-HOUR * 10000
                              + TIME-MIN * 100
                              + TIME-SEC.
            MOVE "Kazuate-ChalRes" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-ChalRes.
