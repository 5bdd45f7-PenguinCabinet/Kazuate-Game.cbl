      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-BrktAdv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRACKET-FILE ASSIGN TO "KAZUATE-BRACKET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-KEY
               FILE STATUS IS WS-BRACKET-STATUS.
           SELECT MATCH-FILE ASSIGN TO "KAZUATE-MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT BRKADV-CONTROL ASSIGN TO "KAZUATE-BRKA-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BRKADV-REPORT ASSIGN TO "KAZUATE-BRKA-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRACKET-FILE.
       COPY BRKTREC.
       FD  MATCH-FILE.
       COPY MATCHREC.
       FD  BRKADV-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-EVENT-ID PIC X(8).
       FD  BRKADV-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-BRACKET-STATUS PIC XX.
        01 WS-MATCH-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-EVENT-ID PIC X(8).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-EVENT-FOUND PIC X VALUE "N".
         88 EVENT-WAS-FOUND VALUE "Y".
        01 WS-BRACKET-EOF PIC X VALUE "N".
         88 NO-MORE-BRACKET-RECORDS VALUE "Y".
        01 WS-MATCH-EOF PIC X VALUE "N".
         88 NO-MORE-MATCHES VALUE "Y".
        01 WS-SLOT-WRITTEN PIC X VALUE "N".
         88 SLOT-WAS-WRITTEN VALUE "Y".

      * The event header as read, held while the round is worked so
      * it can be rewritten once the round is settled.
        01 WS-HEADER-RECORD PIC X(73).
        01 WS-CURRENT-ROUND PIC 9(2).
        01 WS-ROUND-COUNT PIC 9(2).
        01 WS-NEXT-ROUND PIC 9(2).

      * Every slot of the round being played, held whole so each duel
      * read back off KAZUATE-MATCH can be applied in memory and the
      * slots rewritten once at the end.  A round never has more than
      * 64 matches - the bracket is capped at 128 entrants.
        01 WS-SLOT-TABLE.
         03 WS-SLOT-RECORD PIC X(73) OCCURS 64 TIMES.
        01 WS-SLOT-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SLOT-IDX PIC 9(3).
        01 WS-NEW-SLOT PIC 9(3).
        01 WS-DECIDED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-REPLAY-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PENDING-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MATCHES-APPLIED PIC 9(5) VALUE ZERO.
        01 WS-MATCHES-MISFILED PIC 9(5) VALUE ZERO.
        01 WS-WRITE-FAILED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-NEXT-PLAYER-A PIC X(10).
        01 WS-NEXT-SEED-A PIC 9(3).
        01 WS-CHAMPION PIC X(10) VALUE SPACES.
        01 WS-CHART-ROUND PIC 9(2) VALUE ZERO.
        01 WS-SLOT-TEXT PIC X(20).

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
            PERFORM LOAD-BRKADV-CONTROL.
            PERFORM OPEN-BRACKET-FILE.
            PERFORM READ-EVENT-HEADER.
            IF BRK-EVENT-IS-OPEN
                PERFORM LOAD-CURRENT-ROUND
                PERFORM APPLY-MATCH-RESULTS
                PERFORM SAVE-CURRENT-ROUND
                PERFORM SETTLE-CURRENT-ROUND
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING "Event " WS-EVENT-ID " is already closed - "
                    "chart reprinted only."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM PRINT-BRACKET-CHART.
            PERFORM WRITE-BRKADV-TOTALS.

            CLOSE BRACKET-FILE.
            CLOSE BRKADV-REPORT.
            MOVE WS-MATCHES-APPLIED TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Bracket " WS-EVENT-ID " advanced - "
                WS-MATCHES-APPLIED " duel result(s) applied.".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT BRKADV-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-BRKA-RPT - bracket "
                    "advance aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Knockout Bracket - Advance"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "======================================="
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-BRKADV-CONTROL.

            OPEN INPUT BRKADV-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-BRKA-CTL control card - bracket "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "advance aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-ADVANCE
            END-IF.
            READ BRKADV-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-EVENT-ID = SPACES
                MOVE "Bad control card - an event ID is required.  "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "Bracket advance aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BRKADV-CONTROL
                PERFORM ABANDON-ADVANCE
            END-IF.
            MOVE CTL-EVENT-ID TO WS-EVENT-ID.
            CLOSE BRKADV-CONTROL.
            MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.

       OPEN-BRACKET-FILE.

            OPEN I-O BRACKET-FILE.
            IF WS-BRACKET-STATUS NOT = "00"
                MOVE "KAZUATE-BRACKET could not be opened - bracket "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "advance aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-ADVANCE
            END-IF.

       READ-EVENT-HEADER.

            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE ZERO TO BRK-ROUND.
            MOVE ZERO TO BRK-SLOT.
            READ BRACKET-FILE
                INVALID KEY
                    MOVE "N" TO WS-EVENT-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-EVENT-FOUND
            END-READ.
            IF NOT EVENT-WAS-FOUND
                MOVE SPACES TO REPORT-LINE
                STRING "Event " WS-EVENT-ID " is not on "
                    "KAZUATE-BRACKET - bracket advance aborted."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BRACKET-FILE
                PERFORM ABANDON-ADVANCE
            END-IF.
            MOVE BRACKET-RECORD TO WS-HEADER-RECORD.
            MOVE BRK-CURRENT-ROUND TO WS-CURRENT-ROUND.
            MOVE BRK-ROUND-COUNT TO WS-ROUND-COUNT.
            MOVE BRK-CHAMPION TO WS-CHAMPION.
            MOVE SPACES TO REPORT-LINE.
            STRING "Event " WS-EVENT-ID "  " BRK-EVENT-NAME
                "  " BRK-ENTRANT-COUNT " entrant(s), round "
                WS-CURRENT-ROUND " of " WS-ROUND-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-CURRENT-ROUND.

      * An undecided slot is worked out afresh from the whole match
      * file every run, so rerunning the advance never counts the
      * same drawn duel twice.
            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE WS-CURRENT-ROUND TO BRK-ROUND.
            MOVE 1 TO BRK-SLOT.
            MOVE "N" TO WS-BRACKET-EOF.
            START BRACKET-FILE KEY IS NOT LESS THAN BRK-KEY
                INVALID KEY
                    MOVE "Y" TO WS-BRACKET-EOF
            END-START.
            PERFORM UNTIL NO-MORE-BRACKET-RECORDS
                READ BRACKET-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BRACKET-EOF
                END-READ
                IF NOT NO-MORE-BRACKET-RECORDS
                    IF BRK-EVENT-ID NOT = WS-EVENT-ID
                       OR BRK-ROUND NOT = WS-CURRENT-ROUND
                       OR WS-SLOT-COUNT >= 64
                        MOVE "Y" TO WS-BRACKET-EOF
                    ELSE
                        IF BRK-SLOT-NEEDS-REPLAY
                            MOVE "PEND" TO BRK-SLOT-STATUS
                        END-IF
                        IF BRK-SLOT-IS-PENDING
                            MOVE ZERO TO BRK-DRAW-COUNT
                        END-IF
                        COMPUTE WS-SLOT-COUNT = WS-SLOT-COUNT + 1
                        MOVE BRACKET-RECORD
                            TO WS-SLOT-RECORD (WS-SLOT-COUNT)
                    END-IF
                END-IF
            END-PERFORM.

       APPLY-MATCH-RESULTS.

            OPEN INPUT MATCH-FILE.
            IF WS-MATCH-STATUS NOT = "00"
                MOVE "KAZUATE-MATCH could not be opened - no duel "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "results applied this run."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "Y" TO WS-MATCH-EOF
            END-IF.
            PERFORM UNTIL NO-MORE-MATCHES
                READ MATCH-FILE
                    AT END
                        MOVE "Y" TO WS-MATCH-EOF
                END-READ
                IF NOT NO-MORE-MATCHES
                   AND MATCH-EVENT-ID = WS-EVENT-ID
                   AND MATCH-EVENT-ROUND = WS-CURRENT-ROUND
                    PERFORM APPLY-ONE-MATCH
                END-IF
            END-PERFORM.
            IF WS-MATCH-STATUS = "10"
                CLOSE MATCH-FILE
            END-IF.

       APPLY-ONE-MATCH.

      * The duel must be between the two players the slot holds; a
      * record that names anyone else is reported and left alone.
      * Once a slot is decided, later duels for it are ignored.
            IF MATCH-EVENT-SLOT < 1 OR MATCH-EVENT-SLOT > WS-SLOT-COUNT
                COMPUTE WS-MATCHES-MISFILED = WS-MATCHES-MISFILED + 1
                MOVE SPACES TO REPORT-LINE
                STRING "MISFILED: " MATCH-DATE " " MATCH-PLAYER-A
                    " v " MATCH-PLAYER-B " - no slot "
                    MATCH-EVENT-SLOT " in round " WS-CURRENT-ROUND
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE WS-SLOT-RECORD (MATCH-EVENT-SLOT)
                    TO BRACKET-RECORD
                IF NOT ((MATCH-PLAYER-A = BRK-PLAYER-A
                         AND MATCH-PLAYER-B = BRK-PLAYER-B)
                     OR (MATCH-PLAYER-A = BRK-PLAYER-B
                         AND MATCH-PLAYER-B = BRK-PLAYER-A))
                    COMPUTE WS-MATCHES-MISFILED =
                        WS-MATCHES-MISFILED + 1
                    MOVE SPACES TO REPORT-LINE
                    STRING "MISFILED: " MATCH-DATE " " MATCH-PLAYER-A
                        " v " MATCH-PLAYER-B " - slot " BRK-SLOT
                        " is " BRK-PLAYER-A " v " BRK-PLAYER-B
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                ELSE
                    IF BRK-SLOT-IS-PENDING
                        COMPUTE WS-MATCHES-APPLIED =
                            WS-MATCHES-APPLIED + 1
                        PERFORM SETTLE-ONE-SLOT
                        MOVE BRACKET-RECORD
                            TO WS-SLOT-RECORD (MATCH-EVENT-SLOT)
                    END-IF
                END-IF
            END-IF.

       SETTLE-ONE-SLOT.

            IF MATCH-WAS-WON
                MOVE "DONE" TO BRK-SLOT-STATUS
                MOVE MATCH-WINNER TO BRK-WINNER
                MOVE MATCH-DATE TO BRK-RESULT-DATE
                IF MATCH-WINNER = BRK-PLAYER-A
                    MOVE BRK-SEED-A TO BRK-WINNER-SEED
                ELSE
                    MOVE BRK-SEED-B TO BRK-WINNER-SEED
                END-IF
            ELSE
      * A draw decides nothing - the slot waits for a replay and the
      * draw is counted so the floor can see how many it has taken.
                COMPUTE BRK-DRAW-COUNT = BRK-DRAW-COUNT + 1
                MOVE MATCH-DATE TO BRK-RESULT-DATE
            END-IF.

       SAVE-CURRENT-ROUND.

            MOVE SPACES TO REPORT-LINE.
            STRING "Round " WS-CURRENT-ROUND " results"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "--------------------------------------------"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM SAVE-ONE-SLOT
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       SAVE-ONE-SLOT.

            MOVE WS-SLOT-RECORD (WS-SLOT-IDX) TO BRACKET-RECORD.
            IF BRK-SLOT-IS-PENDING AND BRK-DRAW-COUNT > 0
                MOVE "RPLY" TO BRK-SLOT-STATUS
            END-IF.
            IF BRK-SLOT-IS-DECIDED OR BRK-SLOT-IS-BYE
                COMPUTE WS-DECIDED-COUNT = WS-DECIDED-COUNT + 1
            ELSE
                IF BRK-SLOT-NEEDS-REPLAY
                    COMPUTE WS-REPLAY-COUNT = WS-REPLAY-COUNT + 1
                ELSE
                    COMPUTE WS-PENDING-COUNT = WS-PENDING-COUNT + 1
                END-IF
            END-IF.
            REWRITE BRACKET-RECORD
                INVALID KEY
                    MOVE "N" TO WS-SLOT-WRITTEN
                NOT INVALID KEY
                    MOVE "Y" TO WS-SLOT-WRITTEN
            END-REWRITE.
            IF NOT SLOT-WAS-WRITTEN
                COMPUTE WS-WRITE-FAILED-COUNT =
                    WS-WRITE-FAILED-COUNT + 1
                MOVE "ABND" TO WS-RLOG-CODE
            END-IF.
            PERFORM WRITE-SLOT-LINE.

       SETTLE-CURRENT-ROUND.

      * The round moves on only when every slot is decided - a slot
      * waiting on a replay holds the whole round back.
            IF WS-DECIDED-COUNT < WS-SLOT-COUNT
               OR WS-WRITE-FAILED-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "Round " WS-CURRENT-ROUND " not complete - "
                    WS-PENDING-COUNT " to play, " WS-REPLAY-COUNT
                    " to replay."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                IF WS-CURRENT-ROUND >= WS-ROUND-COUNT
                    PERFORM CLOSE-EVENT
                ELSE
                    PERFORM DRAW-NEXT-ROUND
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       CLOSE-EVENT.

            MOVE WS-SLOT-RECORD (1) TO BRACKET-RECORD.
            MOVE BRK-WINNER TO WS-CHAMPION.
            MOVE WS-HEADER-RECORD TO BRACKET-RECORD.
            MOVE "CLSD" TO BRK-EVENT-STATUS.
            MOVE WS-CHAMPION TO BRK-CHAMPION.
            REWRITE BRACKET-RECORD
                INVALID KEY
                    MOVE "ABND" TO WS-RLOG-CODE
            END-REWRITE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Final played - " WS-CHAMPION " wins event "
                WS-EVENT-ID "."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       DRAW-NEXT-ROUND.

      * Winners of slots 1 and 2 meet in slot 1 of the next round,
      * 3 and 4 in slot 2, and so on down the bracket.
            COMPUTE WS-NEXT-ROUND = WS-CURRENT-ROUND + 1.
            MOVE SPACES TO REPORT-LINE.
            STRING "Round " WS-NEXT-ROUND " pairings"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "--------------------------------------------"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM DRAW-ONE-SLOT
                VARYING WS-SLOT-IDX FROM 1 BY 2
                UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.
            MOVE WS-HEADER-RECORD TO BRACKET-RECORD.
            MOVE WS-NEXT-ROUND TO BRK-CURRENT-ROUND.
            REWRITE BRACKET-RECORD
                INVALID KEY
                    MOVE "ABND" TO WS-RLOG-CODE
            END-REWRITE.

       DRAW-ONE-SLOT.

            MOVE WS-SLOT-RECORD (WS-SLOT-IDX) TO BRACKET-RECORD.
            MOVE BRK-WINNER TO WS-NEXT-PLAYER-A.
            MOVE BRK-WINNER-SEED TO WS-NEXT-SEED-A.
            MOVE WS-SLOT-RECORD (WS-SLOT-IDX + 1) TO BRACKET-RECORD.
            MOVE BRK-WINNER TO BRK-PLAYER-B.
            MOVE BRK-WINNER-SEED TO BRK-SEED-B.
            MOVE WS-NEXT-PLAYER-A TO BRK-PLAYER-A.
            MOVE WS-NEXT-SEED-A TO BRK-SEED-A.
            COMPUTE WS-NEW-SLOT = (WS-SLOT-IDX + 1) / 2.
            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE WS-NEXT-ROUND TO BRK-ROUND.
            MOVE WS-NEW-SLOT TO BRK-SLOT.
            MOVE "PEND" TO BRK-SLOT-STATUS.
            MOVE SPACES TO BRK-WINNER.
            MOVE ZERO TO BRK-WINNER-SEED.
            MOVE ZERO TO BRK-RESULT-DATE.
            MOVE ZERO TO BRK-DRAW-COUNT.
            WRITE BRACKET-RECORD
                INVALID KEY
                    MOVE "N" TO WS-SLOT-WRITTEN
                NOT INVALID KEY
                    MOVE "Y" TO WS-SLOT-WRITTEN
            END-WRITE.
            IF NOT SLOT-WAS-WRITTEN
                COMPUTE WS-WRITE-FAILED-COUNT =
                    WS-WRITE-FAILED-COUNT + 1
                MOVE "ABND" TO WS-RLOG-CODE
            END-IF.
            PERFORM WRITE-SLOT-LINE.

       WRITE-SLOT-LINE.

            MOVE SPACES TO WS-SLOT-TEXT.
            EVALUATE TRUE
                WHEN BRK-SLOT-IS-BYE
                    MOVE "bye" TO WS-SLOT-TEXT
                WHEN BRK-SLOT-IS-DECIDED
                    STRING "-> " BRK-WINNER
                        DELIMITED BY SIZE INTO WS-SLOT-TEXT
                WHEN BRK-SLOT-NEEDS-REPLAY
                    STRING "REPLAY (" BRK-DRAW-COUNT " drawn)"
                        DELIMITED BY SIZE INTO WS-SLOT-TEXT
                WHEN OTHER
                    MOVE "to play" TO WS-SLOT-TEXT
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            IF BRK-SLOT-IS-BYE
                STRING " " BRK-SLOT "  (" BRK-SEED-A ") " BRK-PLAYER-A
                    "  v  " "               " "  " WS-SLOT-TEXT
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING " " BRK-SLOT "  (" BRK-SEED-A ") " BRK-PLAYER-A
                    "  v  (" BRK-SEED-B ") " BRK-PLAYER-B
                    "  " WS-SLOT-TEXT
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.

       PRINT-BRACKET-CHART.

      * The chart is every slot of every round drawn so far, read
      * back off the file so it shows exactly what is recorded.
            MOVE WS-HEADER-RECORD TO BRACKET-RECORD.
            MOVE SPACES TO REPORT-LINE.
            IF WS-CHAMPION NOT = SPACES
                STRING "Final Bracket Chart - event " WS-EVENT-ID
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "Bracket Chart - event " WS-EVENT-ID
                    " as of " WS-TODAY-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE "============================================"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE 1 TO BRK-ROUND.
            MOVE 1 TO BRK-SLOT.
            MOVE ZERO TO WS-CHART-ROUND.
            MOVE "N" TO WS-BRACKET-EOF.
            START BRACKET-FILE KEY IS NOT LESS THAN BRK-KEY
                INVALID KEY
                    MOVE "Y" TO WS-BRACKET-EOF
            END-START.
            PERFORM UNTIL NO-MORE-BRACKET-RECORDS
                READ BRACKET-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BRACKET-EOF
                END-READ
                IF NOT NO-MORE-BRACKET-RECORDS
                    IF BRK-EVENT-ID NOT = WS-EVENT-ID
                        MOVE "Y" TO WS-BRACKET-EOF
                    ELSE
                        PERFORM PRINT-CHART-SLOT
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-CHART-ROUND < WS-ROUND-COUNT
                COMPUTE WS-NEXT-ROUND = WS-CHART-ROUND + 1
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                STRING "Rounds " WS-NEXT-ROUND " to " WS-ROUND-COUNT
                    " - not yet drawn"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-CHAMPION NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                STRING "Champion: " WS-CHAMPION
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       PRINT-CHART-SLOT.

            IF BRK-ROUND NOT = WS-CHART-ROUND
                MOVE BRK-ROUND TO WS-CHART-ROUND
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                IF BRK-ROUND = WS-ROUND-COUNT
                    STRING "Round " BRK-ROUND " (final)"
                        DELIMITED BY SIZE INTO REPORT-LINE
                ELSE
                    STRING "Round " BRK-ROUND
                        DELIMITED BY SIZE INTO REPORT-LINE
                END-IF
                WRITE REPORT-LINE
            END-IF.
            PERFORM WRITE-SLOT-LINE.

       WRITE-BRKADV-TOTALS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Duel results applied:  " WS-MATCHES-APPLIED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Duels misfiled:        " WS-MATCHES-MISFILED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-WRITE-FAILED-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "Slot writes failed:    " WS-WRITE-FAILED-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       ABANDON-ADVANCE.

            CLOSE BRKADV-REPORT.
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
            MOVE "Kazuate-BrktAdv" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-BrktAdv.
