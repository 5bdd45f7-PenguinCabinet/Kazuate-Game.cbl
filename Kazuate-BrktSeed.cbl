      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-BrktSeed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRACKET-FILE ASSIGN TO "KAZUATE-BRACKET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-KEY
               FILE STATUS IS WS-BRACKET-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT KAZUATE-RATING ASSIGN TO "KAZUATE-RATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-PLAYER-ID
               FILE STATUS IS WS-RATING-STATUS.
           SELECT BRKSEED-CONTROL ASSIGN TO "KAZUATE-BRKS-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ENTRY-LIST ASSIGN TO "KAZUATE-BRKS-ENTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.
           SELECT BRKSEED-REPORT ASSIGN TO "KAZUATE-BRKS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SEED-WORK ASSIGN TO "KAZUATE-BRKS-SRT".
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
       FD  PLAYER-MASTER.
       COPY PLAYERREC.
       FD  KAZUATE-RATING.
       COPY RATEREC.
       FD  BRKSEED-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-EVENT-ID PIC X(8).
         03 CTL-EVENT-NAME PIC X(20).
       FD  ENTRY-LIST.
        01 ENTRY-RECORD.
         03 ENT-PLAYER-ID PIC X(10).
         03 FILLER PIC X(70).
       FD  BRKSEED-REPORT.
        01 REPORT-LINE PIC X(80).
      * Highest current rating takes seed 1; equal ratings fall back
      * to player ID so a rerun of the same entry list seeds the same.
       SD  SEED-WORK.
        01 SEED-RECORD.
         03 SEED-RATING PIC 9(4).
         03 SEED-PLAYER-ID PIC X(10).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-BRACKET-STATUS PIC XX.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-ENTRY-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-EVENT-ID PIC X(8).
        01 WS-EVENT-NAME PIC X(20).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-ENTRY-EOF PIC X VALUE "N".
         88 NO-MORE-ENTRIES VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-SEEDS VALUE "Y".
        01 WS-RATING-AVAILABLE PIC X VALUE "Y".
         88 RATING-FILE-IS-AVAILABLE VALUE "Y".
        01 WS-ENTRY-OK PIC X VALUE "N".
         88 ENTRY-IS-OK VALUE "Y".
        01 WS-FIELD-FULL PIC X VALUE "N".
         88 FIELD-IS-OVER-LIMIT VALUE "Y".
        01 WS-EVENT-EXISTS PIC X VALUE "N".
         88 EVENT-ALREADY-EXISTS VALUE "Y".
        01 WS-SLOT-WRITTEN PIC X VALUE "N".
         88 SLOT-WAS-WRITTEN VALUE "Y".
        01 WS-REJECT-TEXT PIC X(30).
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-WRITE-FAILED-COUNT PIC 9(5) VALUE ZERO.

      * The bracket is capped at 128 entrants (seven rounds) - the
      * largest field the venue can get through in one event.
        01 WS-MAX-ENTRANTS PIC 9(3) VALUE 128.
        01 WS-ENTRANT-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ENTRANT-TABLE.
         03 WS-ENTRANT-ID PIC X(10) OCCURS 128 TIMES.
        01 WS-ENTRANT-IDX PIC 9(3).
        01 WS-SEED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SEED-TABLE.
         03 WS-SEED-ENTRY OCCURS 128 TIMES.
          05 WS-SEED-PLAYER-ID PIC X(10).
          05 WS-SEED-RATING PIC 9(4).

      * Seed numbers in bracket-line order.  Built by doubling: each
      * seed s in a bracket of n lines is followed by its first-round
      * opponent 2n+1-s, so 1 and 2 can only meet in the final and
      * the byes all fall to the top seeds.
        01 WS-BRACKET-SIZE PIC 9(3) VALUE 1.
        01 WS-ROUND-COUNT PIC 9(2) VALUE ZERO.
        01 WS-LINE-COUNT PIC 9(3).
        01 WS-LINE-IDX PIC 9(3).
        01 WS-LINE-TABLE.
         03 WS-LINE-SEED PIC 9(3) OCCURS 128 TIMES.
        01 WS-LINE-WORK.
         03 WS-WORK-SEED PIC 9(3) OCCURS 128 TIMES.
        01 WS-SLOT-IDX PIC 9(3).
        01 WS-SLOT-COUNT PIC 9(3).
        01 WS-SEED-A PIC 9(3).
        01 WS-SEED-B PIC 9(3).
        01 WS-BYE-COUNT PIC 9(3) VALUE ZERO.

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
            PERFORM LOAD-BRKSEED-CONTROL.
            PERFORM OPEN-SEED-FILES.

            SORT SEED-WORK
                ON DESCENDING KEY SEED-RATING
                   ASCENDING KEY SEED-PLAYER-ID
                INPUT PROCEDURE IS RELEASE-ENTRANTS
                OUTPUT PROCEDURE IS LOAD-SEED-TABLE.

            PERFORM CHECK-FIELD-SIZE.
            PERFORM BUILD-BRACKET-LINES.
            PERFORM WRITE-EVENT-HEADER.
            PERFORM WRITE-PAIRINGS-HEADING.
            PERFORM WRITE-ROUND-ONE-SLOT
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.
            PERFORM WRITE-BRKSEED-TOTALS.

            PERFORM CLOSE-SEED-FILES.
            CLOSE BRKSEED-REPORT.
            MOVE WS-SEED-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Bracket " WS-EVENT-ID " seeded - "
                WS-SEED-COUNT " entrant(s), " WS-BYE-COUNT " bye(s).".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT BRKSEED-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-BRKS-RPT - bracket "
                    "seeding aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Knockout Bracket - Round One Pairings"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "=================================================="
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-BRKSEED-CONTROL.

            OPEN INPUT BRKSEED-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-BRKS-CTL control card - seeding "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, no bracket written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-SEEDING
            END-IF.
            READ BRKSEED-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-EVENT-ID = SPACES
                MOVE "Bad control card - an event ID is required.  "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "No bracket written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BRKSEED-CONTROL
                PERFORM ABANDON-SEEDING
            END-IF.
            MOVE CTL-EVENT-ID TO WS-EVENT-ID.
            MOVE CTL-EVENT-NAME TO WS-EVENT-NAME.
            CLOSE BRKSEED-CONTROL.
            MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Event " WS-EVENT-ID "  " WS-EVENT-NAME
                "  seeded " WS-TODAY-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       OPEN-SEED-FILES.

            OPEN I-O BRACKET-FILE.
            IF WS-BRACKET-STATUS = "35"
                OPEN OUTPUT BRACKET-FILE
                CLOSE BRACKET-FILE
                OPEN I-O BRACKET-FILE
            END-IF.
            IF WS-BRACKET-STATUS NOT = "00"
                MOVE "KAZUATE-BRACKET could not be opened - no "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "bracket written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-SEEDING
            END-IF.

      * An event is seeded once.  Reseeding over an event that is
      * already under way would throw away the results played so far.
            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE ZERO TO BRK-ROUND.
            MOVE ZERO TO BRK-SLOT.
            READ BRACKET-FILE
                INVALID KEY
                    MOVE "N" TO WS-EVENT-EXISTS
                NOT INVALID KEY
                    MOVE "Y" TO WS-EVENT-EXISTS
            END-READ.
            IF EVENT-ALREADY-EXISTS
                MOVE SPACES TO REPORT-LINE
                STRING "Event " WS-EVENT-ID " is already on "
                    "KAZUATE-BRACKET - nothing reseeded."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BRACKET-FILE
                PERFORM ABANDON-SEEDING
            END-IF.

            OPEN INPUT ENTRY-LIST.
            IF WS-ENTRY-STATUS NOT = "00"
                MOVE "KAZUATE-BRKS-ENTRY could not be opened - no "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "bracket written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BRACKET-FILE
                PERFORM ABANDON-SEEDING
            END-IF.
      * Without PLAYER-MASTER no entrant can be proved active, so
      * nothing is seeded rather than seeding unchecked players.
            OPEN INPUT PLAYER-MASTER.
            IF WS-PLAYER-STATUS NOT = "00"
                MOVE "PLAYER-MASTER could not be opened - no "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "bracket written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "PLAYER-MASTER could not be opened - bracket "
                    "seeding aborted."
                CLOSE ENTRY-LIST
                CLOSE BRACKET-FILE
                PERFORM ABANDON-SEEDING
            END-IF.
            OPEN INPUT KAZUATE-RATING.
            IF WS-RATING-STATUS NOT = "00"
                MOVE "N" TO WS-RATING-AVAILABLE
            END-IF.

       CLOSE-SEED-FILES.

            CLOSE BRACKET-FILE.
            CLOSE PLAYER-MASTER.
            IF RATING-FILE-IS-AVAILABLE
                CLOSE KAZUATE-RATING
            END-IF.

       RELEASE-ENTRANTS.

            PERFORM UNTIL NO-MORE-ENTRIES
                READ ENTRY-LIST
                    AT END
                        MOVE "Y" TO WS-ENTRY-EOF
                END-READ
                IF NOT NO-MORE-ENTRIES
                   AND ENT-PLAYER-ID NOT = SPACES
                    PERFORM CHECK-ONE-ENTRANT
                END-IF
            END-PERFORM.
            CLOSE ENTRY-LIST.

       CHECK-ONE-ENTRANT.

            MOVE "Y" TO WS-ENTRY-OK.
            PERFORM VARYING WS-ENTRANT-IDX FROM 1 BY 1
                UNTIL WS-ENTRANT-IDX > WS-ENTRANT-COUNT
                IF WS-ENTRANT-ID (WS-ENTRANT-IDX) = ENT-PLAYER-ID
                    MOVE "N" TO WS-ENTRY-OK
                    MOVE "entered twice" TO WS-REJECT-TEXT
                END-IF
            END-PERFORM.
            IF ENTRY-IS-OK
                MOVE ENT-PLAYER-ID TO PLAYER-ID
                READ PLAYER-MASTER
                    INVALID KEY
                        MOVE "N" TO WS-ENTRY-OK
                        MOVE "not on PLAYER-MASTER" TO WS-REJECT-TEXT
                    NOT INVALID KEY
                        IF NOT PLAYER-IS-ACTIVE
                            MOVE "N" TO WS-ENTRY-OK
                            MOVE "player not active"
                                TO WS-REJECT-TEXT
                        END-IF
                END-READ
            END-IF.
            IF ENTRY-IS-OK
               AND WS-ENTRANT-COUNT >= WS-MAX-ENTRANTS
                MOVE "Y" TO WS-FIELD-FULL
                MOVE "N" TO WS-ENTRY-OK
                MOVE "field over 128 entrants" TO WS-REJECT-TEXT
            END-IF.
            IF NOT ENTRY-IS-OK
                COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
                MOVE SPACES TO REPORT-LINE
                STRING "REJECTED: " ENT-PLAYER-ID " - "
                    WS-REJECT-TEXT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                COMPUTE WS-ENTRANT-COUNT = WS-ENTRANT-COUNT + 1
                MOVE ENT-PLAYER-ID TO WS-ENTRANT-ID (WS-ENTRANT-COUNT)
                MOVE ENT-PLAYER-ID TO SEED-PLAYER-ID
      * A player who has never been rated seeds at the rating the
      * rating update starts everyone on.
                MOVE 1000 TO SEED-RATING
                IF RATING-FILE-IS-AVAILABLE
                    MOVE ENT-PLAYER-ID TO RATE-PLAYER-ID
                    READ KAZUATE-RATING
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE RATE-CURRENT TO SEED-RATING
                    END-READ
                END-IF
                RELEASE SEED-RECORD
            END-IF.

       LOAD-SEED-TABLE.

            PERFORM UNTIL NO-MORE-SEEDS
                RETURN SEED-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                END-RETURN
                IF NOT NO-MORE-SEEDS
                    COMPUTE WS-SEED-COUNT = WS-SEED-COUNT + 1
                    MOVE SEED-PLAYER-ID
                        TO WS-SEED-PLAYER-ID (WS-SEED-COUNT)
                    MOVE SEED-RATING TO WS-SEED-RATING (WS-SEED-COUNT)
                END-IF
            END-PERFORM.

       CHECK-FIELD-SIZE.

      * An oversized field is refused outright rather than quietly
      * cut at 128 - whoever was cut would never know.
            IF FIELD-IS-OVER-LIMIT
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "More than 128 entrants - split the field into "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "two events.  No bracket written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM CLOSE-SEED-FILES
                PERFORM ABANDON-SEEDING
            END-IF.
            IF WS-SEED-COUNT < 2
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "Fewer than two valid entrants - no bracket "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "written."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM CLOSE-SEED-FILES
                PERFORM ABANDON-SEEDING
            END-IF.

       BUILD-BRACKET-LINES.

            MOVE 1 TO WS-BRACKET-SIZE.
            MOVE ZERO TO WS-ROUND-COUNT.
            MOVE 1 TO WS-LINE-COUNT.
            MOVE 1 TO WS-LINE-SEED (1).
            PERFORM UNTIL WS-BRACKET-SIZE >= WS-SEED-COUNT
                COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
                COMPUTE WS-ROUND-COUNT = WS-ROUND-COUNT + 1
                PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > WS-LINE-COUNT
                    MOVE WS-LINE-SEED (WS-LINE-IDX)
                        TO WS-WORK-SEED (WS-LINE-IDX * 2 - 1)
                    COMPUTE WS-WORK-SEED (WS-LINE-IDX * 2) =
                        WS-BRACKET-SIZE + 1 - WS-LINE-SEED (WS-LINE-IDX)
                END-PERFORM
                MOVE WS-BRACKET-SIZE TO WS-LINE-COUNT
                MOVE WS-LINE-WORK TO WS-LINE-TABLE
            END-PERFORM.
            COMPUTE WS-SLOT-COUNT = WS-BRACKET-SIZE / 2.

       WRITE-EVENT-HEADER.

            MOVE SPACES TO BRACKET-RECORD.
            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE ZERO TO BRK-ROUND.
            MOVE ZERO TO BRK-SLOT.
            MOVE WS-EVENT-NAME TO BRK-EVENT-NAME.
            MOVE "OPEN" TO BRK-EVENT-STATUS.
            MOVE WS-TODAY-DATE TO BRK-EVENT-DATE.
            MOVE WS-SEED-COUNT TO BRK-ENTRANT-COUNT.
            MOVE WS-BRACKET-SIZE TO BRK-BRACKET-SIZE.
            MOVE WS-ROUND-COUNT TO BRK-ROUND-COUNT.
            MOVE 1 TO BRK-CURRENT-ROUND.
            MOVE SPACES TO BRK-CHAMPION.
            WRITE BRACKET-RECORD
                INVALID KEY
                    MOVE "N" TO WS-SLOT-WRITTEN
                NOT INVALID KEY
                    MOVE "Y" TO WS-SLOT-WRITTEN
            END-WRITE.
            IF NOT SLOT-WAS-WRITTEN
                MOVE SPACES TO REPORT-LINE
                STRING "Event header could not be written - status "
                    WS-BRACKET-STATUS ".  No bracket written."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM CLOSE-SEED-FILES
                PERFORM ABANDON-SEEDING
            END-IF.

       WRITE-PAIRINGS-HEADING.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-SEED-COUNT " entrant(s), bracket of "
                WS-BRACKET-SIZE ", " WS-ROUND-COUNT " round(s)"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE " Match  Seed Player          Seed Player"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE " -----  ---- ----------      ---- ----------"
                TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-ROUND-ONE-SLOT.

      * Seeds past the field size are empty lines - the seed drawn
      * against one has a bye and goes straight into round two.
            MOVE WS-LINE-SEED (WS-SLOT-IDX * 2 - 1) TO WS-SEED-A.
            MOVE WS-LINE-SEED (WS-SLOT-IDX * 2) TO WS-SEED-B.
            MOVE SPACES TO BRACKET-RECORD.
            MOVE WS-EVENT-ID TO BRK-EVENT-ID.
            MOVE 1 TO BRK-ROUND.
            MOVE WS-SLOT-IDX TO BRK-SLOT.
            MOVE WS-SEED-PLAYER-ID (WS-SEED-A) TO BRK-PLAYER-A.
            MOVE WS-SEED-A TO BRK-SEED-A.
            MOVE ZERO TO BRK-DRAW-COUNT.
            MOVE ZERO TO BRK-RESULT-DATE.
            IF WS-SEED-B > WS-SEED-COUNT
                MOVE SPACES TO BRK-PLAYER-B
                MOVE ZERO TO BRK-SEED-B
                MOVE "BYE " TO BRK-SLOT-STATUS
                MOVE BRK-PLAYER-A TO BRK-WINNER
                MOVE WS-SEED-A TO BRK-WINNER-SEED
                MOVE WS-TODAY-DATE TO BRK-RESULT-DATE
                COMPUTE WS-BYE-COUNT = WS-BYE-COUNT + 1
            ELSE
                MOVE WS-SEED-PLAYER-ID (WS-SEED-B) TO BRK-PLAYER-B
                MOVE WS-SEED-B TO BRK-SEED-B
                MOVE "PEND" TO BRK-SLOT-STATUS
                MOVE SPACES TO BRK-WINNER
                MOVE ZERO TO BRK-WINNER-SEED
            END-IF.
            WRITE BRACKET-RECORD
                INVALID KEY
                    MOVE "N" TO WS-SLOT-WRITTEN
                NOT INVALID KEY
                    MOVE "Y" TO WS-SLOT-WRITTEN
            END-WRITE.
            MOVE SPACES TO REPORT-LINE.
            IF NOT SLOT-WAS-WRITTEN
                COMPUTE WS-WRITE-FAILED-COUNT =
                    WS-WRITE-FAILED-COUNT + 1
                MOVE "ABND" TO WS-RLOG-CODE
                STRING "  " BRK-SLOT "   FAILED - status "
                    WS-BRACKET-STATUS
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                IF BRK-SLOT-IS-BYE
                    STRING "  " BRK-SLOT "   " BRK-SEED-A "  "
                        BRK-PLAYER-A "  v   bye"
                        DELIMITED BY SIZE INTO REPORT-LINE
                ELSE
                    STRING "  " BRK-SLOT "   " BRK-SEED-A "  "
                        BRK-PLAYER-A "  v   " BRK-SEED-B "  "
                        BRK-PLAYER-B
                        DELIMITED BY SIZE INTO REPORT-LINE
                END-IF
            END-IF.
            WRITE REPORT-LINE.

       WRITE-BRKSEED-TOTALS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Entrants seeded:     " WS-SEED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Byes given:          " WS-BYE-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Entries rejected:    " WS-REJECTED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-WRITE-FAILED-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "Slot writes failed:  " WS-WRITE-FAILED-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       ABANDON-SEEDING.

            CLOSE BRKSEED-REPORT.
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
            MOVE "Kazuate-BrktSeed" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-BrktSeed.
