      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-FairPlay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT KAZUATE-HIST ASSIGN TO "KAZUATE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REVIEW-QUEUE ASSIGN TO "KAZUATE-REVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REVQ-KEY
               FILE STATUS IS WS-REVQ-STATUS.
           SELECT SESSION-WORK ASSIGN TO "KAZUATE-FAIR-SES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT PLAYER-WORK ASSIGN TO "KAZUATE-FAIR-PLY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT FAIR-CONTROL ASSIGN TO "KAZUATE-FAIR-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FAIR-REPORT ASSIGN TO "KAZUATE-FAIR-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GUESS-WORK ASSIGN TO "KAZUATE-FAIR-SRT".
           SELECT RATE-WORK ASSIGN TO "KAZUATE-FAIR-RSR".
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  REVIEW-QUEUE.
       COPY REVQREC.
      * One line per session reviewed, in player order - the first
      * pass writes it so the second can judge each session against
      * its player's totals, which are not known until the player's
      * last session has been read.
       FD  SESSION-WORK.
        01 SESSION-SUMMARY.
         03 SS-PLAYER-ID PIC X(10).
         03 SS-SESSION-DATE PIC 9(8).
         03 SS-LAST-DATE PIC 9(8).
         03 SS-SESSION PIC 9(5).
         03 SS-DIFFICULTY PIC X(6).
         03 SS-RANGE-KNOWN PIC X(1).
          88 SS-RANGE-IS-KNOWN VALUE "Y".
         03 SS-SOURCE PIC X(1).
          88 SS-FROM-BATCH VALUE "B" "R".
         03 SS-GUESS-COUNT PIC 9(4).
         03 SS-WON PIC X(1).
          88 SS-WAS-WON VALUE "Y".
         03 SS-FIRST-GUESS-WIN PIC X(1).
          88 SS-WON-ON-FIRST-GUESS VALUE "Y".
         03 SS-FAST-GAPS PIC 9(3).
         03 SS-IGNORED-HINTS PIC 9(3).
      * One line per player, in the same order as the sessions.
       FD  PLAYER-WORK.
        01 PLAYER-SUMMARY.
         03 PS-PLAYER-ID PIC X(10).
         03 PS-SESSION-COUNT PIC 9(5).
         03 PS-FIRST-WINS PIC 9(5).
         03 PS-EXPECTED-WINS PIC 9(5)V9(4).
       FD  FAIR-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-FROM-DATE PIC 9(8).
         03 CTL-TO-DATE PIC 9(8).
         03 CTL-FAST-SECONDS PIC 9(2).
         03 CTL-FAST-GAPS PIC 9(2).
         03 CTL-HINT-MISSES PIC 9(2).
         03 CTL-LUCK-WINS PIC 9(2).
         03 CTL-LUCK-FACTOR PIC 9(2).
       FD  FAIR-REPORT.
        01 REPORT-LINE PIC X(80).
      * Guesses in the order they were made within each session.  A
      * session's guesses can share a second, so equal keys keep the
      * order they were logged in.
       SD  GUESS-WORK.
        01 SORTED-GUESS.
         03 SG-PLAYER-ID PIC X(10).
         03 SG-SESSION PIC 9(5).
         03 SG-DATE PIC 9(8).
         03 SG-TIME.
          05 SG-HOUR PIC 9(2).
          05 SG-MINUTE PIC 9(2).
          05 SG-SECOND PIC 9(2).
         03 SG-GUESS PIC 9(3).
         03 SG-VERDICT PIC X(10).
         03 SG-DIFFICULTY PIC X(6).
         03 SG-SOURCE PIC X(1).
      * One entry per session reviewed, by player and month, for the
      * flag-rate page.
       SD  RATE-WORK.
        01 RATE-RECORD.
         03 RATE-PLAYER-ID PIC X(10).
         03 RATE-MONTH PIC 9(6).
         03 RATE-FLAGGED PIC X(1).
          88 RATE-WAS-FLAGGED VALUE "Y".
         03 RATE-LUCK PIC X(1).
         03 RATE-FAST PIC X(1).
         03 RATE-HINT PIC X(1).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-HIST-STATUS PIC XX.
        01 WS-REVQ-STATUS PIC XX.
        01 WS-SESSION-STATUS PIC XX.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-AUDIT-EOF PIC X VALUE "N".
         88 WS-NO-MORE-AUDIT VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-GUESSES VALUE "Y".
        01 WS-SESSION-EOF PIC X VALUE "N".
         88 NO-MORE-SESSIONS VALUE "Y".
        01 WS-RATE-EOF PIC X VALUE "N".
         88 NO-MORE-RATES VALUE "Y".
        01 WS-HIST-EOF PIC X VALUE "N".
         88 WS-NO-MORE-HIST VALUE "Y".
        01 WS-HIST-AVAILABLE PIC X VALUE "N".
         88 HIST-IS-AVAILABLE VALUE "Y".
        01 WS-REVQ-FOUND PIC X VALUE "N".
         88 REVQ-WAS-FOUND VALUE "Y".
        01 WS-REVQ-WRITTEN PIC X VALUE "N".
         88 REVQ-WAS-WRITTEN VALUE "Y".
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
        01 WS-TO-DATE PIC 9(8) VALUE 99999999.

      * Review thresholds.  A blank or zero field on the control card
      * takes the house default shown.
        01 WS-FAST-SECONDS PIC 9(2) VALUE 1.
        01 WS-FAST-GAPS PIC 9(2) VALUE 3.
        01 WS-HINT-MISSES PIC 9(2) VALUE 2.
        01 WS-LUCK-WINS PIC 9(2) VALUE 3.
        01 WS-LUCK-FACTOR PIC 9(2) VALUE 5.

      * The session being summarised.  WS-KNOWN-LOW and WS-KNOWN-HIGH
      * narrow as the hints shown to the player come in, so a guess
      * outside them is one the hints had already ruled out.
        01 WS-SESSION-OPEN PIC X VALUE "N".
         88 SESSION-IS-OPEN VALUE "Y".
        01 WS-PLAYER-OPEN PIC X VALUE "N".
         88 PLAYER-IS-OPEN VALUE "Y".
        01 WS-DIFF-IDX PIC 9(1).
        01 WS-RANGE-WIDTH PIC 9(4) VALUE ZERO.
        01 WS-HINT-LIMIT PIC 9(2) VALUE ZERO.
        01 WS-MAX-ATTEMPTS PIC 9(2) VALUE ZERO.
        01 WS-SESSION-ENDED PIC X VALUE "N".
         88 SESSION-HAS-ENDED VALUE "Y".
        01 WS-KNOWN-LOW PIC S9(4).
        01 WS-KNOWN-HIGH PIC S9(4).
        01 WS-PREV-DATE PIC 9(8).
        01 WS-PREV-SECS PIC 9(5).
        01 WS-THIS-SECS PIC 9(5).
        01 WS-GAP-SECS PIC S9(6).

      * The player the sessions are being judged against.
        01 WS-PLAYER-LUCKY PIC X VALUE "N".
         88 PLAYER-IS-LUCKY VALUE "Y".
        01 WS-LUCK-FLAG PIC X.
        01 WS-FAST-FLAG PIC X.
        01 WS-HINT-FLAG PIC X.
        01 WS-LUCK-LIMIT PIC 9(7)V9(4).

      * Flag-rate page accumulators, by month and by player.
        01 WS-RATE-STARTED PIC X VALUE "N".
         88 RATE-IS-STARTED VALUE "Y".
        01 WS-RATE-PLAYER PIC X(10).
        01 WS-RATE-MONTH PIC 9(6).
        01 WS-MONTH-SESSIONS PIC 9(5).
        01 WS-MONTH-FLAGGED PIC 9(5).
        01 WS-MONTH-LUCK PIC 9(5).
        01 WS-MONTH-FAST PIC 9(5).
        01 WS-MONTH-HINT PIC 9(5).
        01 WS-PLAYER-SESSIONS PIC 9(5).
        01 WS-PLAYER-FLAGGED PIC 9(5).
        01 WS-RATE-PCT PIC 9(3)V9.
        01 WS-RATE-PCT-OUT PIC ZZ9.9.
        01 WS-SESSIONS-OUT PIC ZZZZ9.
        01 WS-FLAGGED-OUT PIC ZZZZ9.
        01 WS-LUCK-OUT PIC ZZZZ9.
        01 WS-FAST-OUT PIC ZZZZ9.
        01 WS-HINT-OUT PIC ZZZZ9.

        01 WS-GUESS-LINE-COUNT PIC 9(7) VALUE ZERO.
        01 WS-SESSION-COUNT PIC 9(7) VALUE ZERO.
        01 WS-PLAYER-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LUCK-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FAST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-HINT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-BATCH-SESSION-COUNT PIC 9(7) VALUE ZERO.
        01 WS-REVQ-ADDED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-REVQ-REFRESHED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-REVQ-FAILED-COUNT PIC 9(5) VALUE ZERO.

        01 WS-RLOG-STATUS PIC XX.
        01 WS-RLOG-AVAILABLE PIC X VALUE "N".
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       COPY DIFFTAB.

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
            PERFORM LOAD-FAIR-CONTROL.
            PERFORM OPEN-FILES.

            SORT GUESS-WORK
                ON ASCENDING KEY SG-PLAYER-ID
                                 SG-SESSION
                                 SG-DATE
                                 SG-TIME
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS RELEASE-AUDIT-GUESSES
                OUTPUT PROCEDURE IS SUMMARISE-SESSIONS.

            SORT RATE-WORK
                ON ASCENDING KEY RATE-PLAYER-ID
                                 RATE-MONTH
                INPUT PROCEDURE IS REVIEW-SESSIONS
                OUTPUT PROCEDURE IS PRINT-FLAG-RATES.

            PERFORM WRITE-FAIR-TOTALS.
            PERFORM CLOSE-FILES.
            MOVE WS-SESSION-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Fair-play review complete - " WS-SESSION-COUNT
                " session(s) reviewed, " WS-FLAGGED-COUNT
                " flagged.".
            STOP RUN.

       LOAD-FAIR-CONTROL.

            OPEN INPUT FAIR-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "No KAZUATE-FAIR-CTL control card - "
                    "fair-play review aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            READ FAIR-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-FROM-DATE IS NOT NUMERIC
               OR CTL-TO-DATE IS NOT NUMERIC
               OR CTL-FROM-DATE > CTL-TO-DATE
                DISPLAY "Bad date range on control card - "
                    "fair-play review aborted."
                CLOSE FAIR-CONTROL
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE CTL-FROM-DATE TO WS-FROM-DATE.
            MOVE CTL-TO-DATE TO WS-TO-DATE.
            IF CTL-FAST-SECONDS IS NUMERIC AND CTL-FAST-SECONDS > 0
                MOVE CTL-FAST-SECONDS TO WS-FAST-SECONDS
            END-IF.
            IF CTL-FAST-GAPS IS NUMERIC AND CTL-FAST-GAPS > 0
                MOVE CTL-FAST-GAPS TO WS-FAST-GAPS
            END-IF.
            IF CTL-HINT-MISSES IS NUMERIC AND CTL-HINT-MISSES > 0
                MOVE CTL-HINT-MISSES TO WS-HINT-MISSES
            END-IF.
            IF CTL-LUCK-WINS IS NUMERIC AND CTL-LUCK-WINS > 0
                MOVE CTL-LUCK-WINS TO WS-LUCK-WINS
            END-IF.
            IF CTL-LUCK-FACTOR IS NUMERIC AND CTL-LUCK-FACTOR > 0
                MOVE CTL-LUCK-FACTOR TO WS-LUCK-FACTOR
            END-IF.
            CLOSE FAIR-CONTROL.
            MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.

       OPEN-FILES.

            OPEN OUTPUT FAIR-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-FAIR-RPT - "
                    "fair-play review aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Fair-Play Review" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "=============================" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Dates " WS-FROM-DATE " to " WS-TO-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "FAST: " WS-FAST-GAPS " or more guesses under "
                WS-FAST-SECONDS " second(s) apart"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "HINT: a win after " WS-HINT-MISSES
                " or more guesses the hints had ruled out"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "LUCK: " WS-LUCK-WINS " or more first-guess wins, "
                "over " WS-LUCK-FACTOR " times the chance rate"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            OPEN I-O REVIEW-QUEUE.
            IF WS-REVQ-STATUS = "35"
                OPEN OUTPUT REVIEW-QUEUE
                CLOSE REVIEW-QUEUE
                OPEN I-O REVIEW-QUEUE
            END-IF.
            IF WS-REVQ-STATUS NOT = "00"
                MOVE "KAZUATE-REVIEW could not be opened - fair-play "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "review aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-REVIEW
            END-IF.

      * History is only consulted to put the game's key on the queue
      * entry - without it the review still runs.
            OPEN INPUT KAZUATE-HIST.
            IF WS-HIST-STATUS = "00"
                MOVE "Y" TO WS-HIST-AVAILABLE
            ELSE
                MOVE "KAZUATE-HIST could not be opened - queue "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "entries will carry no history key."
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       RELEASE-AUDIT-GUESSES.

            OPEN INPUT AUDIT-TRAIL.
            IF WS-AUDIT-STATUS NOT = "00"
                MOVE "AUDIT-TRAIL could not be opened - treating it "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "as empty."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                SET WS-NO-MORE-AUDIT TO TRUE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-AUDIT
                READ AUDIT-TRAIL
                    AT END SET WS-NO-MORE-AUDIT TO TRUE
                END-READ
      * Round zero is a duel guess - both players see every hint in a
      * duel, so the guesses cannot be judged one player at a time.
                IF NOT WS-NO-MORE-AUDIT
                   AND AUD-DATE IS NUMERIC
                   AND AUD-TIME IS NUMERIC
                   AND AUD-SESSION IS NUMERIC
                   AND AUD-GUESS IS NUMERIC
                   AND AUD-PLAYER-ID NOT = SPACES
                   AND AUD-ROUND NOT = ZERO
                   AND AUD-DATE NOT < WS-FROM-DATE
                   AND AUD-DATE NOT > WS-TO-DATE
                    PERFORM RELEASE-ONE-GUESS
                END-IF
            END-PERFORM.
            IF WS-AUDIT-STATUS = "10"
                CLOSE AUDIT-TRAIL
            END-IF.

       RELEASE-ONE-GUESS.

            COMPUTE WS-GUESS-LINE-COUNT = WS-GUESS-LINE-COUNT + 1.
            MOVE AUD-PLAYER-ID TO SG-PLAYER-ID.
            MOVE AUD-SESSION TO SG-SESSION.
            MOVE AUD-DATE TO SG-DATE.
            MOVE AUD-TIME TO SG-TIME.
            MOVE AUD-GUESS TO SG-GUESS.
            MOVE AUD-VERDICT TO SG-VERDICT.
            MOVE AUD-DIFFICULTY TO SG-DIFFICULTY.
            MOVE AUD-SOURCE TO SG-SOURCE.
            RELEASE SORTED-GUESS.

       SUMMARISE-SESSIONS.

            OPEN OUTPUT SESSION-WORK.
            OPEN OUTPUT PLAYER-WORK.
            IF WS-SESSION-STATUS NOT = "00"
               OR WS-PLAYER-STATUS NOT = "00"
                MOVE "Cannot open the review work files - fair-play "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "review aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-REVIEW
            END-IF.
            PERFORM UNTIL NO-MORE-GUESSES
                RETURN GUESS-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                END-RETURN
                IF NOT NO-MORE-GUESSES
      * The session tag is only a second of the day, so the same tag
      * can come round again on a later day.  A game resumed or
      * played past midnight carries on under its tag, but once the
      * held game is over a guess on a later day is a new game.
                    IF SESSION-IS-OPEN
                       AND (SG-PLAYER-ID NOT = SS-PLAYER-ID
                         OR SG-SESSION NOT = SS-SESSION
                         OR (SG-DATE NOT = SS-LAST-DATE
                             AND SESSION-HAS-ENDED))
                        PERFORM FINISH-SESSION
                    END-IF
                    IF PLAYER-IS-OPEN
                       AND SG-PLAYER-ID NOT = PS-PLAYER-ID
                        PERFORM FINISH-PLAYER
                    END-IF
                    IF NOT PLAYER-IS-OPEN
                        PERFORM START-PLAYER
                    END-IF
                    IF NOT SESSION-IS-OPEN
                        PERFORM START-SESSION
                    END-IF
                    PERFORM APPLY-GUESS
                END-IF
            END-PERFORM.
            IF SESSION-IS-OPEN
                PERFORM FINISH-SESSION
            END-IF.
            IF PLAYER-IS-OPEN
                PERFORM FINISH-PLAYER
            END-IF.
            CLOSE SESSION-WORK.
            CLOSE PLAYER-WORK.

       START-PLAYER.

            MOVE "Y" TO WS-PLAYER-OPEN.
            MOVE SG-PLAYER-ID TO PS-PLAYER-ID.
            MOVE ZERO TO PS-SESSION-COUNT.
            MOVE ZERO TO PS-FIRST-WINS.
            MOVE ZERO TO PS-EXPECTED-WINS.

       START-SESSION.

            MOVE "Y" TO WS-SESSION-OPEN.
            MOVE SG-PLAYER-ID TO SS-PLAYER-ID.
            MOVE SG-DATE TO SS-SESSION-DATE.
            MOVE SG-DATE TO SS-LAST-DATE.
            MOVE SG-SESSION TO SS-SESSION.
            MOVE SG-DIFFICULTY TO SS-DIFFICULTY.
            MOVE SG-SOURCE TO SS-SOURCE.
            MOVE ZERO TO SS-GUESS-COUNT.
            MOVE "N" TO SS-WON.
            MOVE "N" TO SS-FIRST-GUESS-WIN.
            MOVE ZERO TO SS-FAST-GAPS.
            MOVE ZERO TO SS-IGNORED-HINTS.
      * Records converted from the old text trail carry no
      * difficulty, so the range - and with it the hint and luck
      * rules - is unknown for them.
            MOVE "N" TO SS-RANGE-KNOWN.
            MOVE "N" TO WS-SESSION-ENDED.
            MOVE ZERO TO WS-RANGE-WIDTH.
            MOVE ZERO TO WS-HINT-LIMIT.
            MOVE ZERO TO WS-MAX-ATTEMPTS.
            PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                UNTIL WS-DIFF-IDX > 3
                IF DIFF-NAME (WS-DIFF-IDX) = SG-DIFFICULTY
                    MOVE "Y" TO SS-RANGE-KNOWN
                    MOVE DIFF-LOW-BOUND (WS-DIFF-IDX) TO WS-KNOWN-LOW
                    MOVE DIFF-HIGH-BOUND (WS-DIFF-IDX) TO WS-KNOWN-HIGH
                    MOVE DIFF-HINT-LIMIT (WS-DIFF-IDX) TO WS-HINT-LIMIT
                    MOVE DIFF-MAX-ATTEMPTS (WS-DIFF-IDX)
                        TO WS-MAX-ATTEMPTS
                    COMPUTE WS-RANGE-WIDTH =
                        DIFF-HIGH-BOUND (WS-DIFF-IDX)
                        - DIFF-LOW-BOUND (WS-DIFF-IDX) + 1
                END-IF
            END-PERFORM.

       APPLY-GUESS.

            COMPUTE SS-GUESS-COUNT = SS-GUESS-COUNT + 1.
            COMPUTE WS-THIS-SECS = SG-HOUR * 3600
                                 + SG-MINUTE * 60
                                 + SG-SECOND.

      * Gaps are only measured within one day - a game resumed on a
      * later day is not fast play.
            IF SS-GUESS-COUNT > 1 AND SG-DATE = WS-PREV-DATE
                COMPUTE WS-GAP-SECS = WS-THIS-SECS - WS-PREV-SECS
                IF WS-GAP-SECS < WS-FAST-SECONDS
                    COMPUTE SS-FAST-GAPS = SS-FAST-GAPS + 1
                END-IF
            END-IF.

            IF SS-RANGE-IS-KNOWN
                IF SG-GUESS < WS-KNOWN-LOW
                   OR SG-GUESS > WS-KNOWN-HIGH
                    COMPUTE SS-IGNORED-HINTS = SS-IGNORED-HINTS + 1
                END-IF
      * Only a hint the player was shown narrows the range - past the
      * preset's hint limit the game just says "Guess again."
                IF WS-HINT-LIMIT = 0
                   OR SS-GUESS-COUNT NOT > WS-HINT-LIMIT
                    IF SG-VERDICT = "SMALLER"
                       AND SG-GUESS - 1 < WS-KNOWN-HIGH
                        COMPUTE WS-KNOWN-HIGH = SG-GUESS - 1
                    END-IF
                    IF SG-VERDICT = "BIGGER"
                       AND SG-GUESS + 1 > WS-KNOWN-LOW
                        COMPUTE WS-KNOWN-LOW = SG-GUESS + 1
                    END-IF
                END-IF
            END-IF.

            IF SG-VERDICT = "CORRECT"
                MOVE "Y" TO SS-WON
                IF SS-GUESS-COUNT = 1
                    MOVE "Y" TO SS-FIRST-GUESS-WIN
                END-IF
            END-IF.
            MOVE SG-DATE TO WS-PREV-DATE.
            MOVE SG-DATE TO SS-LAST-DATE.
            MOVE WS-THIS-SECS TO WS-PREV-SECS.
      * A game is over once it is won or its attempts are used up.
            IF SS-WAS-WON
               OR (WS-MAX-ATTEMPTS > 0
                   AND SS-GUESS-COUNT NOT < WS-MAX-ATTEMPTS)
                MOVE "Y" TO WS-SESSION-ENDED
            END-IF.

       FINISH-SESSION.

            WRITE SESSION-SUMMARY.
            COMPUTE WS-SESSION-COUNT = WS-SESSION-COUNT + 1.
            COMPUTE PS-SESSION-COUNT = PS-SESSION-COUNT + 1.
      * Chance of a first-guess win is one in the width of the range,
      * so the player's expected count is the sum of that over every
      * session whose range is known.
            IF SS-RANGE-IS-KNOWN
                COMPUTE PS-EXPECTED-WINS ROUNDED =
                    PS-EXPECTED-WINS + 1 / WS-RANGE-WIDTH
                IF SS-WON-ON-FIRST-GUESS
                    COMPUTE PS-FIRST-WINS = PS-FIRST-WINS + 1
                END-IF
            END-IF.
            MOVE "N" TO WS-SESSION-OPEN.

       FINISH-PLAYER.

            WRITE PLAYER-SUMMARY.
            COMPUTE WS-PLAYER-COUNT = WS-PLAYER-COUNT + 1.
            MOVE "N" TO WS-PLAYER-OPEN.

       REVIEW-SESSIONS.

            MOVE "Flagged sessions" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "----------------" TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT SESSION-WORK.
            OPEN INPUT PLAYER-WORK.
            MOVE SPACES TO PS-PLAYER-ID.
            PERFORM UNTIL NO-MORE-SESSIONS
                READ SESSION-WORK
                    AT END
                        MOVE "Y" TO WS-SESSION-EOF
                END-READ
                IF NOT NO-MORE-SESSIONS
                    IF SS-PLAYER-ID NOT = PS-PLAYER-ID
                        PERFORM READ-NEXT-PLAYER
                    END-IF
                    PERFORM JUDGE-ONE-SESSION
                END-IF
            END-PERFORM.
            CLOSE SESSION-WORK.
            CLOSE PLAYER-WORK.
            IF WS-FLAGGED-COUNT = 0
                MOVE "No sessions flagged." TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       READ-NEXT-PLAYER.

      * Both work files were written in player order with one player
      * line per run of sessions, so the next player line is always
      * the one for this session.
            READ PLAYER-WORK
                AT END
                    MOVE SS-PLAYER-ID TO PS-PLAYER-ID
                    MOVE ZERO TO PS-SESSION-COUNT
                    MOVE ZERO TO PS-FIRST-WINS
                    MOVE ZERO TO PS-EXPECTED-WINS
            END-READ.
            COMPUTE WS-LUCK-LIMIT = PS-EXPECTED-WINS * WS-LUCK-FACTOR.
            IF PS-FIRST-WINS NOT < WS-LUCK-WINS
               AND PS-FIRST-WINS > WS-LUCK-LIMIT
                MOVE "Y" TO WS-PLAYER-LUCKY
            ELSE
                MOVE "N" TO WS-PLAYER-LUCKY
            END-IF.

       JUDGE-ONE-SESSION.

            MOVE "N" TO WS-LUCK-FLAG.
            MOVE "N" TO WS-FAST-FLAG.
            MOVE "N" TO WS-HINT-FLAG.
      * A lucky player's first-guess wins are all put in front of
      * the desk - no single one is suspicious on its own.
            IF PLAYER-IS-LUCKY AND SS-WON-ON-FIRST-GUESS
               AND SS-RANGE-IS-KNOWN
                MOVE "Y" TO WS-LUCK-FLAG
            END-IF.
      * Guesses fed from a file arrive as fast as the file is read,
      * and guesses loaded from another venue carry the time they
      * were loaded, so neither timing proves anything about the
      * player.
            IF SS-FROM-BATCH
                COMPUTE WS-BATCH-SESSION-COUNT =
                    WS-BATCH-SESSION-COUNT + 1
            ELSE
                IF SS-FAST-GAPS NOT < WS-FAST-GAPS
                    MOVE "Y" TO WS-FAST-FLAG
                END-IF
            END-IF.
            IF SS-WAS-WON AND SS-RANGE-IS-KNOWN
               AND SS-IGNORED-HINTS NOT < WS-HINT-MISSES
                MOVE "Y" TO WS-HINT-FLAG
            END-IF.

            MOVE SS-PLAYER-ID TO RATE-PLAYER-ID.
            COMPUTE RATE-MONTH = SS-SESSION-DATE / 100.
            MOVE WS-LUCK-FLAG TO RATE-LUCK.
            MOVE WS-FAST-FLAG TO RATE-FAST.
            MOVE WS-HINT-FLAG TO RATE-HINT.
            IF WS-LUCK-FLAG = "Y" OR WS-FAST-FLAG = "Y"
               OR WS-HINT-FLAG = "Y"
                MOVE "Y" TO RATE-FLAGGED
                COMPUTE WS-FLAGGED-COUNT = WS-FLAGGED-COUNT + 1
                PERFORM QUEUE-FLAGGED-SESSION
            ELSE
                MOVE "N" TO RATE-FLAGGED
            END-IF.
            RELEASE RATE-RECORD.

       QUEUE-FLAGGED-SESSION.

            MOVE SS-PLAYER-ID TO REVQ-PLAYER-ID.
            MOVE SS-SESSION-DATE TO REVQ-SESSION-DATE.
            MOVE SS-SESSION TO REVQ-SESSION.
            READ REVIEW-QUEUE
                INVALID KEY
                    MOVE "N" TO WS-REVQ-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-REVQ-FOUND
            END-READ.

            IF WS-LUCK-FLAG = "Y"
                MOVE "LUCK" TO REVQ-REASON
                COMPUTE WS-LUCK-COUNT = WS-LUCK-COUNT + 1
            ELSE
                IF WS-FAST-FLAG = "Y"
                    MOVE "FAST" TO REVQ-REASON
                ELSE
                    MOVE "HINT" TO REVQ-REASON
                END-IF
            END-IF.
            IF WS-FAST-FLAG = "Y"
                COMPUTE WS-FAST-COUNT = WS-FAST-COUNT + 1
            END-IF.
            IF WS-HINT-FLAG = "Y"
                COMPUTE WS-HINT-COUNT = WS-HINT-COUNT + 1
            END-IF.
            MOVE WS-LUCK-FLAG TO REVQ-LUCK-FLAG.
            MOVE WS-FAST-FLAG TO REVQ-FAST-FLAG.
            MOVE WS-HINT-FLAG TO REVQ-HINT-FLAG.
            MOVE SS-DIFFICULTY TO REVQ-DIFFICULTY.
            MOVE SS-GUESS-COUNT TO REVQ-GUESS-COUNT.
            IF SS-WAS-WON
                MOVE "WIN " TO REVQ-OUTCOME
            ELSE
                MOVE "LOSE" TO REVQ-OUTCOME
            END-IF.
            MOVE SS-FAST-GAPS TO REVQ-FAST-GAPS.
            MOVE SS-IGNORED-HINTS TO REVQ-IGNORED-HINTS.
            MOVE PS-FIRST-WINS TO REVQ-FIRST-WINS.
            MOVE PS-SESSION-COUNT TO REVQ-PLAYER-SESSIONS.
            COMPUTE REVQ-EXPECTED-WINS ROUNDED = PS-EXPECTED-WINS.
            MOVE WS-TODAY-DATE TO REVQ-FLAGGED-DATE.
            MOVE "OPEN" TO REVQ-STATUS.
            MOVE ZERO TO REVQ-HIST-DATE.
            MOVE ZERO TO REVQ-HIST-TIME.
            IF HIST-IS-AVAILABLE
                PERFORM FIND-SESSION-HISTORY
            END-IF.

            IF REVQ-WAS-FOUND
                REWRITE REVIEW-QUEUE-RECORD
                    INVALID KEY
                        MOVE "N" TO WS-REVQ-WRITTEN
                    NOT INVALID KEY
                        MOVE "Y" TO WS-REVQ-WRITTEN
                END-REWRITE
            ELSE
                WRITE REVIEW-QUEUE-RECORD
                    INVALID KEY
                        MOVE "N" TO WS-REVQ-WRITTEN
                    NOT INVALID KEY
                        MOVE "Y" TO WS-REVQ-WRITTEN
                END-WRITE
            END-IF.
            IF NOT REVQ-WAS-WRITTEN
                COMPUTE WS-REVQ-FAILED-COUNT = WS-REVQ-FAILED-COUNT + 1
                MOVE "ABND" TO WS-RLOG-CODE
            ELSE
                IF REVQ-WAS-FOUND
                    COMPUTE WS-REVQ-REFRESHED-COUNT =
                        WS-REVQ-REFRESHED-COUNT + 1
                ELSE
                    COMPUTE WS-REVQ-ADDED-COUNT =
                        WS-REVQ-ADDED-COUNT + 1
                END-IF
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            STRING REVQ-REASON " " REVQ-PLAYER-ID " " REVQ-SESSION-DATE
                "/" REVQ-SESSION " " REVQ-DIFFICULTY " " REVQ-OUTCOME
                " g" REVQ-GUESS-COUNT " fast " REVQ-FAST-GAPS
                " miss " REVQ-IGNORED-HINTS " 1st " REVQ-FIRST-WINS
                " " REVQ-STATUS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       FIND-SESSION-HISTORY.

      * The history record is keyed by when the game ended, so look
      * from the day the session started to the day of its last
      * guess for the record carrying the same start second.
            MOVE SS-SESSION-DATE TO HIST-DATE.
            MOVE ZERO TO HIST-TIME.
            MOVE "N" TO WS-HIST-EOF.
            START KAZUATE-HIST KEY IS NOT LESS THAN HIST-KEY
                INVALID KEY
                    MOVE "Y" TO WS-HIST-EOF
            END-START.
            PERFORM UNTIL WS-NO-MORE-HIST
                READ KAZUATE-HIST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-HIST-EOF
                END-READ
                IF NOT WS-NO-MORE-HIST
                    IF HIST-DATE > SS-LAST-DATE
                        MOVE "Y" TO WS-HIST-EOF
                    ELSE
                        IF HIST-PLAYER-ID = SS-PLAYER-ID
                           AND HIST-START-SECS = SS-SESSION
                            MOVE HIST-DATE TO REVQ-HIST-DATE
                            MOVE HIST-TIME TO REVQ-HIST-TIME
                            IF HIST-IS-VOIDED
                                MOVE "VOID" TO REVQ-STATUS
                            END-IF
                            MOVE "Y" TO WS-HIST-EOF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       PRINT-FLAG-RATES.

            MOVE "Flag rate by player and month" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "-----------------------------" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Player      Month  Sessions Flagged   Rate%   "
                "LUCK  FAST  HINT"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM UNTIL NO-MORE-RATES
                RETURN RATE-WORK
                    AT END
                        MOVE "Y" TO WS-RATE-EOF
                END-RETURN
                IF NOT NO-MORE-RATES
                    IF RATE-IS-STARTED
                       AND (RATE-PLAYER-ID NOT = WS-RATE-PLAYER
                         OR RATE-MONTH NOT = WS-RATE-MONTH)
                        PERFORM PRINT-MONTH-RATE
                    END-IF
                    IF RATE-IS-STARTED
                       AND RATE-PLAYER-ID NOT = WS-RATE-PLAYER
                        PERFORM PRINT-PLAYER-RATE
                    END-IF
                    IF NOT RATE-IS-STARTED
                       OR RATE-PLAYER-ID NOT = WS-RATE-PLAYER
                        MOVE "Y" TO WS-RATE-STARTED
                        MOVE RATE-PLAYER-ID TO WS-RATE-PLAYER
                        MOVE ZERO TO WS-PLAYER-SESSIONS
                        MOVE ZERO TO WS-PLAYER-FLAGGED
                        PERFORM START-RATE-MONTH
                    END-IF
                    IF RATE-MONTH NOT = WS-RATE-MONTH
                        PERFORM START-RATE-MONTH
                    END-IF
                    PERFORM TALLY-RATE-RECORD
                END-IF
            END-PERFORM.
            IF RATE-IS-STARTED
                PERFORM PRINT-MONTH-RATE
                PERFORM PRINT-PLAYER-RATE
            END-IF.

       START-RATE-MONTH.

            MOVE RATE-MONTH TO WS-RATE-MONTH.
            MOVE ZERO TO WS-MONTH-SESSIONS.
            MOVE ZERO TO WS-MONTH-FLAGGED.
            MOVE ZERO TO WS-MONTH-LUCK.
            MOVE ZERO TO WS-MONTH-FAST.
            MOVE ZERO TO WS-MONTH-HINT.

       TALLY-RATE-RECORD.

            COMPUTE WS-MONTH-SESSIONS = WS-MONTH-SESSIONS + 1.
            COMPUTE WS-PLAYER-SESSIONS = WS-PLAYER-SESSIONS + 1.
            IF RATE-WAS-FLAGGED
                COMPUTE WS-MONTH-FLAGGED = WS-MONTH-FLAGGED + 1
                COMPUTE WS-PLAYER-FLAGGED = WS-PLAYER-FLAGGED + 1
            END-IF.
            IF RATE-LUCK = "Y"
                COMPUTE WS-MONTH-LUCK = WS-MONTH-LUCK + 1
            END-IF.
            IF RATE-FAST = "Y"
                COMPUTE WS-MONTH-FAST = WS-MONTH-FAST + 1
            END-IF.
            IF RATE-HINT = "Y"
                COMPUTE WS-MONTH-HINT = WS-MONTH-HINT + 1
            END-IF.

       PRINT-MONTH-RATE.

            COMPUTE WS-RATE-PCT ROUNDED =
                WS-MONTH-FLAGGED * 100 / WS-MONTH-SESSIONS.
            MOVE WS-RATE-PCT TO WS-RATE-PCT-OUT.
            MOVE WS-MONTH-SESSIONS TO WS-SESSIONS-OUT.
            MOVE WS-MONTH-FLAGGED TO WS-FLAGGED-OUT.
            MOVE WS-MONTH-LUCK TO WS-LUCK-OUT.
            MOVE WS-MONTH-FAST TO WS-FAST-OUT.
            MOVE WS-MONTH-HINT TO WS-HINT-OUT.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-RATE-PLAYER "  " WS-RATE-MONTH "    "
                WS-SESSIONS-OUT "   " WS-FLAGGED-OUT "   "
                WS-RATE-PCT-OUT "  " WS-LUCK-OUT " " WS-FAST-OUT
                " " WS-HINT-OUT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       PRINT-PLAYER-RATE.

            COMPUTE WS-RATE-PCT ROUNDED =
                WS-PLAYER-FLAGGED * 100 / WS-PLAYER-SESSIONS.
            MOVE WS-RATE-PCT TO WS-RATE-PCT-OUT.
            MOVE WS-PLAYER-SESSIONS TO WS-SESSIONS-OUT.
            MOVE WS-PLAYER-FLAGGED TO WS-FLAGGED-OUT.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-RATE-PLAYER "  all       "
                WS-SESSIONS-OUT "   " WS-FLAGGED-OUT "   "
                WS-RATE-PCT-OUT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-FAIR-TOTALS.

            MOVE SPACES TO REPORT-LINE
            STRING "Audit guess lines read:   " WS-GUESS-LINE-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Sessions reviewed:        " WS-SESSION-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Players reviewed:         " WS-PLAYER-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Batch sessions (no FAST): " WS-BATCH-SESSION-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Sessions flagged:         " WS-FLAGGED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "  LUCK:                   " WS-LUCK-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "  FAST:                   " WS-FAST-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "  HINT:                   " WS-HINT-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Queue entries added:      " WS-REVQ-ADDED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Queue entries refreshed:  " WS-REVQ-REFRESHED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-REVQ-FAILED-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "Queue writes FAILED:      "
                    WS-REVQ-FAILED-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       CLOSE-FILES.

            IF HIST-IS-AVAILABLE
                CLOSE KAZUATE-HIST
            END-IF.
            CLOSE REVIEW-QUEUE.
            CLOSE FAIR-REPORT.

       ABANDON-REVIEW.

            CLOSE FAIR-REPORT.
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
            MOVE "Kazuate-FairPlay" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-FairPlay.
