      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-VenueLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENUE-INPUT ASSIGN TO "KAZUATE-VENUE-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENUE-STATUS.
           SELECT VENUE-REJECTS ASSIGN TO "KAZUATE-VENUE-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT VENUE-REPORT ASSIGN TO "KAZUATE-VENUE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT VENUE-XREF ASSIGN TO "KAZUATE-VENUE-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VXR-KEY
               ALTERNATE RECORD KEY IS VXR-HIST-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT KAZUATE-HIST ASSIGN TO "KAZUATE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENUE-INPUT.
        01 VENUE-LINE PIC X(80).
       FD  VENUE-REJECTS.
       COPY VREJREC.
       FD  VENUE-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  VENUE-XREF.
       COPY VENXREC.
       FD  PLAYER-MASTER.
       COPY PLAYERREC.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-VENUE-STATUS PIC XX.
        01 WS-REJECT-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-HIST-STATUS PIC XX.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-VENUE-EOF PIC X VALUE "N".
         88 WS-NO-MORE-VENUE VALUE "Y".

      * The venue's line layout is worked on here, so the game being
      * finished can be put back into it while the line that ended
      * it waits in the file buffer.
       COPY VENUEREC.

       COPY DIFFTAB.

      * What the balancing pass found.  The file is only loaded once
      * every line is where it should be and the trailer agrees.
        01 WS-SITE-CODE PIC X(4) VALUE SPACES.
        01 WS-FILE-SEQ PIC 9(4) VALUE ZERO.
        01 WS-FILE-DATE PIC 9(8) VALUE ZERO.
        01 WS-LINES-READ PIC 9(7) VALUE ZERO.
        01 WS-GAMES-IN-FILE PIC 9(7) VALUE ZERO.
        01 WS-GUESSES-IN-FILE PIC 9(7) VALUE ZERO.
        01 WS-SCORE-TOTAL PIC 9(11) VALUE ZERO.
        01 WS-HEADER-SEEN PIC X VALUE "N".
         88 HEADER-WAS-SEEN VALUE "Y".
        01 WS-TRAILER-SEEN PIC X VALUE "N".
         88 TRAILER-WAS-SEEN VALUE "Y".
        01 WS-REFUSAL-CODE PIC X(4) VALUE SPACES.
         88 FILE-IS-REFUSED VALUE "FILE" "TRLR".
        01 WS-REFUSAL-TEXT PIC X(60) VALUE SPACES.
        01 WS-REFUSAL-LINE PIC X(80) VALUE SPACES.

      * The game being gathered on the load pass, with its guesses.
        01 WS-PENDING-LINE PIC X(80) VALUE SPACES.
        01 WS-GAME-PENDING PIC X VALUE "N".
         88 GAME-IS-PENDING VALUE "Y".
        01 WS-GUESS-TABLE.
         03 WS-GB-ENTRY OCCURS 99 TIMES.
          05 WS-GB-GUESS PIC X(3).
          05 WS-GB-GUESS-NUM REDEFINES WS-GB-GUESS PIC 9(3).
          05 WS-GB-VERDICT PIC X(10).
        01 WS-GB-SEEN PIC 9(4) VALUE ZERO.
        01 WS-GB-KEPT PIC 9(2) VALUE ZERO.
        01 WS-GB-IDX PIC 9(2).
        01 WS-REJECT-REASON PIC X(4) VALUE SPACES.
        01 WS-DIFF-IDX PIC 9(1).
        01 WS-DIFF-HIT PIC 9(1) VALUE ZERO.
        01 WS-EXPECTED-VERDICT PIC X(10).
        01 WS-CORRECT-SEEN PIC X VALUE "N".
         88 CORRECT-WAS-SEEN VALUE "Y".

        01 WS-XREF-FOUND PIC X VALUE "N".
         88 XREF-WAS-FOUND VALUE "Y".
        01 WS-XREF-WRITTEN PIC X VALUE "N".
         88 XREF-WAS-WRITTEN VALUE "Y".
        01 WS-HIST-RETRY PIC 9(3).
        01 WS-HIST-WRITTEN PIC X.
         88 HIST-WAS-WRITTEN VALUE "Y".

        01 WS-GAMES-LOADED PIC 9(7) VALUE ZERO.
        01 WS-GUESSES-LOADED PIC 9(7) VALUE ZERO.
        01 WS-GAMES-REJECTED PIC 9(7) VALUE ZERO.
        01 WS-DUPLICATES PIC 9(7) VALUE ZERO.

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
            PERFORM OPEN-REPORT-FILES.
            PERFORM BALANCE-VENUE-FILE.
            IF FILE-IS-REFUSED
                PERFORM REFUSE-VENUE-FILE
            END-IF.
            PERFORM OPEN-LOAD-FILES.
            PERFORM LOAD-VENUE-FILE.
            PERFORM CLOSE-LOAD-FILES.
            PERFORM WRITE-LOAD-TOTALS.
            CLOSE VENUE-REJECTS.
            CLOSE VENUE-REPORT.
            MOVE WS-GAMES-LOADED TO WS-RLOG-COUNT.
      * Turned-away games are not a failed run, but somebody has to
      * look at them before the venue is told its results are in.
            IF WS-GAMES-REJECTED > 0
                MOVE "EXCP" TO WS-RLOG-CODE
            END-IF.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Venue load complete - site " WS-SITE-CODE ", "
                WS-GAMES-LOADED " game(s) loaded, "
                WS-GAMES-REJECTED " rejected.".
            STOP RUN.

       OPEN-REPORT-FILES.

            OPEN OUTPUT VENUE-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-VENUE-RPT - venue load "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Remote Venue Results Load"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "======================================"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Business date " WS-BUSINESS-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN OUTPUT VENUE-REJECTS.
            IF WS-REJECT-STATUS NOT = "00"
                MOVE "KAZUATE-VENUE-REJ could not be opened - venue "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "load aborted, nothing loaded." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE VENUE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       BALANCE-VENUE-FILE.

      * First pass: every line is checked for its place in the file
      * and counted against the trailer.  Nothing is loaded unless
      * the whole file passes.
            OPEN INPUT VENUE-INPUT.
            IF WS-VENUE-STATUS NOT = "00"
                MOVE "KAZUATE-VENUE-IN could not be opened - venue "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "load aborted, nothing loaded." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE VENUE-REJECTS
                CLOSE VENUE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "N" TO WS-VENUE-EOF.
            PERFORM READ-VENUE-LINE.
            PERFORM UNTIL WS-NO-MORE-VENUE OR FILE-IS-REFUSED
                COMPUTE WS-LINES-READ = WS-LINES-READ + 1
                MOVE VENUE-LINE TO VENUE-RECORD
                PERFORM BALANCE-ONE-LINE
                PERFORM READ-VENUE-LINE
            END-PERFORM.
            CLOSE VENUE-INPUT.
            IF NOT FILE-IS-REFUSED
               AND NOT TRAILER-WAS-SEEN
                MOVE "FILE" TO WS-REFUSAL-CODE
                MOVE SPACES TO WS-REFUSAL-LINE
                IF WS-LINES-READ = ZERO
                    MOVE "the file is empty" TO WS-REFUSAL-TEXT
                ELSE
                    MOVE "the file ends without a trailer"
                        TO WS-REFUSAL-TEXT
                END-IF
            END-IF.

       BALANCE-ONE-LINE.

            IF TRAILER-WAS-SEEN
                MOVE "a line follows the trailer" TO WS-REFUSAL-TEXT
                PERFORM NOTE-FILE-REFUSAL
            ELSE
                IF NOT HEADER-WAS-SEEN AND NOT VEN-IS-HEADER
                    MOVE "the first line is not a header"
                        TO WS-REFUSAL-TEXT
                    PERFORM NOTE-FILE-REFUSAL
                ELSE
                    EVALUATE TRUE
                        WHEN VEN-IS-HEADER
                            PERFORM BALANCE-HEADER-LINE
                        WHEN VEN-IS-GAME
                            PERFORM BALANCE-GAME-LINE
                        WHEN VEN-IS-GUESS
                            IF WS-GAMES-IN-FILE = ZERO
                                MOVE "a guess comes before any game"
                                    TO WS-REFUSAL-TEXT
                                PERFORM NOTE-FILE-REFUSAL
                            ELSE
                                COMPUTE WS-GUESSES-IN-FILE =
                                    WS-GUESSES-IN-FILE + 1
                            END-IF
                        WHEN VEN-IS-TRAILER
                            PERFORM BALANCE-TRAILER-LINE
                        WHEN OTHER
                            MOVE "unknown record type"
                                TO WS-REFUSAL-TEXT
                            PERFORM NOTE-FILE-REFUSAL
                    END-EVALUATE
                END-IF
            END-IF.

       BALANCE-HEADER-LINE.

            IF HEADER-WAS-SEEN
                MOVE "a second header line" TO WS-REFUSAL-TEXT
                PERFORM NOTE-FILE-REFUSAL
            ELSE
                IF VEN-SITE-CODE = SPACES
                   OR VEN-FILE-SEQ IS NOT NUMERIC
                   OR VEN-FILE-DATE IS NOT NUMERIC
                    MOVE "header has no site code, date or sequence"
                        TO WS-REFUSAL-TEXT
                    PERFORM NOTE-FILE-REFUSAL
                ELSE
                    MOVE "Y" TO WS-HEADER-SEEN
                    MOVE VEN-SITE-CODE TO WS-SITE-CODE
                    MOVE VEN-FILE-DATE TO WS-FILE-DATE
                    MOVE VEN-FILE-SEQ TO WS-FILE-SEQ
                END-IF
            END-IF.

       BALANCE-GAME-LINE.

      * A score that is not a number cannot be added to the total the
      * trailer is balanced against, so it stops the file here.
            COMPUTE WS-GAMES-IN-FILE = WS-GAMES-IN-FILE + 1.
            IF VEN-SCORE IS NOT NUMERIC
                MOVE "a game score is not numeric" TO WS-REFUSAL-TEXT
                PERFORM NOTE-FILE-REFUSAL
            ELSE
                COMPUTE WS-SCORE-TOTAL = WS-SCORE-TOTAL + VEN-SCORE
            END-IF.

       BALANCE-TRAILER-LINE.

            MOVE "Y" TO WS-TRAILER-SEEN.
            IF VEN-TRL-GAME-COUNT IS NOT NUMERIC
               OR VEN-TRL-GUESS-COUNT IS NOT NUMERIC
               OR VEN-TRL-SCORE-TOTAL IS NOT NUMERIC
                MOVE "TRLR" TO WS-REFUSAL-CODE
                MOVE "trailer totals are not numeric"
                    TO WS-REFUSAL-TEXT
                MOVE VENUE-LINE TO WS-REFUSAL-LINE
            ELSE
                IF VEN-TRL-GAME-COUNT NOT = WS-GAMES-IN-FILE
                   OR VEN-TRL-GUESS-COUNT NOT = WS-GUESSES-IN-FILE
                   OR VEN-TRL-SCORE-TOTAL NOT = WS-SCORE-TOTAL
                    MOVE "TRLR" TO WS-REFUSAL-CODE
                    MOVE "trailer does not balance to the file"
                        TO WS-REFUSAL-TEXT
                    MOVE VENUE-LINE TO WS-REFUSAL-LINE
                END-IF
            END-IF.

       NOTE-FILE-REFUSAL.

            MOVE "FILE" TO WS-REFUSAL-CODE.
            MOVE VENUE-LINE TO WS-REFUSAL-LINE.

       REFUSE-VENUE-FILE.

            MOVE WS-REFUSAL-CODE TO VREJ-REASON.
            MOVE WS-SITE-CODE TO VREJ-SITE-CODE.
            MOVE WS-FILE-SEQ TO VREJ-FILE-SEQ.
            MOVE WS-REFUSAL-LINE TO VREJ-LINE.
            WRITE VENUE-REJECT-RECORD.
            MOVE SPACES TO REPORT-LINE.
            STRING "FILE REFUSED (" WS-REFUSAL-CODE ") at line "
                WS-LINES-READ ": " WS-REFUSAL-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Counted " WS-GAMES-IN-FILE " game(s), "
                WS-GUESSES-IN-FILE " guess(es), score total "
                WS-SCORE-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "Nothing on the file has been loaded." TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE VENUE-REJECTS.
            CLOSE VENUE-REPORT.
            DISPLAY "Venue file refused - " WS-REFUSAL-TEXT.
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

       OPEN-LOAD-FILES.

            MOVE SPACES TO REPORT-LINE.
            STRING "Site " WS-SITE-CODE "  file " WS-FILE-DATE
                " sequence " WS-FILE-SEQ "  - trailer balances."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT PLAYER-MASTER.
            IF WS-PLAYER-STATUS NOT = "00"
                MOVE "PLAYER-MASTER could not be opened - venue load "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, nothing loaded." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE VENUE-REJECTS
                CLOSE VENUE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            OPEN I-O KAZUATE-HIST.
            IF WS-HIST-STATUS = "35"
                OPEN OUTPUT KAZUATE-HIST
                CLOSE KAZUATE-HIST
                OPEN I-O KAZUATE-HIST
            END-IF.
            OPEN I-O VENUE-XREF.
            IF WS-XREF-STATUS = "35"
                OPEN OUTPUT VENUE-XREF
                CLOSE VENUE-XREF
                OPEN I-O VENUE-XREF
            END-IF.
            IF WS-HIST-STATUS NOT = "00"
               OR WS-XREF-STATUS NOT = "00"
                MOVE "KAZUATE-HIST or KAZUATE-VENUE-XREF could not be "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "opened - venue load aborted, nothing loaded."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE PLAYER-MASTER
                CLOSE VENUE-REJECTS
                CLOSE VENUE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            OPEN EXTEND AUDIT-TRAIL.
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-TRAIL
            END-IF.

       CLOSE-LOAD-FILES.

            CLOSE PLAYER-MASTER.
            CLOSE KAZUATE-HIST.
            CLOSE VENUE-XREF.
            CLOSE AUDIT-TRAIL.

       LOAD-VENUE-FILE.

      * Second pass: each game is gathered with the guesses under it
      * and settled when the next game or the trailer arrives.
            MOVE SPACES TO REPORT-LINE.
            STRING "Reason Player     Venue game key     Guesses"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT VENUE-INPUT.
            MOVE "N" TO WS-VENUE-EOF.
            MOVE "N" TO WS-GAME-PENDING.
            PERFORM READ-VENUE-LINE.
            PERFORM UNTIL WS-NO-MORE-VENUE
                MOVE VENUE-LINE TO VENUE-RECORD
                EVALUATE TRUE
                    WHEN VEN-IS-GAME
                        PERFORM SETTLE-PENDING-GAME
                        MOVE VENUE-LINE TO WS-PENDING-LINE
                        MOVE "Y" TO WS-GAME-PENDING
                        MOVE ZERO TO WS-GB-SEEN
                        MOVE ZERO TO WS-GB-KEPT
                    WHEN VEN-IS-GUESS
                        PERFORM KEEP-PENDING-GUESS
                    WHEN VEN-IS-TRAILER
                        PERFORM SETTLE-PENDING-GAME
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                PERFORM READ-VENUE-LINE
            END-PERFORM.
            PERFORM SETTLE-PENDING-GAME.
            CLOSE VENUE-INPUT.

       READ-VENUE-LINE.

            READ VENUE-INPUT
                AT END SET WS-NO-MORE-VENUE TO TRUE
            END-READ.

       KEEP-PENDING-GUESS.

      * No preset allows 99 guesses, so a game with more is rejected
      * on its count and the guesses past the table are only counted.
            COMPUTE WS-GB-SEEN = WS-GB-SEEN + 1.
            IF WS-GB-KEPT < 99
                COMPUTE WS-GB-KEPT = WS-GB-KEPT + 1
                MOVE VEN-GUESS TO WS-GB-GUESS (WS-GB-KEPT)
                MOVE VEN-VERDICT TO WS-GB-VERDICT (WS-GB-KEPT)
            END-IF.

       SETTLE-PENDING-GAME.

            IF GAME-IS-PENDING
                MOVE WS-PENDING-LINE TO VENUE-RECORD
                MOVE SPACES TO WS-REJECT-REASON
                PERFORM VALIDATE-VENUE-GAME
                IF WS-REJECT-REASON = SPACES
                    PERFORM CHECK-DUPLICATE-GAME
                END-IF
                IF WS-REJECT-REASON = SPACES
                    PERFORM WRITE-VENUE-GAME
                END-IF
                IF WS-REJECT-REASON NOT = SPACES
                    PERFORM REJECT-VENUE-GAME
                END-IF
                MOVE "N" TO WS-GAME-PENDING
            END-IF.

       VALIDATE-VENUE-GAME.

            IF VEN-GAME-DATE IS NOT NUMERIC
               OR VEN-GAME-TIME IS NOT NUMERIC
               OR VEN-ANS IS NOT NUMERIC
               OR VEN-GUESS-COUNT IS NOT NUMERIC
               OR VEN-ELAPSED-SECONDS IS NOT NUMERIC
               OR VEN-SCORE IS NOT NUMERIC
               OR VEN-START-SECS IS NOT NUMERIC
                MOVE "DATA" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                    UNTIL WS-GB-IDX > WS-GB-KEPT
                    IF WS-GB-GUESS (WS-GB-IDX) IS NOT NUMERIC
                        MOVE "DATA" TO WS-REJECT-REASON
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-REJECT-REASON = SPACES
               AND VEN-START-SECS > 86399
                MOVE "DATA" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES
                IF FUNCTION TEST-DATE-YYYYMMDD (VEN-GAME-DATE) NOT = 0
                   OR VEN-GAME-DATE > WS-BUSINESS-DATE
                    MOVE "DATE" TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
                MOVE VEN-PLAYER-ID TO PLAYER-ID
                READ PLAYER-MASTER
                    INVALID KEY
                        MOVE "PLYR" TO WS-REJECT-REASON
                    NOT INVALID KEY
                        IF NOT PLAYER-IS-ACTIVE
                            MOVE "PLYR" TO WS-REJECT-REASON
                        END-IF
                END-READ
            END-IF.
            IF WS-REJECT-REASON = SPACES
                MOVE ZERO TO WS-DIFF-HIT
                PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                    UNTIL WS-DIFF-IDX > 3
                    IF DIFF-NAME (WS-DIFF-IDX) = VEN-DIFFICULTY
                        MOVE WS-DIFF-IDX TO WS-DIFF-HIT
                    END-IF
                END-PERFORM
                IF WS-DIFF-HIT = ZERO
                    MOVE "DIFF" TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM CHECK-GAME-RANGE
            END-IF.
            IF WS-REJECT-REASON = SPACES
               AND WS-GB-SEEN NOT = VEN-GUESS-COUNT
                MOVE "GCNT" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM CHECK-GAME-OUTCOME
            END-IF.

       CHECK-GAME-RANGE.

      * The venue plays the same presets, so the answer and every
      * guess must sit inside the preset's range and the game cannot
      * run past the preset's attempt cap.
            IF VEN-ANS < DIFF-LOW-BOUND (WS-DIFF-HIT)
               OR VEN-ANS > DIFF-HIGH-BOUND (WS-DIFF-HIT)
               OR WS-GB-SEEN > DIFF-MAX-ATTEMPTS (WS-DIFF-HIT)
                MOVE "RNGE" TO WS-REJECT-REASON
            END-IF.
            PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                UNTIL WS-GB-IDX > WS-GB-KEPT
                IF WS-GB-GUESS-NUM (WS-GB-IDX)
                       < DIFF-LOW-BOUND (WS-DIFF-HIT)
                   OR WS-GB-GUESS-NUM (WS-GB-IDX)
                       > DIFF-HIGH-BOUND (WS-DIFF-HIT)
                    MOVE "RNGE" TO WS-REJECT-REASON
                END-IF
            END-PERFORM.

       CHECK-GAME-OUTCOME.

      * Every verdict must be the one the answer gives, CORRECT can
      * only be the last guess, and the outcome must follow from it.
            MOVE "N" TO WS-CORRECT-SEEN.
            PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                UNTIL WS-GB-IDX > WS-GB-KEPT
                IF CORRECT-WAS-SEEN
                    MOVE "OUTC" TO WS-REJECT-REASON
                END-IF
                IF WS-GB-GUESS-NUM (WS-GB-IDX) > VEN-ANS
                    MOVE "SMALLER" TO WS-EXPECTED-VERDICT
                ELSE
                    IF WS-GB-GUESS-NUM (WS-GB-IDX) < VEN-ANS
                        MOVE "BIGGER" TO WS-EXPECTED-VERDICT
                    ELSE
                        MOVE "CORRECT" TO WS-EXPECTED-VERDICT
                        MOVE "Y" TO WS-CORRECT-SEEN
                    END-IF
                END-IF
                IF WS-GB-VERDICT (WS-GB-IDX) NOT = WS-EXPECTED-VERDICT
                    MOVE "OUTC" TO WS-REJECT-REASON
                END-IF
            END-PERFORM.
            EVALUATE VEN-OUTCOME
                WHEN "WIN "
                    IF NOT CORRECT-WAS-SEEN
                        MOVE "OUTC" TO WS-REJECT-REASON
                    END-IF
                WHEN "LOSE"
                    IF CORRECT-WAS-SEEN
                        MOVE "OUTC" TO WS-REJECT-REASON
                    END-IF
                WHEN OTHER
                    MOVE "OUTC" TO WS-REJECT-REASON
            END-EVALUATE.

       CHECK-DUPLICATE-GAME.

      * A game sent before is found through the cross-reference, but
      * only counts as a duplicate while its history record is still
      * on file - a restore to an earlier generation takes the game
      * off KAZUATE-HIST, and it must then be loadable again.
            MOVE WS-SITE-CODE TO VXR-SITE-CODE.
            MOVE VEN-GAME-DATE TO VXR-GAME-DATE.
            MOVE VEN-GAME-TIME TO VXR-GAME-TIME.
            READ VENUE-XREF
                INVALID KEY
                    MOVE "N" TO WS-XREF-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-XREF-FOUND
            END-READ.
            IF XREF-WAS-FOUND
                MOVE VXR-HIST-KEY TO HIST-KEY
                READ KAZUATE-HIST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF HIST-SITE-CODE = WS-SITE-CODE
                           AND HIST-START-SECS = VEN-START-SECS
                            MOVE "DUPL" TO WS-REJECT-REASON
                        END-IF
                END-READ
            END-IF.

       WRITE-VENUE-GAME.

      * The game goes onto history keyed by the time it was loaded,
      * as a batch-driver game is, so the rollup and rating jobs
      * pick it up past their high-water marks; the venue's own key
      * is kept on the cross-reference.
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            COMPUTE HIST-DATE = TIME-YEAR * 10000
                              + TIME-MONTH * 100
                              + TIME-DAY.
            COMPUTE HIST-TIME = TIME-HOUR * 10000000
                              + TIME-MIN * 100000
                              + TIME-SEC * 1000
                              + TIME-MS.
            MOVE VEN-PLAYER-ID TO HIST-PLAYER-ID.
            MOVE VEN-ANS TO HIST-ANS.
            MOVE VEN-DIFFICULTY TO HIST-DIFFICULTY.
            MOVE VEN-OUTCOME TO HIST-OUTCOME.
            MOVE VEN-GUESS-COUNT TO HIST-GUESS-COUNT.
            MOVE VEN-ELAPSED-SECONDS TO HIST-ELAPSED-SECONDS.
            MOVE VEN-SCORE TO HIST-SCORE.
            MOVE VEN-START-SECS TO HIST-START-SECS.
            MOVE SPACES TO HIST-VOID-FLAG.
            MOVE SPACES TO HIST-VOID-REASON.
            MOVE SPACES TO HIST-VOID-OPERATOR.
            MOVE SPACES TO HIST-GAME-TYPE.
            MOVE WS-SITE-CODE TO HIST-SITE-CODE.
            MOVE "N" TO WS-HIST-WRITTEN.
            MOVE ZERO TO WS-HIST-RETRY.
            PERFORM UNTIL HIST-WAS-WRITTEN OR WS-HIST-RETRY > 100
                WRITE HIST-RECORD
                    INVALID KEY
                        COMPUTE WS-HIST-RETRY = WS-HIST-RETRY + 1
                        COMPUTE HIST-TIME = HIST-TIME + 1
                    NOT INVALID KEY
                        MOVE "Y" TO WS-HIST-WRITTEN
                END-WRITE
            END-PERFORM.
            IF NOT HIST-WAS-WRITTEN
                MOVE "HIST" TO WS-REJECT-REASON
            ELSE
                PERFORM WRITE-VENUE-GUESSES
                PERFORM WRITE-VENUE-XREF
                COMPUTE WS-GAMES-LOADED = WS-GAMES-LOADED + 1
            END-IF.

       WRITE-VENUE-GUESSES.

      * The guesses carry the game's session tag so the
      * reconciliation run matches them to the history record, and
      * the history record's date so both fall in the same range.
            PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                UNTIL WS-GB-IDX > WS-GB-KEPT
                MOVE HIST-DATE TO AUD-DATE
                COMPUTE AUD-TIME = HIST-TIME / 1000
                MOVE VEN-PLAYER-ID TO AUD-PLAYER-ID
                MOVE VEN-START-SECS TO AUD-SESSION
                MOVE 1 TO AUD-ROUND
                MOVE WS-GB-GUESS-NUM (WS-GB-IDX) TO AUD-GUESS
                MOVE WS-GB-VERDICT (WS-GB-IDX) TO AUD-VERDICT
                MOVE VEN-DIFFICULTY TO AUD-DIFFICULTY
                SET AUD-FROM-VENUE TO TRUE
                WRITE AUDIT-RECORD
                COMPUTE WS-GUESSES-LOADED = WS-GUESSES-LOADED + 1
            END-PERFORM.

       WRITE-VENUE-XREF.

      * A cross-reference left over from a game no longer on history
      * is pointed at the new record instead.
            MOVE WS-SITE-CODE TO VXR-SITE-CODE.
            MOVE VEN-GAME-DATE TO VXR-GAME-DATE.
            MOVE VEN-GAME-TIME TO VXR-GAME-TIME.
            MOVE HIST-DATE TO VXR-HIST-DATE.
            MOVE HIST-TIME TO VXR-HIST-TIME.
            MOVE WS-BUSINESS-DATE TO VXR-LOAD-DATE.
            MOVE WS-FILE-SEQ TO VXR-FILE-SEQ.
            MOVE "Y" TO WS-XREF-WRITTEN.
            WRITE VENUE-XREF-RECORD
                INVALID KEY
                    MOVE "N" TO WS-XREF-WRITTEN
            END-WRITE.
            IF NOT XREF-WAS-WRITTEN
                REWRITE VENUE-XREF-RECORD
            END-IF.

       REJECT-VENUE-GAME.

            COMPUTE WS-GAMES-REJECTED = WS-GAMES-REJECTED + 1.
            IF WS-REJECT-REASON = "DUPL"
                COMPUTE WS-DUPLICATES = WS-DUPLICATES + 1
            END-IF.
            MOVE WS-REJECT-REASON TO VREJ-REASON.
            MOVE WS-SITE-CODE TO VREJ-SITE-CODE.
            MOVE WS-FILE-SEQ TO VREJ-FILE-SEQ.
            MOVE WS-PENDING-LINE TO VREJ-LINE.
            WRITE VENUE-REJECT-RECORD.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-REJECT-REASON "   " VEN-PLAYER-ID " "
                VEN-GAME-DATE "/" VEN-GAME-TIME
                " " WS-GB-SEEN
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-LOAD-TOTALS.

            IF WS-GAMES-REJECTED = ZERO
                MOVE "  none rejected" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Games on file:      " WS-GAMES-IN-FILE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Guesses on file:    " WS-GUESSES-IN-FILE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Games loaded:       " WS-GAMES-LOADED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Guesses loaded:     " WS-GUESSES-LOADED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Games rejected:     " WS-GAMES-REJECTED
                "  (duplicates " WS-DUPLICATES ")"
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
            MOVE "Kazuate-VenueLoad" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-VenueLoad.
