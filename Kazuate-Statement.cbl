      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-Statement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT PLAYER-STATS ASSIGN TO "PLAYER-STATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-PLAYER-ID
               FILE STATUS IS WS-STATS-STATUS.
           SELECT KAZUATE-RATING ASSIGN TO "KAZUATE-RATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-PLAYER-ID
               FILE STATUS IS WS-RATING-STATUS.
           SELECT KAZUATE-HIST ASSIGN TO "KAZUATE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VENUE-XREF ASSIGN TO "KAZUATE-VENUE-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VXR-KEY
               ALTERNATE RECORD KEY IS VXR-HIST-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT KAZUATE-AWARDS ASSIGN TO "KAZUATE-AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWARDS-STATUS.
           SELECT TOURNAMENT-FILE ASSIGN TO "KAZUATE-TOURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURN-STATUS.
           SELECT MATCH-FILE ASSIGN TO "KAZUATE-MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT STATEMENT-CONTROL ASSIGN TO "KAZUATE-STMT-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "KAZUATE-STMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STATEMENT-SUMMARY ASSIGN TO "KAZUATE-STMT-SUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT FACT-WORK ASSIGN TO "KAZUATE-STMT-SRT".
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER.
       COPY PLAYERREC.
       FD  PLAYER-STATS.
       COPY STATREC.
       FD  KAZUATE-RATING.
       COPY RATEREC.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  VENUE-XREF.
       COPY VENXREC.
       FD  KAZUATE-AWARDS.
       COPY AWARDREC.
       FD  TOURNAMENT-FILE.
       COPY TOURNREC.
       FD  MATCH-FILE.
       COPY MATCHREC.
      * The statement month as YYYYMM.
       FD  STATEMENT-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-MONTH PIC X(6).
         03 CTL-MONTH-NUM REDEFINES CTL-MONTH.
          05 CTL-YEAR PIC 9(4).
          05 CTL-MONTH-OF-YEAR PIC 9(2).
       FD  STATEMENT-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  STATEMENT-SUMMARY.
       COPY STMTREC.
      * Everything a statement prints about the month, one fact per
      * line, gathered from the five files and brought together by
      * player so each page is printed on one pass of the master.
      * The type orders the facts the way the page prints them.
       SD  FACT-WORK.
        01 FACT-RECORD.
         03 FACT-PLAYER-ID PIC X(10).
         03 FACT-TYPE PIC X(1).
          88 FACT-IS-GAME VALUE "1".
          88 FACT-IS-BADGE VALUE "2".
          88 FACT-IS-TOURNAMENT VALUE "3".
          88 FACT-IS-DUEL VALUE "4".
         03 FACT-DATE PIC 9(8).
         03 FACT-BODY PIC X(40).
         03 FACT-GAME-VIEW REDEFINES FACT-BODY.
          05 FG-OUTCOME PIC X(4).
          05 FG-GUESS-COUNT PIC 9(4).
          05 FILLER PIC X(32).
         03 FACT-BADGE-VIEW REDEFINES FACT-BODY.
          05 FB-BADGE-CODE PIC X(8).
          05 FILLER PIC X(32).
         03 FACT-TOURN-VIEW REDEFINES FACT-BODY.
          05 FT-DIFFICULTY PIC X(6).
          05 FT-ROUNDS PIC 9(2).
          05 FT-WINS PIC 9(2).
          05 FT-TOTAL-SCORE PIC 9(7).
          05 FILLER PIC X(23).
         03 FACT-DUEL-VIEW REDEFINES FACT-BODY.
          05 FD-OPPONENT PIC X(10).
          05 FD-RESULT PIC X(4).
          05 FD-GUESSES PIC 9(4).
          05 FD-EVENT-ID PIC X(8).
          05 FILLER PIC X(14).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-STATS-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
        01 WS-HIST-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-AWARDS-STATUS PIC XX.
        01 WS-TOURN-STATUS PIC XX.
        01 WS-MATCH-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-SUMMARY-STATUS PIC XX.
        01 WS-FILE-EOF PIC X VALUE "N".
         88 NO-MORE-RECORDS VALUE "Y".
        01 WS-MASTER-EOF PIC X VALUE "N".
         88 NO-MORE-PLAYERS VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-FACTS VALUE "Y".
        01 WS-STATS-OPEN PIC X VALUE "N".
         88 STATS-FILE-IS-OPEN VALUE "Y".
        01 WS-RATING-OPEN PIC X VALUE "N".
         88 RATING-FILE-IS-OPEN VALUE "Y".
        01 WS-XREF-OPEN PIC X VALUE "N".
         88 XREF-FILE-IS-OPEN VALUE "Y".

      * The month asked for, and the last day of it the statement
      * covers - the business date when the month is still running.
        01 WS-MONTH PIC 9(6) VALUE ZERO.
        01 WS-MONTH-EDIT PIC X(7).
        01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
        01 WS-TO-DATE PIC 9(8) VALUE ZERO.
        01 WS-NEXT-MONTH-DATE PIC 9(8) VALUE ZERO.
        01 WS-MONTH-TO-DATE PIC X VALUE "N".
         88 MONTH-IS-STILL-OPEN VALUE "Y".
        01 WS-GAME-DATE PIC 9(8).

      * Page control.  A statement always starts on a new page and
      * runs on to further pages under the same heading if long.
        01 WS-PAGE-DEPTH PIC 9(3) VALUE 60.
        01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PAGE-NUMBER PIC 9(5) VALUE ZERO.
        01 WS-PLAYER-PAGES PIC 9(5) VALUE ZERO.
        01 WS-HELD-LINE PIC X(80).
        01 WS-CONTINUED PIC X VALUE "N".
         88 PAGE-IS-CONTINUATION VALUE "Y".

      * One player's month, as it is printed.
        01 WS-PLY-GAMES PIC 9(7).
        01 WS-PLY-WINS PIC 9(7).
        01 WS-PLY-LOSSES PIC 9(7).
        01 WS-PLY-BEST PIC 9(4).
        01 WS-PLY-BADGES PIC 9(5).
        01 WS-PLY-TOURNAMENTS PIC 9(5).
        01 WS-PLY-DUELS PIC 9(5).
        01 WS-PLY-DUEL-WINS PIC 9(5).
        01 WS-PLY-DUEL-LOSSES PIC 9(5).
        01 WS-PLY-DUEL-DRAWS PIC 9(5).
        01 WS-RATING-OPEN-VALUE PIC 9(4).
        01 WS-RATING-CLOSE-VALUE PIC 9(4).
        01 WS-RATING-MOVE PIC S9(4).
        01 WS-RATING-MOVE-EDIT PIC +(4)9.
        01 WS-POINTS-IN-MONTH PIC 9(2).
        01 WS-POINT-IDX PIC 9(2).
        01 WS-OPEN-KNOWN PIC X.
         88 OPENING-RATING-IS-KNOWN VALUE "Y".
        01 WS-CLOSE-KNOWN PIC X.
         88 CLOSING-RATING-IS-KNOWN VALUE "Y".
        01 WS-BEST-OUT PIC X(4).
        01 WS-AVG-SECONDS PIC 9(5)V9.
        01 WS-AVG-SECONDS-EDIT PIC ZZZZ9.9.

      * Run control totals.
        01 WS-STATEMENTS PIC 9(7) VALUE ZERO.
        01 WS-HIST-GAMES-READ PIC 9(7) VALUE ZERO.
        01 WS-HIST-VOIDED PIC 9(7) VALUE ZERO.
        01 WS-FACTS-RELEASED PIC 9(9) VALUE ZERO.
        01 WS-FACTS-PRINTED PIC 9(9) VALUE ZERO.
        01 WS-FACTS-NOT-ACTIVE PIC 9(9) VALUE ZERO.
        01 WS-FACTS-NOT-ON-MASTER PIC 9(9) VALUE ZERO.
        01 WS-RUN-GAMES PIC 9(7) VALUE ZERO.
        01 WS-RUN-WINS PIC 9(7) VALUE ZERO.
        01 WS-RUN-LOSSES PIC 9(7) VALUE ZERO.
        01 WS-RUN-BADGES PIC 9(5) VALUE ZERO.
        01 WS-RUN-TOURNAMENTS PIC 9(5) VALUE ZERO.
        01 WS-RUN-DUELS PIC 9(5) VALUE ZERO.
        01 WS-RUN-DUEL-WINS PIC 9(5) VALUE ZERO.
        01 WS-RUN-DUEL-LOSSES PIC 9(5) VALUE ZERO.
        01 WS-RUN-DUEL-DRAWS PIC 9(5) VALUE ZERO.
        01 WS-RUN-PAGES PIC 9(5) VALUE ZERO.
        01 WS-MISSING-FILES PIC X(60) VALUE SPACES.
        01 WS-MISSING-PTR PIC 9(3) VALUE 1.

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
            PERFORM LOAD-STATEMENT-CONTROL.
            PERFORM OPEN-STATEMENT-FILES.

            SORT FACT-WORK
                ON ASCENDING KEY FACT-PLAYER-ID
                                 FACT-TYPE
                                 FACT-DATE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS RELEASE-MONTH-FACTS
                OUTPUT PROCEDURE IS PRINT-STATEMENTS.

            PERFORM WRITE-CONTROL-TOTALS.
            PERFORM CLOSE-STATEMENT-FILES.
            MOVE WS-STATEMENTS TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Monthly statements complete - " WS-STATEMENTS
                " statement(s) on " WS-RUN-PAGES " page(s).".
            STOP RUN.

       LOAD-STATEMENT-CONTROL.

            OPEN INPUT STATEMENT-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "No KAZUATE-STMT-CTL control card - "
                    "statement run aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            READ STATEMENT-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-MONTH IS NOT NUMERIC
                DISPLAY "Bad month on control card - statement run "
                    "aborted."
                CLOSE STATEMENT-CONTROL
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            IF CTL-MONTH-OF-YEAR < 1 OR CTL-MONTH-OF-YEAR > 12
                DISPLAY "Bad month on control card - statement run "
                    "aborted."
                CLOSE STATEMENT-CONTROL
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            CLOSE STATEMENT-CONTROL.
            MOVE CTL-MONTH-NUM TO WS-MONTH.
            COMPUTE WS-FROM-DATE = WS-MONTH * 100 + 1.
      * The month ends the day before the first of the next month.
            IF CTL-MONTH-OF-YEAR = 12
                COMPUTE WS-NEXT-MONTH-DATE =
                    (CTL-YEAR + 1) * 10000 + 101
            ELSE
                COMPUTE WS-NEXT-MONTH-DATE = WS-MONTH * 100 + 101
            END-IF.
            COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1).
            MOVE SPACES TO WS-MONTH-EDIT.
            STRING CTL-YEAR "-" CTL-MONTH-OF-YEAR
                DELIMITED BY SIZE INTO WS-MONTH-EDIT.
      * A month that has not started cannot be stated; one that is
      * still running is stated to the business date.
            IF WS-FROM-DATE > WS-BUSINESS-DATE
                DISPLAY "Month " WS-MONTH-EDIT " is after business "
                    "date " WS-BUSINESS-DATE " - statement run "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            IF WS-TO-DATE > WS-BUSINESS-DATE
                MOVE WS-BUSINESS-DATE TO WS-TO-DATE
                MOVE "Y" TO WS-MONTH-TO-DATE
            END-IF.

       OPEN-STATEMENT-FILES.

            OPEN OUTPUT STATEMENT-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-STMT - statement run "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            OPEN OUTPUT STATEMENT-SUMMARY.
            IF WS-SUMMARY-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-STMT-SUM - statement run "
                    "aborted."
                CLOSE STATEMENT-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
      * Without the master there is nobody to state, and without
      * history there is nothing to state.
            OPEN INPUT PLAYER-MASTER.
            OPEN INPUT KAZUATE-HIST.
            IF WS-PLAYER-STATUS NOT = "00"
               OR WS-HIST-STATUS NOT = "00"
                DISPLAY "PLAYER-MASTER or KAZUATE-HIST could not be "
                    "opened - statement run aborted."
                CLOSE STATEMENT-REPORT
                CLOSE STATEMENT-SUMMARY
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
      * The lifetime and rating lines are left blank for a player
      * when their file cannot be read, and the control page says so.
            OPEN INPUT PLAYER-STATS.
            IF WS-STATS-STATUS = "00"
                MOVE "Y" TO WS-STATS-OPEN
            ELSE
                STRING "PLAYER-STATS " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
            END-IF.
            OPEN INPUT KAZUATE-RATING.
            IF WS-RATING-STATUS = "00"
                MOVE "Y" TO WS-RATING-OPEN
            ELSE
                STRING "KAZUATE-RATING " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
            END-IF.
      * A shop with no remote venues has no cross-reference; any
      * venue game is then dated by the day it was loaded.
            OPEN INPUT VENUE-XREF.
            IF WS-XREF-STATUS = "00"
                MOVE "Y" TO WS-XREF-OPEN
            END-IF.

       CLOSE-STATEMENT-FILES.

            CLOSE PLAYER-MASTER.
            CLOSE KAZUATE-HIST.
            IF STATS-FILE-IS-OPEN
                CLOSE PLAYER-STATS
            END-IF.
            IF RATING-FILE-IS-OPEN
                CLOSE KAZUATE-RATING
            END-IF.
            IF XREF-FILE-IS-OPEN
                CLOSE VENUE-XREF
            END-IF.
            CLOSE STATEMENT-REPORT.
            CLOSE STATEMENT-SUMMARY.

      ******************************************************************
      * Gathering the month.
      ******************************************************************
       RELEASE-MONTH-FACTS.

            PERFORM RELEASE-GAME-FACTS.
            PERFORM RELEASE-BADGE-FACTS.
            PERFORM RELEASE-TOURNAMENT-FACTS.
            PERFORM RELEASE-DUEL-FACTS.

       RELEASE-GAME-FACTS.

      * History is in date order, so the read starts at the first
      * day of the month.  A venue game goes onto history the day it
      * is loaded but counts on the day it was played, so the read
      * carries on past the month end to the business date to pick
      * up venue games played in the month and loaded late.
            MOVE WS-FROM-DATE TO HIST-DATE.
            MOVE ZERO TO HIST-TIME.
            MOVE "N" TO WS-FILE-EOF.
            START KAZUATE-HIST KEY NOT < HIST-KEY
                INVALID KEY
                    MOVE "Y" TO WS-FILE-EOF
            END-START.
            PERFORM UNTIL NO-MORE-RECORDS
                READ KAZUATE-HIST NEXT
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                    IF HIST-DATE > WS-BUSINESS-DATE
                        MOVE "Y" TO WS-FILE-EOF
                    ELSE
                        PERFORM FIND-GAME-DATE
                        IF WS-GAME-DATE NOT < WS-FROM-DATE
                           AND WS-GAME-DATE NOT > WS-TO-DATE
                            PERFORM RELEASE-ONE-GAME
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       RELEASE-ONE-GAME.

            IF HIST-IS-VOIDED
                COMPUTE WS-HIST-VOIDED = WS-HIST-VOIDED + 1
            ELSE
                COMPUTE WS-HIST-GAMES-READ = WS-HIST-GAMES-READ + 1
                MOVE SPACES TO FACT-RECORD
                MOVE HIST-PLAYER-ID TO FACT-PLAYER-ID
                SET FACT-IS-GAME TO TRUE
                MOVE WS-GAME-DATE TO FACT-DATE
                MOVE HIST-OUTCOME TO FG-OUTCOME
                MOVE HIST-GUESS-COUNT TO FG-GUESS-COUNT
                PERFORM RELEASE-FACT
            END-IF.

       FIND-GAME-DATE.

      * A venue game's own date is kept on the cross-reference under
      * the history key it was loaded as.
            MOVE HIST-DATE TO WS-GAME-DATE.
            IF NOT HIST-IS-HOME-SITE
               AND XREF-FILE-IS-OPEN
                MOVE HIST-KEY TO VXR-HIST-KEY
                READ VENUE-XREF KEY IS VXR-HIST-KEY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF VXR-SITE-CODE = HIST-SITE-CODE
                            MOVE VXR-GAME-DATE TO WS-GAME-DATE
                        END-IF
                END-READ
            END-IF.

       RELEASE-BADGE-FACTS.

            OPEN INPUT KAZUATE-AWARDS.
            IF WS-AWARDS-STATUS NOT = "00"
                STRING "KAZUATE-AWARDS " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
            ELSE
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-AWARDS NEXT
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                       AND AWD-DATE NOT < WS-FROM-DATE
                       AND AWD-DATE NOT > WS-TO-DATE
                        MOVE SPACES TO FACT-RECORD
                        MOVE AWD-PLAYER-ID TO FACT-PLAYER-ID
                        SET FACT-IS-BADGE TO TRUE
                        MOVE AWD-DATE TO FACT-DATE
                        MOVE AWD-BADGE-CODE TO FB-BADGE-CODE
                        PERFORM RELEASE-FACT
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-AWARDS
            END-IF.

       RELEASE-TOURNAMENT-FACTS.

      * A player's final-standing line carries the whole sitting, so
      * it is the one line per sitting the statement needs.
            OPEN INPUT TOURNAMENT-FILE.
            IF WS-TOURN-STATUS NOT = "00"
                STRING "KAZUATE-TOURN " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
            ELSE
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ TOURNAMENT-FILE
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                       AND TOURN-IS-FINAL
                       AND TOURN-DATE NOT < WS-FROM-DATE
                       AND TOURN-DATE NOT > WS-TO-DATE
                        MOVE SPACES TO FACT-RECORD
                        MOVE TOURN-PLAYER-ID TO FACT-PLAYER-ID
                        SET FACT-IS-TOURNAMENT TO TRUE
                        MOVE TOURN-DATE TO FACT-DATE
                        MOVE TOURN-DIFFICULTY TO FT-DIFFICULTY
                        MOVE TOURN-ROUND TO FT-ROUNDS
                        MOVE TOURN-WINS TO FT-WINS
                        MOVE TOURN-TOTAL-SCORE TO FT-TOTAL-SCORE
                        PERFORM RELEASE-FACT
                    END-IF
                END-PERFORM
                CLOSE TOURNAMENT-FILE
            END-IF.

       RELEASE-DUEL-FACTS.

      * Each duel is a line on both players' statements, seen from
      * each side.
            OPEN INPUT MATCH-FILE.
            IF WS-MATCH-STATUS NOT = "00"
                STRING "KAZUATE-MATCH " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
            ELSE
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ MATCH-FILE
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                       AND MATCH-DATE NOT < WS-FROM-DATE
                       AND MATCH-DATE NOT > WS-TO-DATE
                        PERFORM RELEASE-DUEL-SIDE-A
                        PERFORM RELEASE-DUEL-SIDE-B
                    END-IF
                END-PERFORM
                CLOSE MATCH-FILE
            END-IF.

       RELEASE-DUEL-SIDE-A.

            MOVE SPACES TO FACT-RECORD.
            MOVE MATCH-PLAYER-A TO FACT-PLAYER-ID.
            SET FACT-IS-DUEL TO TRUE.
            MOVE MATCH-DATE TO FACT-DATE.
            MOVE MATCH-PLAYER-B TO FD-OPPONENT.
            MOVE MATCH-GUESSES-A TO FD-GUESSES.
            MOVE MATCH-EVENT-ID TO FD-EVENT-ID.
            EVALUATE TRUE
                WHEN MATCH-WAS-DRAWN
                    MOVE "DRAW" TO FD-RESULT
                WHEN MATCH-WINNER = MATCH-PLAYER-A
                    MOVE "WIN " TO FD-RESULT
                WHEN OTHER
                    MOVE "LOSS" TO FD-RESULT
            END-EVALUATE.
            PERFORM RELEASE-FACT.

       RELEASE-DUEL-SIDE-B.

            MOVE SPACES TO FACT-RECORD.
            MOVE MATCH-PLAYER-B TO FACT-PLAYER-ID.
            SET FACT-IS-DUEL TO TRUE.
            MOVE MATCH-DATE TO FACT-DATE.
            MOVE MATCH-PLAYER-A TO FD-OPPONENT.
            MOVE MATCH-GUESSES-B TO FD-GUESSES.
            MOVE MATCH-EVENT-ID TO FD-EVENT-ID.
            EVALUATE TRUE
                WHEN MATCH-WAS-DRAWN
                    MOVE "DRAW" TO FD-RESULT
                WHEN MATCH-WINNER = MATCH-PLAYER-B
                    MOVE "WIN " TO FD-RESULT
                WHEN OTHER
                    MOVE "LOSS" TO FD-RESULT
            END-EVALUATE.
            PERFORM RELEASE-FACT.

       RELEASE-FACT.

            RELEASE FACT-RECORD.
            COMPUTE WS-FACTS-RELEASED = WS-FACTS-RELEASED + 1.

      ******************************************************************
      * Printing the statements - the sorted facts are matched
      * against the master in player order, one statement for each
      * active player whether or not they played this month.
      ******************************************************************
       PRINT-STATEMENTS.

            PERFORM RETURN-NEXT-FACT.
            PERFORM READ-NEXT-PLAYER.
            PERFORM UNTIL NO-MORE-PLAYERS
                PERFORM UNTIL NO-MORE-FACTS
                              OR FACT-PLAYER-ID NOT < PLAYER-ID
                    COMPUTE WS-FACTS-NOT-ON-MASTER =
                        WS-FACTS-NOT-ON-MASTER + 1
                    PERFORM RETURN-NEXT-FACT
                END-PERFORM
                IF PLAYER-IS-ACTIVE
                    PERFORM PRINT-ONE-STATEMENT
                ELSE
                    PERFORM UNTIL NO-MORE-FACTS
                                  OR FACT-PLAYER-ID NOT = PLAYER-ID
                        COMPUTE WS-FACTS-NOT-ACTIVE =
                            WS-FACTS-NOT-ACTIVE + 1
                        PERFORM RETURN-NEXT-FACT
                    END-PERFORM
                END-IF
                PERFORM READ-NEXT-PLAYER
            END-PERFORM.
            PERFORM UNTIL NO-MORE-FACTS
                COMPUTE WS-FACTS-NOT-ON-MASTER =
                    WS-FACTS-NOT-ON-MASTER + 1
                PERFORM RETURN-NEXT-FACT
            END-PERFORM.

       RETURN-NEXT-FACT.

            RETURN FACT-WORK
                AT END
                    MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       READ-NEXT-PLAYER.

            READ PLAYER-MASTER NEXT
                AT END
                    MOVE "Y" TO WS-MASTER-EOF
            END-READ.

       PRINT-ONE-STATEMENT.

            COMPUTE WS-STATEMENTS = WS-STATEMENTS + 1.
            MOVE ZERO TO WS-PLY-GAMES.
            MOVE ZERO TO WS-PLY-WINS.
            MOVE ZERO TO WS-PLY-LOSSES.
            MOVE 9999 TO WS-PLY-BEST.
            MOVE ZERO TO WS-PLY-BADGES.
            MOVE ZERO TO WS-PLY-TOURNAMENTS.
            MOVE ZERO TO WS-PLY-DUELS.
            MOVE ZERO TO WS-PLY-DUEL-WINS.
            MOVE ZERO TO WS-PLY-DUEL-LOSSES.
            MOVE ZERO TO WS-PLY-DUEL-DRAWS.
            MOVE ZERO TO WS-RATING-OPEN-VALUE.
            MOVE ZERO TO WS-RATING-CLOSE-VALUE.
            MOVE ZERO TO WS-PLAYER-PAGES.
            MOVE "N" TO WS-CONTINUED.
            PERFORM WRITE-PAGE-HEADING.
            MOVE "Y" TO WS-CONTINUED.

            PERFORM TALLY-MONTH-GAMES.
            PERFORM PRINT-MONTH-SECTION.
            PERFORM PRINT-LIFETIME-SECTION.
            PERFORM PRINT-RATING-SECTION.
            PERFORM PRINT-BADGE-SECTION.
            PERFORM PRINT-TOURNAMENT-SECTION.
            PERFORM PRINT-DUEL-SECTION.
            PERFORM WRITE-PLAYER-SUMMARY.

       TALLY-MONTH-GAMES.

            PERFORM UNTIL NO-MORE-FACTS
                          OR FACT-PLAYER-ID NOT = PLAYER-ID
                          OR NOT FACT-IS-GAME
                COMPUTE WS-PLY-GAMES = WS-PLY-GAMES + 1
                IF FG-OUTCOME = "WIN "
                    COMPUTE WS-PLY-WINS = WS-PLY-WINS + 1
                    IF FG-GUESS-COUNT < WS-PLY-BEST
                        MOVE FG-GUESS-COUNT TO WS-PLY-BEST
                    END-IF
                ELSE
                    COMPUTE WS-PLY-LOSSES = WS-PLY-LOSSES + 1
                END-IF
                COMPUTE WS-FACTS-PRINTED = WS-FACTS-PRINTED + 1
                PERFORM RETURN-NEXT-FACT
            END-PERFORM.
            IF WS-PLY-BEST = 9999
                MOVE ZERO TO WS-PLY-BEST
            END-IF.

       PRINT-MONTH-SECTION.

            MOVE "This month" TO REPORT-LINE.
            PERFORM PRINT-LINE.
            IF WS-PLY-BEST = ZERO
                MOVE "   -" TO WS-BEST-OUT
            ELSE
                MOVE WS-PLY-BEST TO WS-BEST-OUT
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "  Games " WS-PLY-GAMES "  Wins " WS-PLY-WINS
                "  Losses " WS-PLY-LOSSES "  Best guesses "
                WS-BEST-OUT
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM PRINT-LINE.
            MOVE SPACES TO REPORT-LINE.
            PERFORM PRINT-LINE.

       PRINT-LIFETIME-SECTION.

            MOVE "Lifetime" TO REPORT-LINE.
            PERFORM PRINT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF NOT STATS-FILE-IS-OPEN
                MOVE "  PLAYER-STATS not available." TO REPORT-LINE
                PERFORM PRINT-LINE
            ELSE
                MOVE PLAYER-ID TO STAT-PLAYER-ID
                READ PLAYER-STATS
                    INVALID KEY
                        MOVE "  No games rolled up yet." TO REPORT-LINE
                        PERFORM PRINT-LINE
                    NOT INVALID KEY
                        PERFORM PRINT-LIFETIME-LINES
                END-READ
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            PERFORM PRINT-LINE.

       PRINT-LIFETIME-LINES.

            IF STAT-BEST-GUESS-COUNT = 9999
               OR STAT-BEST-GUESS-COUNT = ZERO
                MOVE "   -" TO WS-BEST-OUT
            ELSE
                MOVE STAT-BEST-GUESS-COUNT TO WS-BEST-OUT
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "  Games " STAT-GAMES-PLAYED "  Wins " STAT-WINS
                "  Losses " STAT-LOSSES "  Best guesses "
                WS-BEST-OUT
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM PRINT-LINE.
            IF STAT-GAMES-PLAYED > 0
                COMPUTE WS-AVG-SECONDS =
                    STAT-TOTAL-SECONDS / STAT-GAMES-PLAYED
            ELSE
                MOVE ZERO TO WS-AVG-SECONDS
            END-IF.
            MOVE WS-AVG-SECONDS TO WS-AVG-SECONDS-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "  Current streak " STAT-CURRENT-STREAK
                "  Longest streak " STAT-LONGEST-STREAK
                "  Avg seconds " WS-AVG-SECONDS-EDIT
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM PRINT-LINE.

       PRINT-RATING-SECTION.

            MOVE "Rating" TO REPORT-LINE.
            PERFORM PRINT-LINE.
            IF NOT RATING-FILE-IS-OPEN
                MOVE "  KAZUATE-RATING not available." TO REPORT-LINE
                PERFORM PRINT-LINE
            ELSE
                MOVE PLAYER-ID TO RATE-PLAYER-ID
                READ KAZUATE-RATING
                    INVALID KEY
                        MOVE "  Not rated yet." TO REPORT-LINE
                        PERFORM PRINT-LINE
                    NOT INVALID KEY
                        PERFORM PRINT-RATING-MOVEMENT
                END-READ
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            PERFORM PRINT-LINE.

       PRINT-RATING-MOVEMENT.

      * The opening rating is the last point before the month and
      * the closing rating the last point inside it.  A player with
      * no point before the month started rated from 1000, unless
      * the oldest points have already fallen off a full table, in
      * which case the opening rating is no longer held.
            MOVE "N" TO WS-OPEN-KNOWN.
            MOVE "N" TO WS-CLOSE-KNOWN.
            MOVE ZERO TO WS-POINTS-IN-MONTH.
            PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
                UNTIL WS-POINT-IDX > RATE-POINT-COUNT
                IF RATE-PT-DATE (WS-POINT-IDX) < WS-FROM-DATE
                    MOVE RATE-PT-VALUE (WS-POINT-IDX)
                        TO WS-RATING-OPEN-VALUE
                    MOVE RATE-PT-VALUE (WS-POINT-IDX)
                        TO WS-RATING-CLOSE-VALUE
                    MOVE "Y" TO WS-OPEN-KNOWN
                    MOVE "Y" TO WS-CLOSE-KNOWN
                ELSE
                    IF RATE-PT-DATE (WS-POINT-IDX) NOT > WS-TO-DATE
                        COMPUTE WS-POINTS-IN-MONTH =
                            WS-POINTS-IN-MONTH + 1
                        MOVE RATE-PT-VALUE (WS-POINT-IDX)
                            TO WS-RATING-CLOSE-VALUE
                        MOVE "Y" TO WS-CLOSE-KNOWN
                    END-IF
                END-IF
            END-PERFORM.
            IF NOT OPENING-RATING-IS-KNOWN
               AND RATE-POINT-COUNT < 12
                MOVE 1000 TO WS-RATING-OPEN-VALUE
                MOVE "Y" TO WS-OPEN-KNOWN
            END-IF.
            IF NOT CLOSING-RATING-IS-KNOWN
                MOVE "  Not rated by the end of the month."
                    TO REPORT-LINE
                PERFORM PRINT-LINE
                MOVE ZERO TO WS-RATING-OPEN-VALUE
            ELSE
                IF OPENING-RATING-IS-KNOWN
                    COMPUTE WS-RATING-MOVE = WS-RATING-CLOSE-VALUE
                        - WS-RATING-OPEN-VALUE
                    MOVE WS-RATING-MOVE TO WS-RATING-MOVE-EDIT
                    MOVE SPACES TO REPORT-LINE
                    STRING "  Opening " WS-RATING-OPEN-VALUE
                        "  Closing " WS-RATING-CLOSE-VALUE
                        "  Movement " WS-RATING-MOVE-EDIT
                        "  Rated games " WS-POINTS-IN-MONTH
                        DELIMITED BY SIZE INTO REPORT-LINE
                ELSE
                    MOVE SPACES TO REPORT-LINE
                    STRING "  Opening not held"
                        "  Closing " WS-RATING-CLOSE-VALUE
                        "  Rated games " WS-POINTS-IN-MONTH
                        DELIMITED BY SIZE INTO REPORT-LINE
                END-IF
                PERFORM PRINT-LINE
            END-IF.

       PRINT-BADGE-SECTION.

            MOVE "Badges awarded" TO REPORT-LINE.
            PERFORM PRINT-LINE.
            PERFORM UNTIL NO-MORE-FACTS
                          OR FACT-PLAYER-ID NOT = PLAYER-ID
                          OR NOT FACT-IS-BADGE
                COMPUTE WS-PLY-BADGES = WS-PLY-BADGES + 1
                MOVE SPACES TO REPORT-LINE
                STRING "  " FACT-DATE "  " FB-BADGE-CODE
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM PRINT-LINE
                COMPUTE WS-FACTS-PRINTED = WS-FACTS-PRINTED + 1
                PERFORM RETURN-NEXT-FACT
            END-PERFORM.
            IF WS-PLY-BADGES = ZERO
                MOVE "  none" TO REPORT-LINE
                PERFORM PRINT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            PERFORM PRINT-LINE.

       PRINT-TOURNAMENT-SECTION.

            MOVE "Tournaments" TO REPORT-LINE.
            PERFORM PRINT-LINE.
            PERFORM UNTIL NO-MORE-FACTS
                          OR FACT-PLAYER-ID NOT = PLAYER-ID
                          OR NOT FACT-IS-TOURNAMENT
                COMPUTE WS-PLY-TOURNAMENTS = WS-PLY-TOURNAMENTS + 1
                MOVE SPACES TO REPORT-LINE
                STRING "  " FACT-DATE "  " FT-DIFFICULTY
                    "  Rounds " FT-ROUNDS "  Wins " FT-WINS
                    "  Total score " FT-TOTAL-SCORE
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM PRINT-LINE
                COMPUTE WS-FACTS-PRINTED = WS-FACTS-PRINTED + 1
                PERFORM RETURN-NEXT-FACT
            END-PERFORM.
            IF WS-PLY-TOURNAMENTS = ZERO
                MOVE "  none" TO REPORT-LINE
                PERFORM PRINT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            PERFORM PRINT-LINE.

       PRINT-DUEL-SECTION.

            MOVE "Duels" TO REPORT-LINE.
            PERFORM PRINT-LINE.
            PERFORM UNTIL NO-MORE-FACTS
                          OR FACT-PLAYER-ID NOT = PLAYER-ID
                          OR NOT FACT-IS-DUEL
                COMPUTE WS-PLY-DUELS = WS-PLY-DUELS + 1
                EVALUATE FD-RESULT
                    WHEN "WIN "
                        COMPUTE WS-PLY-DUEL-WINS =
                            WS-PLY-DUEL-WINS + 1
                    WHEN "DRAW"
                        COMPUTE WS-PLY-DUEL-DRAWS =
                            WS-PLY-DUEL-DRAWS + 1
                    WHEN OTHER
                        COMPUTE WS-PLY-DUEL-LOSSES =
                            WS-PLY-DUEL-LOSSES + 1
                END-EVALUATE
                MOVE SPACES TO REPORT-LINE
                STRING "  " FACT-DATE "  v " FD-OPPONENT "  "
                    FD-RESULT "  Guesses " FD-GUESSES "  "
                    FD-EVENT-ID
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM PRINT-LINE
                COMPUTE WS-FACTS-PRINTED = WS-FACTS-PRINTED + 1
                PERFORM RETURN-NEXT-FACT
            END-PERFORM.
            IF WS-PLY-DUELS = ZERO
                MOVE "  none" TO REPORT-LINE
                PERFORM PRINT-LINE
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING "  Won " WS-PLY-DUEL-WINS
                    "  Lost " WS-PLY-DUEL-LOSSES
                    "  Drawn " WS-PLY-DUEL-DRAWS
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM PRINT-LINE
            END-IF.

       WRITE-PLAYER-SUMMARY.

            MOVE SPACES TO STATEMENT-SUMMARY-RECORD.
            SET STMS-IS-PLAYER TO TRUE.
            MOVE PLAYER-ID TO STMS-PLAYER-ID.
            MOVE WS-MONTH TO STMS-MONTH.
            MOVE 1 TO STMS-PLAYERS.
            MOVE WS-PLY-GAMES TO STMS-GAMES.
            MOVE WS-PLY-WINS TO STMS-WINS.
            MOVE WS-PLY-LOSSES TO STMS-LOSSES.
            MOVE WS-PLY-BEST TO STMS-BEST-GUESS-COUNT.
            MOVE WS-PLY-BADGES TO STMS-BADGES.
            MOVE WS-PLY-TOURNAMENTS TO STMS-TOURNAMENTS.
            MOVE WS-PLY-DUELS TO STMS-DUELS.
            MOVE WS-PLY-DUEL-WINS TO STMS-DUEL-WINS.
            MOVE WS-PLY-DUEL-LOSSES TO STMS-DUEL-LOSSES.
            MOVE WS-PLY-DUEL-DRAWS TO STMS-DUEL-DRAWS.
            MOVE WS-RATING-OPEN-VALUE TO STMS-RATING-OPEN.
            MOVE WS-RATING-CLOSE-VALUE TO STMS-RATING-CLOSE.
            MOVE WS-PLAYER-PAGES TO STMS-PAGES.
            WRITE STATEMENT-SUMMARY-RECORD.
            COMPUTE WS-RUN-GAMES = WS-RUN-GAMES + WS-PLY-GAMES.
            COMPUTE WS-RUN-WINS = WS-RUN-WINS + WS-PLY-WINS.
            COMPUTE WS-RUN-LOSSES = WS-RUN-LOSSES + WS-PLY-LOSSES.
            COMPUTE WS-RUN-BADGES = WS-RUN-BADGES + WS-PLY-BADGES.
            COMPUTE WS-RUN-TOURNAMENTS =
                WS-RUN-TOURNAMENTS + WS-PLY-TOURNAMENTS.
            COMPUTE WS-RUN-DUELS = WS-RUN-DUELS + WS-PLY-DUELS.
            COMPUTE WS-RUN-DUEL-WINS =
                WS-RUN-DUEL-WINS + WS-PLY-DUEL-WINS.
            COMPUTE WS-RUN-DUEL-LOSSES =
                WS-RUN-DUEL-LOSSES + WS-PLY-DUEL-LOSSES.
            COMPUTE WS-RUN-DUEL-DRAWS =
                WS-RUN-DUEL-DRAWS + WS-PLY-DUEL-DRAWS.
            COMPUTE WS-RUN-PAGES = WS-RUN-PAGES + WS-PLAYER-PAGES.

      ******************************************************************
      * Page control.
      ******************************************************************
       PRINT-LINE.

            IF WS-LINE-COUNT NOT < WS-PAGE-DEPTH
                MOVE REPORT-LINE TO WS-HELD-LINE
                PERFORM WRITE-PAGE-HEADING
                MOVE WS-HELD-LINE TO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1.

       WRITE-PAGE-HEADING.

            COMPUTE WS-PAGE-NUMBER = WS-PAGE-NUMBER + 1.
            COMPUTE WS-PLAYER-PAGES = WS-PLAYER-PAGES + 1.
            MOVE SPACES TO REPORT-LINE.
            STRING "Kazuate-Game Monthly Statement   Month "
                WS-MONTH-EDIT "          Page " WS-PAGE-NUMBER
                DELIMITED BY SIZE INTO REPORT-LINE.
            IF WS-PAGE-NUMBER = 1
                WRITE REPORT-LINE
            ELSE
                WRITE REPORT-LINE AFTER ADVANCING PAGE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            IF PAGE-IS-CONTINUATION
                STRING "Player " PLAYER-ID "  " PLAYER-NAME
                    "  (continued)"
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "Player " PLAYER-ID "  " PLAYER-NAME
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF MONTH-IS-STILL-OPEN
                STRING "Month to date - games to " WS-TO-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "Games " WS-FROM-DATE " to " WS-TO-DATE
                    ", voided games left out"
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 4 TO WS-LINE-COUNT.

      ******************************************************************
      * Control totals - the last page, and the summary file's
      * trailer carrying the same figures.
      ******************************************************************
       WRITE-CONTROL-TOTALS.

            COMPUTE WS-PAGE-NUMBER = WS-PAGE-NUMBER + 1.
            MOVE SPACES TO REPORT-LINE.
            STRING "Kazuate-Game Monthly Statement   Month "
                WS-MONTH-EDIT "          Page " WS-PAGE-NUMBER
                DELIMITED BY SIZE INTO REPORT-LINE.
            IF WS-PAGE-NUMBER = 1
                WRITE REPORT-LINE
            ELSE
                WRITE REPORT-LINE AFTER ADVANCING PAGE
            END-IF.
            MOVE "Control totals" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Statements printed:            " WS-STATEMENTS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Statement pages:               " WS-RUN-PAGES
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Games in month (not voided):   "
                WS-HIST-GAMES-READ
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Voided games left out:         " WS-HIST-VOIDED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Games on statements:           " WS-RUN-GAMES
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Month lines gathered:        " WS-FACTS-RELEASED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  printed on statements:     " WS-FACTS-PRINTED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  for inactive players:      " WS-FACTS-NOT-ACTIVE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  for IDs not on master:     "
                WS-FACTS-NOT-ON-MASTER
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-MISSING-FILES NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING "Not available: " WS-MISSING-FILES
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "EXCP" TO WS-RLOG-CODE
            END-IF.

            MOVE SPACES TO STATEMENT-SUMMARY-RECORD.
            SET STMS-IS-RUN-TOTAL TO TRUE.
            MOVE WS-MONTH TO STMS-MONTH.
            MOVE WS-STATEMENTS TO STMS-PLAYERS.
            MOVE WS-RUN-GAMES TO STMS-GAMES.
            MOVE WS-RUN-WINS TO STMS-WINS.
            MOVE WS-RUN-LOSSES TO STMS-LOSSES.
            MOVE ZERO TO STMS-BEST-GUESS-COUNT.
            MOVE WS-RUN-BADGES TO STMS-BADGES.
            MOVE WS-RUN-TOURNAMENTS TO STMS-TOURNAMENTS.
            MOVE WS-RUN-DUELS TO STMS-DUELS.
            MOVE WS-RUN-DUEL-WINS TO STMS-DUEL-WINS.
            MOVE WS-RUN-DUEL-LOSSES TO STMS-DUEL-LOSSES.
            MOVE WS-RUN-DUEL-DRAWS TO STMS-DUEL-DRAWS.
            MOVE ZERO TO STMS-RATING-OPEN.
            MOVE ZERO TO STMS-RATING-CLOSE.
            MOVE WS-RUN-PAGES TO STMS-PAGES.
            WRITE STATEMENT-SUMMARY-RECORD.

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
            MOVE "Kazuate-Statement" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Statement.
