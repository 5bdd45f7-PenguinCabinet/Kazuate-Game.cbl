      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-TeamStand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TOURNAMENT-FILE ASSIGN TO "KAZUATE-TOURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURN-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "KAZUATE-TEAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEAM-ID
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT TEAM-MEMBER ASSIGN TO "KAZUATE-TEAMMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMEM-KEY
               FILE STATUS IS WS-TMEM-STATUS.
           SELECT STANDING-FILE ASSIGN TO "KAZUATE-TEAMSTAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSTD-KEY
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "KAZUATE-TEAM-WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT TOTAL-FILE ASSIGN TO "KAZUATE-TEAM-TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTAL-STATUS.
           SELECT TEAM-CONTROL ASSIGN TO "KAZUATE-TEAM-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TEAM-REPORT ASSIGN TO "KAZUATE-TEAM-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FACT-WORK ASSIGN TO "KAZUATE-TEAM-SRT".
           SELECT CREDIT-WORK ASSIGN TO "KAZUATE-TEAM-CSR".
           SELECT RANK-WORK ASSIGN TO "KAZUATE-TEAM-RSR".
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  VENUE-XREF.
       COPY VENXREC.
       FD  TOURNAMENT-FILE.
       COPY TOURNREC.
       FD  TEAM-MASTER.
       COPY TEAMREC.
       FD  TEAM-MEMBER.
       COPY TMEMREC.
       FD  STANDING-FILE.
       COPY TSTDREC.
      * One line per result credited to a team, written by the first
      * pass in player order and read back by the second to be
      * brought together by team.
       FD  CREDIT-FILE.
        01 CREDIT-RECORD.
         03 CR-TEAM-ID PIC X(10).
         03 CR-PLAYER-ID PIC X(10).
         03 CR-DATE PIC 9(8).
         03 CR-TYPE PIC X(1).
         03 CR-OUTCOME PIC X(4).
         03 CR-SCORE PIC 9(5).
         03 CR-TOURN-WINS PIC 9(2).
      * One line per team scored, written by the second pass and read
      * back by the third to be ranked.
       FD  TOTAL-FILE.
        01 TOTAL-RECORD.
         03 TT-TEAM-ID PIC X(10).
         03 TT-TEAM-NAME PIC X(20).
         03 TT-TEAM-STATUS PIC X(1).
         03 TT-MEMBERS PIC 9(5).
         03 TT-GAMES PIC 9(7).
         03 TT-WINS PIC 9(7).
         03 TT-LOSSES PIC 9(7).
         03 TT-TOTAL-SCORE PIC 9(9).
         03 TT-BEST-SCORE PIC 9(5).
         03 TT-SITTINGS PIC 9(5).
         03 TT-TOURN-WINS PIC 9(5).
       FD  TEAM-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-LEAGUE-ID PIC X(8).
         03 CTL-FROM-DATE PIC 9(8).
         03 CTL-TO-DATE PIC 9(8).
       FD  TEAM-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
      * Games in the league window and tournament final standings in
      * it, by player and date, so each result can be matched to the
      * team the player belonged to on the day it was played.
       SD  FACT-WORK.
        01 FACT-WORK-RECORD.
         03 FW-PLAYER-ID PIC X(10).
         03 FW-DATE PIC 9(8).
         03 FW-TYPE PIC X(1).
          88 FW-IS-GAME VALUE "1".
          88 FW-IS-TOURNAMENT VALUE "2".
         03 FW-OUTCOME PIC X(4).
         03 FW-SCORE PIC 9(5).
         03 FW-TOURN-WINS PIC 9(2).
      * The credited results by team, then player, so each team is
      * summed in one go and its scoring members counted on the
      * player break.
       SD  CREDIT-WORK.
        01 CREDIT-WORK-RECORD.
         03 CW-TEAM-ID PIC X(10).
         03 CW-PLAYER-ID PIC X(10).
         03 CW-DATE PIC 9(8).
         03 CW-TYPE PIC X(1).
          88 CW-IS-GAME VALUE "1".
          88 CW-IS-TOURNAMENT VALUE "2".
         03 CW-OUTCOME PIC X(4).
         03 CW-SCORE PIC 9(5).
         03 CW-TOURN-WINS PIC 9(2).
      * Team totals in standing order.
       SD  RANK-WORK.
        01 RANK-WORK-RECORD.
         03 RK-TEAM-ID PIC X(10).
         03 RK-TEAM-NAME PIC X(20).
         03 RK-TEAM-STATUS PIC X(1).
         03 RK-MEMBERS PIC 9(5).
         03 RK-GAMES PIC 9(7).
         03 RK-WINS PIC 9(7).
         03 RK-LOSSES PIC 9(7).
         03 RK-TOTAL-SCORE PIC 9(9).
         03 RK-BEST-SCORE PIC 9(5).
         03 RK-SITTINGS PIC 9(5).
         03 RK-TOURN-WINS PIC 9(5).
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-TOURN-STATUS PIC XX.
        01 WS-TEAM-STATUS PIC XX.
        01 WS-TMEM-STATUS PIC XX.
        01 WS-STANDING-STATUS PIC XX.
        01 WS-CREDIT-STATUS PIC XX.
        01 WS-TOTAL-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-HIST-EOF PIC X VALUE "N".
         88 WS-NO-MORE-HIST VALUE "Y".
        01 WS-TOURN-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TOURN VALUE "Y".
        01 WS-TEAM-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TEAMS VALUE "Y".
        01 WS-TMEM-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TMEM VALUE "Y".
        01 WS-CREDIT-EOF PIC X VALUE "N".
         88 WS-NO-MORE-CREDITS VALUE "Y".
        01 WS-TOTAL-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TOTALS VALUE "Y".
        01 WS-STANDING-EOF PIC X VALUE "N".
         88 WS-NO-MORE-STANDINGS VALUE "Y".
        01 WS-FACT-EOF PIC X VALUE "N".
         88 NO-MORE-FACTS VALUE "Y".
        01 WS-CREDIT-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-CREDITS-SORTED VALUE "Y".
        01 WS-RANK-EOF PIC X VALUE "N".
         88 NO-MORE-RANKED VALUE "Y".
        01 WS-TOURN-OPEN PIC X VALUE "N".
         88 TOURN-FILE-IS-OPEN VALUE "Y".
        01 WS-TMEM-OPEN PIC X VALUE "N".
         88 TMEM-FILE-IS-OPEN VALUE "Y".
        01 WS-XREF-OPEN PIC X VALUE "N".
         88 XREF-FILE-IS-OPEN VALUE "Y".
        01 WS-MISSING-FILES PIC X(60) VALUE SPACES.
        01 WS-MISSING-PTR PIC 9(3) VALUE 1.

        01 WS-LEAGUE-ID PIC X(8).
        01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
        01 WS-TO-DATE PIC 9(8) VALUE ZERO.
        01 WS-LEAGUE-TO-DATE PIC X VALUE "N".
         88 LEAGUE-IS-TO-DATE VALUE "Y".
        01 WS-GAME-DATE PIC 9(8).

      * The player the membership file has been walked up to, and the
      * team their latest assignment read so far names.
        01 WS-MEMBER-PLAYER PIC X(10) VALUE SPACES.
        01 WS-MEMBER-TEAM PIC X(10) VALUE SPACES.
        01 WS-FACT-TEAM PIC X(10).

      * The team being summed as the credited results are read back.
        01 WS-TEAM-ROW.
          05 WS-TM-LAST-PLAYER PIC X(10).
          05 WS-TM-MEMBERS PIC 9(5).
          05 WS-TM-GAMES PIC 9(7).
          05 WS-TM-WINS PIC 9(7).
          05 WS-TM-LOSSES PIC 9(7).
          05 WS-TM-TOTAL-SCORE PIC 9(9).
          05 WS-TM-BEST-SCORE PIC 9(5).
          05 WS-TM-SITTINGS PIC 9(5).
          05 WS-TM-TOURN-WINS PIC 9(5).

        01 WS-HIST-COUNT PIC 9(7) VALUE ZERO.
        01 WS-FINALS-COUNT PIC 9(7) VALUE ZERO.
        01 WS-CREDITED-COUNT PIC 9(7) VALUE ZERO.
        01 WS-NO-TEAM-COUNT PIC 9(7) VALUE ZERO.
        01 WS-AFTER-RETIRE-COUNT PIC 9(7) VALUE ZERO.
        01 WS-UNKNOWN-TEAM-COUNT PIC 9(7) VALUE ZERO.
        01 WS-TEAMS-RANKED PIC 9(7) VALUE ZERO.
        01 WS-ROWS-REPLACED PIC 9(7) VALUE ZERO.
        01 WS-RANK PIC 9(5) VALUE ZERO.

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
            PERFORM LOAD-TEAM-CONTROL.
            PERFORM OPEN-STANDING-FILES.

            SORT FACT-WORK
                ON ASCENDING KEY FW-PLAYER-ID
                                 FW-DATE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS RELEASE-LEAGUE-FACTS
                OUTPUT PROCEDURE IS CREDIT-TEAM-FACTS.

            SORT CREDIT-WORK
                ON ASCENDING KEY CW-TEAM-ID
                                 CW-PLAYER-ID
                                 CW-DATE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS RELEASE-TEAM-CREDITS
                OUTPUT PROCEDURE IS TOTAL-TEAMS.

      * Highest total score first; tournament wins, then game wins,
      * break a tie, and a tie on all three goes to the lower ID.
            SORT RANK-WORK
                ON DESCENDING KEY RK-TOTAL-SCORE
                                  RK-TOURN-WINS
                                  RK-WINS
                   ASCENDING KEY RK-TEAM-ID
                INPUT PROCEDURE IS RELEASE-TEAM-TOTALS
                OUTPUT PROCEDURE IS PRINT-TEAM-STANDINGS.

            PERFORM WRITE-STANDING-TOTALS.
            PERFORM CLOSE-STANDING-FILES.
            MOVE WS-TEAMS-RANKED TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Team standings complete - " WS-TEAMS-RANKED
                " team(s) ranked for league " WS-LEAGUE-ID ".".
            STOP RUN.

       LOAD-TEAM-CONTROL.

            OPEN INPUT TEAM-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "No KAZUATE-TEAM-CTL control card - team "
                    "standings aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            READ TEAM-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-LEAGUE-ID = SPACES
               OR CTL-FROM-DATE IS NOT NUMERIC
               OR CTL-TO-DATE IS NOT NUMERIC
               OR CTL-FROM-DATE > CTL-TO-DATE
                DISPLAY "Bad league ID or date range on control "
                    "card - team standings aborted."
                CLOSE TEAM-CONTROL
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
      * A league that has not started cannot be scored; one that is
      * still running is scored to the business date.
            IF CTL-FROM-DATE > WS-BUSINESS-DATE
                DISPLAY "League starts " CTL-FROM-DATE " after "
                    "business date " WS-BUSINESS-DATE " - team "
                    "standings aborted."
                CLOSE TEAM-CONTROL
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE CTL-LEAGUE-ID TO WS-LEAGUE-ID.
            MOVE CTL-FROM-DATE TO WS-FROM-DATE.
            MOVE CTL-TO-DATE TO WS-TO-DATE.
            CLOSE TEAM-CONTROL.
            IF WS-TO-DATE > WS-BUSINESS-DATE
                MOVE WS-BUSINESS-DATE TO WS-TO-DATE
                MOVE "Y" TO WS-LEAGUE-TO-DATE
            END-IF.

       OPEN-STANDING-FILES.

            OPEN OUTPUT TEAM-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-TEAM-RPT - team "
                    "standings aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Team Standings" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "===========================" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF LEAGUE-IS-TO-DATE
                STRING "League " WS-LEAGUE-ID " - dates "
                    WS-FROM-DATE " to " WS-TO-DATE " (to date)"
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "League " WS-LEAGUE-ID " - dates "
                    WS-FROM-DATE " to " WS-TO-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
      * Without teams there is nobody to rank, without history there
      * is nothing to score, and without the standings file there is
      * nowhere to keep the result.
            OPEN INPUT TEAM-MASTER.
            OPEN INPUT KAZUATE-HIST.
            OPEN I-O STANDING-FILE.
            IF WS-STANDING-STATUS = "35"
                OPEN OUTPUT STANDING-FILE
                CLOSE STANDING-FILE
                OPEN I-O STANDING-FILE
            END-IF.
            IF WS-TEAM-STATUS NOT = "00"
               OR WS-HIST-STATUS NOT = "00"
               OR WS-STANDING-STATUS NOT = "00"
                DISPLAY "KAZUATE-TEAM, KAZUATE-HIST or "
                    "KAZUATE-TEAMSTAND could not be opened - team "
                    "standings aborted."
                CLOSE TEAM-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
      * With no assignments on file every result is on no team, and
      * the control totals say so.
            OPEN INPUT TEAM-MEMBER.
            IF WS-TMEM-STATUS = "00"
                MOVE "Y" TO WS-TMEM-OPEN
            ELSE
                STRING "KAZUATE-TEAMMEM " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
            END-IF.
      * A shop with no remote venues has no cross-reference; any
      * venue game is then dated by the day it was loaded.
            OPEN INPUT VENUE-XREF.
            IF WS-XREF-STATUS = "00"
                MOVE "Y" TO WS-XREF-OPEN
            END-IF.

       CLOSE-STANDING-FILES.

            CLOSE TEAM-MASTER.
            CLOSE KAZUATE-HIST.
            CLOSE STANDING-FILE.
            IF TMEM-FILE-IS-OPEN
                CLOSE TEAM-MEMBER
            END-IF.
            IF XREF-FILE-IS-OPEN
                CLOSE VENUE-XREF
            END-IF.
            CLOSE TEAM-REPORT.

       ABANDON-STANDINGS.

            CLOSE TEAM-REPORT.
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

      ******************************************************************
      * First pass - each result credited to the player's team on the
      * day it was played.
      ******************************************************************
       RELEASE-LEAGUE-FACTS.

            PERFORM RELEASE-GAME-FACTS.
            PERFORM RELEASE-TOURNAMENT-FACTS.

       RELEASE-GAME-FACTS.

      * History is in date order, so the read starts at the first
      * day of the league.  A venue game goes onto history the day it
      * is loaded but counts on the day it was played, so the read
      * carries on past the league's last day to the business date
      * to pick up venue games played in the league and loaded late.
            MOVE WS-FROM-DATE TO HIST-DATE.
            MOVE ZERO TO HIST-TIME.
            START KAZUATE-HIST KEY NOT < HIST-KEY
                INVALID KEY SET WS-NO-MORE-HIST TO TRUE
            END-START.
            IF NOT WS-NO-MORE-HIST
                READ KAZUATE-HIST NEXT
                    AT END SET WS-NO-MORE-HIST TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-HIST
                IF HIST-DATE > WS-BUSINESS-DATE
                    SET WS-NO-MORE-HIST TO TRUE
                ELSE
                    PERFORM FIND-GAME-DATE
                    IF NOT HIST-IS-VOIDED
                       AND WS-GAME-DATE NOT < WS-FROM-DATE
                       AND WS-GAME-DATE NOT > WS-TO-DATE
                        COMPUTE WS-HIST-COUNT = WS-HIST-COUNT + 1
                        MOVE SPACES TO FACT-WORK-RECORD
                        MOVE HIST-PLAYER-ID TO FW-PLAYER-ID
                        MOVE WS-GAME-DATE TO FW-DATE
                        SET FW-IS-GAME TO TRUE
                        MOVE HIST-OUTCOME TO FW-OUTCOME
                        MOVE HIST-SCORE TO FW-SCORE
                        MOVE ZERO TO FW-TOURN-WINS
                        RELEASE FACT-WORK-RECORD
                    END-IF
                    READ KAZUATE-HIST NEXT
                        AT END SET WS-NO-MORE-HIST TO TRUE
                    END-READ
                END-IF
            END-PERFORM.

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

       RELEASE-TOURNAMENT-FACTS.

      * Every tournament round is already a game on history, so only
      * the final standing is taken from here - it adds the sitting
      * and its round wins without counting the games twice.
            OPEN INPUT TOURNAMENT-FILE.
            IF WS-TOURN-STATUS = "00"
                MOVE "Y" TO WS-TOURN-OPEN
            ELSE
                STRING "KAZUATE-TOURN " DELIMITED BY SIZE
                    INTO WS-MISSING-FILES WITH POINTER WS-MISSING-PTR
                SET WS-NO-MORE-TOURN TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-TOURN
                READ TOURNAMENT-FILE
                    AT END SET WS-NO-MORE-TOURN TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-TOURN
                IF TOURN-IS-FINAL
                   AND TOURN-DATE NOT < WS-FROM-DATE
                   AND TOURN-DATE NOT > WS-TO-DATE
                    COMPUTE WS-FINALS-COUNT = WS-FINALS-COUNT + 1
                    MOVE SPACES TO FACT-WORK-RECORD
                    MOVE TOURN-PLAYER-ID TO FW-PLAYER-ID
                    MOVE TOURN-DATE TO FW-DATE
                    SET FW-IS-TOURNAMENT TO TRUE
                    MOVE ZERO TO FW-SCORE
                    MOVE TOURN-WINS TO FW-TOURN-WINS
                    RELEASE FACT-WORK-RECORD
                END-IF
                READ TOURNAMENT-FILE
                    AT END SET WS-NO-MORE-TOURN TO TRUE
                END-READ
            END-PERFORM.
            IF TOURN-FILE-IS-OPEN
                CLOSE TOURNAMENT-FILE
            END-IF.

       CREDIT-TEAM-FACTS.

      * The sorted results and the membership file are both in
      * player/date order, so they are matched in one pass: the
      * membership file is walked forward to each result's date and
      * the last assignment passed is the team on that day.
            OPEN OUTPUT CREDIT-FILE.
            IF WS-CREDIT-STATUS NOT = "00"
                MOVE "Cannot open KAZUATE-TEAM-WRK - team standings "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted." TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-STANDINGS
            END-IF.
            IF TMEM-FILE-IS-OPEN
                READ TEAM-MEMBER NEXT
                    AT END SET WS-NO-MORE-TMEM TO TRUE
                END-READ
            ELSE
                SET WS-NO-MORE-TMEM TO TRUE
            END-IF.
            PERFORM RETURN-FACT.
            PERFORM UNTIL NO-MORE-FACTS
                PERFORM FIND-FACT-TEAM
                IF WS-FACT-TEAM = SPACES
                    COMPUTE WS-NO-TEAM-COUNT = WS-NO-TEAM-COUNT + 1
                ELSE
                    MOVE WS-FACT-TEAM TO CR-TEAM-ID
                    MOVE FW-PLAYER-ID TO CR-PLAYER-ID
                    MOVE FW-DATE TO CR-DATE
                    MOVE FW-TYPE TO CR-TYPE
                    MOVE FW-OUTCOME TO CR-OUTCOME
                    MOVE FW-SCORE TO CR-SCORE
                    MOVE FW-TOURN-WINS TO CR-TOURN-WINS
                    WRITE CREDIT-RECORD
                END-IF
                PERFORM RETURN-FACT
            END-PERFORM.
            CLOSE CREDIT-FILE.

       RETURN-FACT.

            RETURN FACT-WORK
                AT END
                    MOVE "Y" TO WS-FACT-EOF
            END-RETURN.

       FIND-FACT-TEAM.

            PERFORM UNTIL WS-NO-MORE-TMEM
                          OR TMEM-PLAYER-ID > FW-PLAYER-ID
                          OR (TMEM-PLAYER-ID = FW-PLAYER-ID
                              AND TMEM-EFF-DATE > FW-DATE)
                IF TMEM-PLAYER-ID = FW-PLAYER-ID
                    MOVE TMEM-PLAYER-ID TO WS-MEMBER-PLAYER
                    MOVE TMEM-TEAM-ID TO WS-MEMBER-TEAM
                END-IF
                READ TEAM-MEMBER NEXT
                    AT END SET WS-NO-MORE-TMEM TO TRUE
                END-READ
            END-PERFORM.
            IF WS-MEMBER-PLAYER = FW-PLAYER-ID
                MOVE WS-MEMBER-TEAM TO WS-FACT-TEAM
            ELSE
                MOVE SPACES TO WS-FACT-TEAM
            END-IF.

      ******************************************************************
      * Second pass - the credited results summed by team.
      ******************************************************************
       RELEASE-TEAM-CREDITS.

            OPEN INPUT CREDIT-FILE.
            IF WS-CREDIT-STATUS NOT = "00"
                SET WS-NO-MORE-CREDITS TO TRUE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-CREDITS
                READ CREDIT-FILE
                    AT END
                        SET WS-NO-MORE-CREDITS TO TRUE
                END-READ
                IF NOT WS-NO-MORE-CREDITS
                    MOVE CR-TEAM-ID TO CW-TEAM-ID
                    MOVE CR-PLAYER-ID TO CW-PLAYER-ID
                    MOVE CR-DATE TO CW-DATE
                    MOVE CR-TYPE TO CW-TYPE
                    MOVE CR-OUTCOME TO CW-OUTCOME
                    MOVE CR-SCORE TO CW-SCORE
                    MOVE CR-TOURN-WINS TO CW-TOURN-WINS
                    RELEASE CREDIT-WORK-RECORD
                END-IF
            END-PERFORM.
            IF WS-CREDIT-STATUS = "10"
                CLOSE CREDIT-FILE
            END-IF.

       TOTAL-TEAMS.

      * The team master and the sorted credits are both in team ID
      * order.  Credits for a team not on the master are counted and
      * skipped.  Every active team is carried to the ranking even
      * with nothing scored; a retired team only when it scored.
            OPEN OUTPUT TOTAL-FILE.
            IF WS-TOTAL-STATUS NOT = "00"
                MOVE "Cannot open KAZUATE-TEAM-TOT - team standings "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted." TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-STANDINGS
            END-IF.
            PERFORM RETURN-CREDIT.
            READ TEAM-MASTER NEXT
                AT END SET WS-NO-MORE-TEAMS TO TRUE
            END-READ.
            PERFORM UNTIL WS-NO-MORE-TEAMS
                PERFORM UNTIL NO-MORE-CREDITS-SORTED
                              OR CW-TEAM-ID NOT < TEAM-ID
                    COMPUTE WS-UNKNOWN-TEAM-COUNT =
                        WS-UNKNOWN-TEAM-COUNT + 1
                    PERFORM RETURN-CREDIT
                END-PERFORM
                PERFORM START-TEAM-ROW
                PERFORM UNTIL NO-MORE-CREDITS-SORTED
                              OR CW-TEAM-ID NOT = TEAM-ID
                    PERFORM TALLY-TEAM-CREDIT
                    PERFORM RETURN-CREDIT
                END-PERFORM
                IF TEAM-IS-ACTIVE
                   OR WS-TM-GAMES > 0
                   OR WS-TM-SITTINGS > 0
                    PERFORM WRITE-TEAM-TOTAL
                END-IF
                READ TEAM-MASTER NEXT
                    AT END SET WS-NO-MORE-TEAMS TO TRUE
                END-READ
            END-PERFORM.
            PERFORM UNTIL NO-MORE-CREDITS-SORTED
                COMPUTE WS-UNKNOWN-TEAM-COUNT =
                    WS-UNKNOWN-TEAM-COUNT + 1
                PERFORM RETURN-CREDIT
            END-PERFORM.
            CLOSE TOTAL-FILE.

       RETURN-CREDIT.

            RETURN CREDIT-WORK
                AT END
                    MOVE "Y" TO WS-CREDIT-SORT-EOF
            END-RETURN.

       START-TEAM-ROW.

            MOVE SPACES TO WS-TM-LAST-PLAYER.
            MOVE ZERO TO WS-TM-MEMBERS.
            MOVE ZERO TO WS-TM-GAMES.
            MOVE ZERO TO WS-TM-WINS.
            MOVE ZERO TO WS-TM-LOSSES.
            MOVE ZERO TO WS-TM-TOTAL-SCORE.
            MOVE ZERO TO WS-TM-BEST-SCORE.
            MOVE ZERO TO WS-TM-SITTINGS.
            MOVE ZERO TO WS-TM-TOURN-WINS.

       TALLY-TEAM-CREDIT.

      * A retired team's members stop counting for it the day after
      * it retired.
            IF TEAM-IS-RETIRED
               AND CW-DATE > TEAM-RETIRED-DATE
                COMPUTE WS-AFTER-RETIRE-COUNT =
                    WS-AFTER-RETIRE-COUNT + 1
            ELSE
                COMPUTE WS-CREDITED-COUNT = WS-CREDITED-COUNT + 1
                IF CW-PLAYER-ID NOT = WS-TM-LAST-PLAYER
                    MOVE CW-PLAYER-ID TO WS-TM-LAST-PLAYER
                    COMPUTE WS-TM-MEMBERS = WS-TM-MEMBERS + 1
                END-IF
                IF CW-IS-GAME
                    COMPUTE WS-TM-GAMES = WS-TM-GAMES + 1
                    COMPUTE WS-TM-TOTAL-SCORE =
                        WS-TM-TOTAL-SCORE + CW-SCORE
                    IF CW-SCORE > WS-TM-BEST-SCORE
                        MOVE CW-SCORE TO WS-TM-BEST-SCORE
                    END-IF
                    IF CW-OUTCOME = "WIN "
                        COMPUTE WS-TM-WINS = WS-TM-WINS + 1
                    ELSE
                        COMPUTE WS-TM-LOSSES = WS-TM-LOSSES + 1
                    END-IF
                ELSE
                    COMPUTE WS-TM-SITTINGS = WS-TM-SITTINGS + 1
                    COMPUTE WS-TM-TOURN-WINS =
                        WS-TM-TOURN-WINS + CW-TOURN-WINS
                END-IF
            END-IF.

       WRITE-TEAM-TOTAL.

            MOVE TEAM-ID TO TT-TEAM-ID.
            MOVE TEAM-NAME TO TT-TEAM-NAME.
            MOVE TEAM-STATUS TO TT-TEAM-STATUS.
            MOVE WS-TM-MEMBERS TO TT-MEMBERS.
            MOVE WS-TM-GAMES TO TT-GAMES.
            MOVE WS-TM-WINS TO TT-WINS.
            MOVE WS-TM-LOSSES TO TT-LOSSES.
            MOVE WS-TM-TOTAL-SCORE TO TT-TOTAL-SCORE.
            MOVE WS-TM-BEST-SCORE TO TT-BEST-SCORE.
            MOVE WS-TM-SITTINGS TO TT-SITTINGS.
            MOVE WS-TM-TOURN-WINS TO TT-TOURN-WINS.
            WRITE TOTAL-RECORD.

      ******************************************************************
      * Third pass - the teams ranked, printed and kept.
      ******************************************************************
       RELEASE-TEAM-TOTALS.

            OPEN INPUT TOTAL-FILE.
            IF WS-TOTAL-STATUS NOT = "00"
                SET WS-NO-MORE-TOTALS TO TRUE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-TOTALS
                READ TOTAL-FILE
                    AT END
                        SET WS-NO-MORE-TOTALS TO TRUE
                END-READ
                IF NOT WS-NO-MORE-TOTALS
                    MOVE TOTAL-RECORD TO RANK-WORK-RECORD
                    RELEASE RANK-WORK-RECORD
                END-IF
            END-PERFORM.
            IF WS-TOTAL-STATUS = "10"
                CLOSE TOTAL-FILE
            END-IF.

       PRINT-TEAM-STANDINGS.

            PERFORM CLEAR-LEAGUE-STANDINGS.
            MOVE SPACES TO REPORT-LINE.
            STRING "Rank  Team       Name                 S   Games"
                "    Wins     Score TWins Plyrs"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "----- ---------- -------------------- - -------"
                " ------- --------- ----- -----"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM RETURN-RANKED-TEAM.
            PERFORM UNTIL NO-MORE-RANKED
                COMPUTE WS-RANK = WS-RANK + 1
                COMPUTE WS-TEAMS-RANKED = WS-TEAMS-RANKED + 1
                MOVE SPACES TO REPORT-LINE
                STRING WS-RANK " " RK-TEAM-ID " " RK-TEAM-NAME " "
                    RK-TEAM-STATUS " " RK-GAMES " " RK-WINS " "
                    RK-TOTAL-SCORE " " RK-TOURN-WINS " " RK-MEMBERS
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM WRITE-ONE-STANDING
                PERFORM RETURN-RANKED-TEAM
            END-PERFORM.
            IF WS-TEAMS-RANKED = 0
                MOVE "No teams to rank." TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       RETURN-RANKED-TEAM.

            RETURN RANK-WORK
                AT END
                    MOVE "Y" TO WS-RANK-EOF
            END-RETURN.

       CLEAR-LEAGUE-STANDINGS.

      * A rerun for the same league replaces its rows as a set, so a
      * team that no longer qualifies does not keep a stale row.
            MOVE WS-LEAGUE-ID TO TSTD-LEAGUE-ID.
            MOVE LOW-VALUES TO TSTD-TEAM-ID.
            START STANDING-FILE KEY NOT < TSTD-KEY
                INVALID KEY SET WS-NO-MORE-STANDINGS TO TRUE
            END-START.
            IF NOT WS-NO-MORE-STANDINGS
                READ STANDING-FILE NEXT
                    AT END SET WS-NO-MORE-STANDINGS TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-STANDINGS
                          OR TSTD-LEAGUE-ID NOT = WS-LEAGUE-ID
                DELETE STANDING-FILE
                COMPUTE WS-ROWS-REPLACED = WS-ROWS-REPLACED + 1
                READ STANDING-FILE NEXT
                    AT END SET WS-NO-MORE-STANDINGS TO TRUE
                END-READ
            END-PERFORM.

       WRITE-ONE-STANDING.

            MOVE WS-LEAGUE-ID TO TSTD-LEAGUE-ID.
            MOVE RK-TEAM-ID TO TSTD-TEAM-ID.
            MOVE WS-FROM-DATE TO TSTD-FROM-DATE.
            MOVE WS-TO-DATE TO TSTD-TO-DATE.
            MOVE WS-RANK TO TSTD-RANK.
            MOVE RK-MEMBERS TO TSTD-MEMBERS.
            MOVE RK-GAMES TO TSTD-GAMES.
            MOVE RK-WINS TO TSTD-WINS.
            MOVE RK-LOSSES TO TSTD-LOSSES.
            MOVE RK-TOTAL-SCORE TO TSTD-TOTAL-SCORE.
            MOVE RK-BEST-SCORE TO TSTD-BEST-SCORE.
            MOVE RK-SITTINGS TO TSTD-TOURN-SITTINGS.
            MOVE RK-TOURN-WINS TO TSTD-TOURN-WINS.
            MOVE WS-BUSINESS-DATE TO TSTD-RUN-DATE.
            WRITE TEAM-STANDING-RECORD
                INVALID KEY
                    REWRITE TEAM-STANDING-RECORD
            END-WRITE.

       WRITE-STANDING-TOTALS.

            MOVE "Control Totals" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "--------------" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Games in range (not voided):   " WS-HIST-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Tournament finals in range:    " WS-FINALS-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Results credited to teams:     " WS-CREDITED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  player on no team that day:  " WS-NO-TEAM-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  after the team retired:      "
                WS-AFTER-RETIRE-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  for teams not on file:       "
                WS-UNKNOWN-TEAM-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Teams ranked:                  " WS-TEAMS-RANKED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Earlier league rows replaced:  " WS-ROWS-REPLACED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-MISSING-FILES NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING "Not available: " WS-MISSING-FILES
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "EXCP" TO WS-RLOG-CODE
            END-IF.

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
            MOVE "Kazuate-TeamStand" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-TeamStand.
