      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-TeamMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-MASTER ASSIGN TO "KAZUATE-TEAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-ID
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT TEAM-MEMBER ASSIGN TO "KAZUATE-TEAMMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMEM-KEY
               FILE STATUS IS WS-TMEM-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT TEAM-TRANS ASSIGN TO "TEAM-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "TEAM-MAINT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ROSTER-WORK ASSIGN TO "KAZUATE-ROST-SRT".
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-MASTER.
       COPY TEAMREC.
       FD  TEAM-MEMBER.
       COPY TMEMREC.
       FD  PLAYER-MASTER.
       COPY PLAYERREC.
      * ADD and RETR name a team; ASGN names a player and a team;
      * RLSE names a player.  The effective date defaults to the
      * business date when left blank, and on LIST it is the date the
      * rosters are printed as of.
       FD  TEAM-TRANS.
        01 TRANS-RECORD.
         03 TRN-ACTION PIC X(4).
         03 TRN-TEAM-ID PIC X(10).
         03 TRN-TEAM-NAME PIC X(20).
         03 TRN-PLAYER-ID PIC X(10).
         03 TRN-EFF-DATE PIC X(8).
       FD  MAINT-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
      * One line per player on a team as of the roster date, by team
      * so each team's members print under it.
       SD  ROSTER-WORK.
        01 ROSTER-WORK-RECORD.
         03 RW-TEAM-ID PIC X(10).
         03 RW-PLAYER-ID PIC X(10).
         03 RW-SINCE-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
        01 WS-TEAM-STATUS PIC XX.
        01 WS-TMEM-STATUS PIC XX.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-TRANS-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-BDATE-STATUS PIC XX.
        01 WS-RUN-MODE PIC X(6).
         88 WS-BATCH-MODE VALUE "BATCH ".
        01 WS-END-OF-TRANS PIC X VALUE "N".
         88 WS-NO-MORE-TRANS VALUE "Y".
        01 WS-MAINT-DONE PIC X VALUE "N".
         88 MAINT-IS-DONE VALUE "Y".
        01 WS-ACTION PIC X(4).
        01 WS-ENTERED-TEAM PIC X(10).
        01 WS-ENTERED-NAME PIC X(20).
        01 WS-ENTERED-PLAYER PIC X(10).
        01 WS-ENTERED-DATE PIC X(8).
        01 WS-ENTERED-DATE-NUM REDEFINES WS-ENTERED-DATE PIC 9(8).
        01 WS-EFFECTIVE-DATE PIC 9(8).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
        01 WS-RESULT-TEXT PIC X(40).
        01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.

      * The team a player belonged to on the effective date, found by
      * walking the player's assignments up to that date.
        01 WS-TEAM-ON-DATE PIC X(10).
        01 WS-TMEM-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TMEM VALUE "Y".

        01 WS-TEAM-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TEAMS VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-SORTED VALUE "Y".
        01 WS-HOLD-PLAYER PIC X(10).
        01 WS-HOLD-TEAM PIC X(10).
        01 WS-HOLD-SINCE PIC 9(8).
        01 WS-ROSTER-SHOWN PIC X.
         88 ROSTER-IS-SHOWN VALUE "Y".
        01 WS-TEAM-MEMBERS PIC 9(5).
        01 WS-TEAM-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ASSIGNED-COUNT PIC 9(7) VALUE ZERO.
        01 WS-UNKNOWN-TEAM-COUNT PIC 9(7) VALUE ZERO.
        01 WS-MEMBER-NAME PIC X(20).

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

            ACCEPT WS-RUN-MODE FROM ENVIRONMENT "KAZUATE-MODE".
      * A batch run is part of the nightly cycle and takes its day
      * from the business-date card; at the console it is today.
            IF WS-BATCH-MODE
                PERFORM READ-BUSINESS-DATE
                IF WS-BUSINESS-DATE = ZERO
                    DISPLAY "No business date on KAZUATE-BUSDATE - "
                        "maintenance run aborted."
                    STOP RUN
                END-IF
                MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
            ELSE
                MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE
                COMPUTE WS-TODAY-DATE = TIME-YEAR * 10000
                                      + TIME-MONTH * 100
                                      + TIME-DAY
            END-IF.
            PERFORM OPEN-TEAM-FILES.
            OPEN OUTPUT MAINT-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open TEAM-MAINT-RPT - maintenance "
                    "run aborted."
                PERFORM CLOSE-TEAM-FILES
                STOP RUN
            END-IF.

            IF WS-BATCH-MODE
                PERFORM RUN-BATCH-MAINT
            ELSE
                PERFORM RUN-CONSOLE-MAINT
            END-IF.

            PERFORM WRITE-MAINT-TOTALS.
            PERFORM CLOSE-TEAM-FILES.
            CLOSE MAINT-REPORT.
            STOP RUN.

       OPEN-TEAM-FILES.

            OPEN I-O TEAM-MASTER.
            IF WS-TEAM-STATUS = "35"
                OPEN OUTPUT TEAM-MASTER
                CLOSE TEAM-MASTER
                OPEN I-O TEAM-MASTER
            END-IF.
            IF WS-TEAM-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-TEAM - maintenance "
                    "run aborted."
                STOP RUN
            END-IF.
            OPEN I-O TEAM-MEMBER.
            IF WS-TMEM-STATUS = "35"
                OPEN OUTPUT TEAM-MEMBER
                CLOSE TEAM-MEMBER
                OPEN I-O TEAM-MEMBER
            END-IF.
            IF WS-TMEM-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-TEAMMEM - maintenance "
                    "run aborted."
                CLOSE TEAM-MASTER
                STOP RUN
            END-IF.
      * Players are only ever looked up here - an assignment must
      * name a player already on the master.
            OPEN INPUT PLAYER-MASTER.
            IF WS-PLAYER-STATUS NOT = "00"
                DISPLAY "Cannot open PLAYER-MASTER - maintenance "
                    "run aborted."
                CLOSE TEAM-MASTER
                CLOSE TEAM-MEMBER
                STOP RUN
            END-IF.

       CLOSE-TEAM-FILES.

            CLOSE TEAM-MASTER.
            CLOSE TEAM-MEMBER.
            CLOSE PLAYER-MASTER.

       RUN-BATCH-MAINT.

            OPEN INPUT TEAM-TRANS.
            IF WS-TRANS-STATUS NOT = "00"
                MOVE SPACES TO REPORT-LINE
                STRING "TEAM-TRANS could not be opened - no "
                    "transactions applied."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                SET WS-NO-MORE-TRANS TO TRUE
            END-IF.

            IF NOT WS-NO-MORE-TRANS
                READ TEAM-TRANS
                    AT END SET WS-NO-MORE-TRANS TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-TRANS
                MOVE TRN-ACTION TO WS-ACTION
                MOVE TRN-TEAM-ID TO WS-ENTERED-TEAM
                MOVE TRN-TEAM-NAME TO WS-ENTERED-NAME
                MOVE TRN-PLAYER-ID TO WS-ENTERED-PLAYER
                MOVE TRN-EFF-DATE TO WS-ENTERED-DATE
                PERFORM APPLY-TRANSACTION
                PERFORM WRITE-RESULT-LINE
                READ TEAM-TRANS
                    AT END SET WS-NO-MORE-TRANS TO TRUE
                END-READ
            END-PERFORM.
            IF WS-TRANS-STATUS = "10" OR WS-TRANS-STATUS = "00"
                CLOSE TEAM-TRANS
            END-IF.

       RUN-CONSOLE-MAINT.

            PERFORM UNTIL MAINT-IS-DONE
                DISPLAY "Action (ADD, RETR, ASGN, RLSE, LIST, END): "
                ACCEPT WS-ACTION FROM CONSOLE
                IF WS-ACTION = "END "
                    SET MAINT-IS-DONE TO TRUE
                ELSE
                    PERFORM PROMPT-FOR-DETAILS
                    PERFORM APPLY-TRANSACTION
                    DISPLAY WS-RESULT-TEXT
                END-IF
            END-PERFORM.

       PROMPT-FOR-DETAILS.

            MOVE SPACES TO WS-ENTERED-TEAM.
            MOVE SPACES TO WS-ENTERED-NAME.
            MOVE SPACES TO WS-ENTERED-PLAYER.
            MOVE SPACES TO WS-ENTERED-DATE.
            IF WS-ACTION = "ASGN" OR WS-ACTION = "RLSE"
                DISPLAY "Player ID: "
                ACCEPT WS-ENTERED-PLAYER FROM CONSOLE
            END-IF.
            IF WS-ACTION = "ADD " OR WS-ACTION = "RETR"
               OR WS-ACTION = "ASGN"
                DISPLAY "Team ID: "
                ACCEPT WS-ENTERED-TEAM FROM CONSOLE
            END-IF.
            IF WS-ACTION = "ADD "
                DISPLAY "Team name: "
                ACCEPT WS-ENTERED-NAME FROM CONSOLE
            END-IF.
            DISPLAY "Effective date (YYYYMMDD, blank = today): ".
            ACCEPT WS-ENTERED-DATE FROM CONSOLE.

       APPLY-TRANSACTION.

            MOVE SPACES TO WS-RESULT-TEXT.
            PERFORM CHECK-EFFECTIVE-DATE.
            IF WS-RESULT-TEXT NOT = SPACES
                COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
            ELSE
                IF WS-ACTION = "ADD "
                    PERFORM ADD-TEAM
                ELSE
                    IF WS-ACTION = "RETR"
                        PERFORM RETIRE-TEAM
                    ELSE
                        IF WS-ACTION = "ASGN"
                            PERFORM ASSIGN-PLAYER
                        ELSE
                            IF WS-ACTION = "RLSE"
                                PERFORM RELEASE-PLAYER
                            ELSE
                                IF WS-ACTION = "LIST"
                                    PERFORM WRITE-TEAM-ROSTERS
                                    MOVE "Team rosters written."
                                        TO WS-RESULT-TEXT
                                ELSE
                                    MOVE "Unknown action - ignored."
                                        TO WS-RESULT-TEXT
                                    COMPUTE WS-REJECTED-COUNT =
                                        WS-REJECTED-COUNT + 1
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       READ-BUSINESS-DATE.

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

       CHECK-EFFECTIVE-DATE.

            IF WS-ENTERED-DATE = SPACES
                MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
            ELSE
                IF WS-ENTERED-DATE IS NOT NUMERIC
                    MOVE "Effective date not valid - rejected."
                        TO WS-RESULT-TEXT
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD
                           (WS-ENTERED-DATE-NUM) NOT = 0
                        MOVE "Effective date not valid - rejected."
                            TO WS-RESULT-TEXT
                    ELSE
                        MOVE WS-ENTERED-DATE-NUM TO WS-EFFECTIVE-DATE
                    END-IF
                END-IF
            END-IF.

       ADD-TEAM.

            IF WS-ENTERED-TEAM = SPACES
                MOVE "Team ID missing - rejected." TO WS-RESULT-TEXT
                COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
            ELSE
                MOVE WS-ENTERED-TEAM TO TEAM-ID
                MOVE WS-ENTERED-NAME TO TEAM-NAME
                MOVE "A" TO TEAM-STATUS
                MOVE WS-EFFECTIVE-DATE TO TEAM-ADDED-DATE
                MOVE ZERO TO TEAM-RETIRED-DATE
                WRITE TEAM-RECORD
                    INVALID KEY
                        MOVE "Team already on file - rejected."
                            TO WS-RESULT-TEXT
                        COMPUTE WS-REJECTED-COUNT =
                            WS-REJECTED-COUNT + 1
                    NOT INVALID KEY
                        MOVE "Team added." TO WS-RESULT-TEXT
                        COMPUTE WS-APPLIED-COUNT =
                            WS-APPLIED-COUNT + 1
                END-WRITE
            END-IF.

       RETIRE-TEAM.

      * A retired team keeps its members' assignments - they simply
      * stop counting for it after the retirement date, so the
      * standings for any earlier period are unchanged.
            MOVE WS-ENTERED-TEAM TO TEAM-ID.
            READ TEAM-MASTER
                INVALID KEY
                    MOVE "Team not on file - rejected."
                        TO WS-RESULT-TEXT
            END-READ.
            IF WS-RESULT-TEXT = SPACES
                IF TEAM-IS-RETIRED
                    MOVE "Team already retired - rejected."
                        TO WS-RESULT-TEXT
                ELSE
                    IF WS-EFFECTIVE-DATE < TEAM-ADDED-DATE
                        MOVE "Team not yet added - rejected."
                            TO WS-RESULT-TEXT
                    END-IF
                END-IF
            END-IF.
            IF WS-RESULT-TEXT NOT = SPACES
                COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
            ELSE
                MOVE "R" TO TEAM-STATUS
                MOVE WS-EFFECTIVE-DATE TO TEAM-RETIRED-DATE
                REWRITE TEAM-RECORD
                MOVE "Team retired." TO WS-RESULT-TEXT
                COMPUTE WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1
            END-IF.

       ASSIGN-PLAYER.

            IF WS-ENTERED-PLAYER = SPACES
                MOVE "Player ID missing - rejected." TO WS-RESULT-TEXT
            END-IF.
            IF WS-RESULT-TEXT = SPACES
               AND WS-ENTERED-TEAM = SPACES
                MOVE "Team ID missing - rejected." TO WS-RESULT-TEXT
            END-IF.
            IF WS-RESULT-TEXT = SPACES
                MOVE WS-ENTERED-TEAM TO TEAM-ID
                READ TEAM-MASTER
                    INVALID KEY
                        MOVE "Team not on file - rejected."
                            TO WS-RESULT-TEXT
                    NOT INVALID KEY
                        IF TEAM-IS-RETIRED
                            MOVE "Team is retired - rejected."
                                TO WS-RESULT-TEXT
                        ELSE
                            IF WS-EFFECTIVE-DATE < TEAM-ADDED-DATE
                                MOVE "Team not yet added - rejected."
                                    TO WS-RESULT-TEXT
                            END-IF
                        END-IF
                END-READ
            END-IF.
            IF WS-RESULT-TEXT = SPACES
                PERFORM CHECK-MEMBER-PLAYER
            END-IF.
            IF WS-RESULT-TEXT = SPACES
                PERFORM FIND-TEAM-ON-DATE
                IF WS-TEAM-ON-DATE = WS-ENTERED-TEAM
                    MOVE "Player already on that team - rejected."
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
            IF WS-RESULT-TEXT NOT = SPACES
                COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
            ELSE
                MOVE WS-ENTERED-TEAM TO TMEM-TEAM-ID
                PERFORM WRITE-ASSIGNMENT
                IF WS-RESULT-TEXT = SPACES
                    MOVE "Player assigned to team." TO WS-RESULT-TEXT
                END-IF
            END-IF.

       RELEASE-PLAYER.

            IF WS-ENTERED-PLAYER = SPACES
                MOVE "Player ID missing - rejected." TO WS-RESULT-TEXT
            END-IF.
            IF WS-RESULT-TEXT = SPACES
                PERFORM CHECK-MEMBER-PLAYER
            END-IF.
            IF WS-RESULT-TEXT = SPACES
                PERFORM FIND-TEAM-ON-DATE
                IF WS-TEAM-ON-DATE = SPACES
                    MOVE "Player is on no team then - rejected."
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
            IF WS-RESULT-TEXT NOT = SPACES
                COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
            ELSE
                MOVE SPACES TO TMEM-TEAM-ID
                PERFORM WRITE-ASSIGNMENT
                IF WS-RESULT-TEXT = SPACES
                    MOVE "Player released from team." TO WS-RESULT-TEXT
                END-IF
            END-IF.

       CHECK-MEMBER-PLAYER.

      * A merged ID is a tombstone - its games now belong to the
      * surviving ID, which is the one to assign.
            MOVE WS-ENTERED-PLAYER TO PLAYER-ID.
            READ PLAYER-MASTER
                INVALID KEY
                    MOVE "Player not on file - rejected."
                        TO WS-RESULT-TEXT
                NOT INVALID KEY
                    IF PLAYER-IS-MERGED
                        MOVE "Player ID was merged - rejected."
                            TO WS-RESULT-TEXT
                    END-IF
            END-READ.

       FIND-TEAM-ON-DATE.

      * The assignments are keyed by player then date, so one START
      * positions on the player's first and the reads run until the
      * player changes or the dates pass the effective date.
            MOVE SPACES TO WS-TEAM-ON-DATE.
            MOVE "N" TO WS-TMEM-EOF.
            MOVE WS-ENTERED-PLAYER TO TMEM-PLAYER-ID.
            MOVE ZERO TO TMEM-EFF-DATE.
            START TEAM-MEMBER KEY NOT < TMEM-KEY
                INVALID KEY SET WS-NO-MORE-TMEM TO TRUE
            END-START.
            IF NOT WS-NO-MORE-TMEM
                READ TEAM-MEMBER NEXT
                    AT END SET WS-NO-MORE-TMEM TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-TMEM
                OR TMEM-PLAYER-ID NOT = WS-ENTERED-PLAYER
                OR TMEM-EFF-DATE > WS-EFFECTIVE-DATE
                MOVE TMEM-TEAM-ID TO WS-TEAM-ON-DATE
                READ TEAM-MEMBER NEXT
                    AT END SET WS-NO-MORE-TMEM TO TRUE
                END-READ
            END-PERFORM.

       WRITE-ASSIGNMENT.

      * A second change for the same player on the same date
      * replaces the first - the key allows one per day.
            MOVE WS-ENTERED-PLAYER TO TMEM-PLAYER-ID.
            MOVE WS-EFFECTIVE-DATE TO TMEM-EFF-DATE.
            WRITE TEAM-MEMBER-RECORD
                INVALID KEY
                    REWRITE TEAM-MEMBER-RECORD
                    MOVE "Change for that date replaced."
                        TO WS-RESULT-TEXT
            END-WRITE.
            COMPUTE WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1.

       WRITE-TEAM-ROSTERS.

            MOVE "Kazuate-Game Team Rosters" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "=========================" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "As of " WS-EFFECTIVE-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE ZERO TO WS-TEAM-COUNT.
            MOVE ZERO TO WS-ASSIGNED-COUNT.
            MOVE ZERO TO WS-UNKNOWN-TEAM-COUNT.
            SORT ROSTER-WORK
                ON ASCENDING KEY RW-TEAM-ID
                                 RW-PLAYER-ID
                INPUT PROCEDURE IS RELEASE-ROSTER-MEMBERS
                OUTPUT PROCEDURE IS PRINT-TEAM-ROSTERS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Teams on file:    " WS-TEAM-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Players on teams: " WS-ASSIGNED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-UNKNOWN-TEAM-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "Players on teams not on file: "
                    WS-UNKNOWN-TEAM-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       RELEASE-ROSTER-MEMBERS.

      * One pass over the assignments in player/date order; each
      * player's team as of the roster date is the last assignment
      * read before their dates pass it.
            MOVE "N" TO WS-TMEM-EOF.
            MOVE SPACES TO WS-HOLD-PLAYER.
            MOVE LOW-VALUES TO TMEM-PLAYER-ID.
            MOVE ZERO TO TMEM-EFF-DATE.
            START TEAM-MEMBER KEY NOT < TMEM-KEY
                INVALID KEY SET WS-NO-MORE-TMEM TO TRUE
            END-START.
            IF NOT WS-NO-MORE-TMEM
                READ TEAM-MEMBER NEXT
                    AT END SET WS-NO-MORE-TMEM TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-TMEM
                IF TMEM-PLAYER-ID NOT = WS-HOLD-PLAYER
                    PERFORM RELEASE-HELD-MEMBER
                    MOVE TMEM-PLAYER-ID TO WS-HOLD-PLAYER
                    MOVE SPACES TO WS-HOLD-TEAM
                    MOVE ZERO TO WS-HOLD-SINCE
                END-IF
                IF TMEM-EFF-DATE NOT > WS-EFFECTIVE-DATE
                    MOVE TMEM-TEAM-ID TO WS-HOLD-TEAM
                    MOVE TMEM-EFF-DATE TO WS-HOLD-SINCE
                END-IF
                READ TEAM-MEMBER NEXT
                    AT END SET WS-NO-MORE-TMEM TO TRUE
                END-READ
            END-PERFORM.
            PERFORM RELEASE-HELD-MEMBER.

       RELEASE-HELD-MEMBER.

            IF WS-HOLD-PLAYER NOT = SPACES
               AND WS-HOLD-TEAM NOT = SPACES
                MOVE WS-HOLD-TEAM TO RW-TEAM-ID
                MOVE WS-HOLD-PLAYER TO RW-PLAYER-ID
                MOVE WS-HOLD-SINCE TO RW-SINCE-DATE
                RELEASE ROSTER-WORK-RECORD
            END-IF.

       PRINT-TEAM-ROSTERS.

      * The team master and the sorted members are both in team ID
      * order, so they are matched in one pass.  Members naming a
      * team that is not on the master are counted and skipped.
            MOVE "N" TO WS-SORT-EOF.
            MOVE "N" TO WS-TEAM-EOF.
            PERFORM RETURN-ROSTER-LINE.
            MOVE LOW-VALUES TO TEAM-ID.
            START TEAM-MASTER KEY NOT < TEAM-ID
                INVALID KEY SET WS-NO-MORE-TEAMS TO TRUE
            END-START.
            IF NOT WS-NO-MORE-TEAMS
                READ TEAM-MASTER NEXT
                    AT END SET WS-NO-MORE-TEAMS TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-TEAMS
                PERFORM UNTIL NO-MORE-SORTED
                              OR RW-TEAM-ID NOT < TEAM-ID
                    COMPUTE WS-UNKNOWN-TEAM-COUNT =
                        WS-UNKNOWN-TEAM-COUNT + 1
                    PERFORM RETURN-ROSTER-LINE
                END-PERFORM
                COMPUTE WS-TEAM-COUNT = WS-TEAM-COUNT + 1
                PERFORM PRINT-ONE-TEAM
                READ TEAM-MASTER NEXT
                    AT END SET WS-NO-MORE-TEAMS TO TRUE
                END-READ
            END-PERFORM.
            PERFORM UNTIL NO-MORE-SORTED
                COMPUTE WS-UNKNOWN-TEAM-COUNT =
                    WS-UNKNOWN-TEAM-COUNT + 1
                PERFORM RETURN-ROSTER-LINE
            END-PERFORM.
            IF WS-TEAM-COUNT = 0
                MOVE "No teams on file." TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       RETURN-ROSTER-LINE.

            RETURN ROSTER-WORK
                AT END
                    MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       PRINT-ONE-TEAM.

            MOVE SPACES TO REPORT-LINE.
            IF TEAM-IS-RETIRED
                STRING TEAM-ID " " TEAM-NAME " " TEAM-STATUS
                    " added " TEAM-ADDED-DATE
                    " retired " TEAM-RETIRED-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING TEAM-ID " " TEAM-NAME " " TEAM-STATUS
                    " added " TEAM-ADDED-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            IF NOT WS-BATCH-MODE
                DISPLAY REPORT-LINE
            END-IF.
      * Once a team has retired its remaining members play for no
      * team, so they are not shown under it.
            IF TEAM-IS-RETIRED
               AND WS-EFFECTIVE-DATE > TEAM-RETIRED-DATE
                MOVE "N" TO WS-ROSTER-SHOWN
            ELSE
                MOVE "Y" TO WS-ROSTER-SHOWN
            END-IF.
            MOVE ZERO TO WS-TEAM-MEMBERS.
            PERFORM UNTIL NO-MORE-SORTED
                          OR RW-TEAM-ID NOT = TEAM-ID
                IF ROSTER-IS-SHOWN
                    PERFORM PRINT-ROSTER-MEMBER
                END-IF
                PERFORM RETURN-ROSTER-LINE
            END-PERFORM.
            IF WS-TEAM-MEMBERS = 0
                MOVE "    no members" TO REPORT-LINE
                WRITE REPORT-LINE
                IF NOT WS-BATCH-MODE
                    DISPLAY REPORT-LINE
                END-IF
            END-IF.

       PRINT-ROSTER-MEMBER.

            COMPUTE WS-TEAM-MEMBERS = WS-TEAM-MEMBERS + 1.
            COMPUTE WS-ASSIGNED-COUNT = WS-ASSIGNED-COUNT + 1.
            MOVE RW-PLAYER-ID TO PLAYER-ID.
            READ PLAYER-MASTER
                INVALID KEY
                    MOVE "(not on player master)" TO WS-MEMBER-NAME
                NOT INVALID KEY
                    MOVE PLAYER-NAME TO WS-MEMBER-NAME
            END-READ.
            MOVE SPACES TO REPORT-LINE
            STRING "    " RW-PLAYER-ID " " WS-MEMBER-NAME
                " since " RW-SINCE-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF NOT WS-BATCH-MODE
                DISPLAY REPORT-LINE
            END-IF.

       WRITE-RESULT-LINE.

            MOVE SPACES TO REPORT-LINE
            STRING WS-ACTION " " WS-ENTERED-TEAM " "
                WS-ENTERED-PLAYER " " WS-RESULT-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-MAINT-TOTALS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Transactions applied:  " WS-APPLIED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Transactions rejected: " WS-REJECTED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       END PROGRAM Kazuate-TeamMaint.
