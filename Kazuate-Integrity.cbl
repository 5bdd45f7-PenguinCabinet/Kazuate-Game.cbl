      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-Integrity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT PLAYER-STATS ASSIGN TO "PLAYER-STATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-PLAYER-ID
               FILE STATUS IS WS-STATS-STATUS.
           SELECT KAZUATE-RATING ASSIGN TO "KAZUATE-RATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-PLAYER-ID
               FILE STATUS IS WS-RATING-STATUS.
           SELECT KAZUATE-AWARDS ASSIGN TO "KAZUATE-AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWARDS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "KAZUATE-CKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CKPT-PLAYER-ID
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT SEASON-FILE ASSIGN TO "KAZUATE-SEASON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEAS-KEY
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT KAZUATE-HIST ASSIGN TO "KAZUATE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TOURNAMENT-FILE ASSIGN TO "KAZUATE-TOURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURN-STATUS.
           SELECT MATCH-FILE ASSIGN TO "KAZUATE-MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT TEAM-MEMBER ASSIGN TO "KAZUATE-TEAMMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMEM-KEY
               FILE STATUS IS WS-TMEM-STATUS.
           SELECT INTEG-EXCEPTIONS ASSIGN TO "KAZUATE-INTEG-EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT INTEG-REPORT ASSIGN TO "KAZUATE-INTEG-RPT"
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
       FD  PLAYER-MASTER.
       COPY PLAYERREC.
       FD  PLAYER-STATS.
       COPY STATREC.
       FD  KAZUATE-RATING.
       COPY RATEREC.
       FD  KAZUATE-AWARDS.
       COPY AWARDREC.
       FD  CHECKPOINT-FILE.
       COPY CKPTREC.
       FD  SEASON-FILE.
       COPY SEASREC.
       FD  KAZUATE-HIST.
       COPY HISTREC.
       FD  TOURNAMENT-FILE.
       COPY TOURNREC.
       FD  MATCH-FILE.
       COPY MATCHREC.
       FD  TEAM-MEMBER.
       COPY TMEMREC.
       FD  INTEG-EXCEPTIONS.
       COPY INTGREC.
       FD  INTEG-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-STATS-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
        01 WS-AWARDS-STATUS PIC XX.
        01 WS-CKPT-STATUS PIC XX.
        01 WS-SEASON-STATUS PIC XX.
        01 WS-HIST-STATUS PIC XX.
        01 WS-TOURN-STATUS PIC XX.
        01 WS-MATCH-STATUS PIC XX.
        01 WS-TMEM-STATUS PIC XX.
        01 WS-EXCEPTION-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-FILE-EOF PIC X VALUE "N".
         88 NO-MORE-RECORDS VALUE "Y".
        01 WS-STATS-AVAILABLE PIC X VALUE "N".
         88 STATS-ARE-AVAILABLE VALUE "Y".

      * The files checked, in the order they are read.  The master
      * comes first; its own line carries only its record count.
        01 WS-FILE-NAME-DATA.
         05 FILLER PIC X(15) VALUE "PLAYER-MASTER".
         05 FILLER PIC X(15) VALUE "PLAYER-STATS".
         05 FILLER PIC X(15) VALUE "KAZUATE-RATING".
         05 FILLER PIC X(15) VALUE "KAZUATE-AWARDS".
         05 FILLER PIC X(15) VALUE "KAZUATE-CKPT".
         05 FILLER PIC X(15) VALUE "KAZUATE-SEASON".
         05 FILLER PIC X(15) VALUE "KAZUATE-HIST".
         05 FILLER PIC X(15) VALUE "KAZUATE-TOURN".
         05 FILLER PIC X(15) VALUE "KAZUATE-MATCH".
         05 FILLER PIC X(15) VALUE "KAZUATE-TEAMMEM".
        01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.
         05 WS-FILE-NAME PIC X(15) OCCURS 10 TIMES.
        01 WS-FILE-COUNT-TABLE.
         05 WS-FILE-COUNTS OCCURS 10 TIMES.
          10 WS-FC-STATE PIC X(4).
          10 WS-FC-READ PIC 9(7).
          10 WS-FC-ORPHAN PIC 9(6).
          10 WS-FC-MERGED PIC 9(6).
          10 WS-FC-CKPT PIC 9(6).
          10 WS-FC-NO-STATS PIC 9(6).
          10 WS-FC-TOTAL PIC 9(7).
        01 WS-FILE-IDX PIC 9(2).

      * The ID being checked and where it came from.
        01 WS-CHECK-ID PIC X(10).
        01 WS-CHECK-KEY PIC X(24).
        01 WS-EXCEPTION-CODE PIC X(4).
        01 WS-MASTER-FOUND PIC X VALUE "N".
         88 ID-IS-ON-MASTER VALUE "Y".
        01 WS-MASTER-PLAYER-STATUS PIC X(1).
        01 WS-STATS-FOUND PIC X VALUE "N".
         88 ID-HAS-STATS-ROW VALUE "Y".
        01 WS-KEEPS-MERGED PIC X VALUE "N".
         88 FILE-KEEPS-MERGED-IDS VALUE "Y".

        01 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
        01 WS-INACTIVE-COUNT PIC 9(7) VALUE ZERO.
        01 WS-MERGED-COUNT PIC 9(7) VALUE ZERO.
        01 WS-EXCEPTION-TOTAL PIC 9(7) VALUE ZERO.
        01 WS-UNREADABLE-COUNT PIC 9(2) VALUE ZERO.
        01 WS-READ-OUT PIC Z(6)9.
        01 WS-ORPHAN-OUT PIC Z(5)9.
        01 WS-MERGED-OUT PIC Z(5)9.
        01 WS-CKPT-OUT PIC Z(5)9.
        01 WS-NO-STATS-OUT PIC Z(5)9.

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
            PERFORM OPEN-OUTPUT-FILES.
            INITIALIZE WS-FILE-COUNT-TABLE.
            PERFORM OPEN-PLAYER-MASTER.
            PERFORM COUNT-PLAYER-MASTER.
            PERFORM CHECK-STATS-FILE.
            PERFORM CHECK-RATING-FILE.
            PERFORM CHECK-AWARDS-FILE.
            PERFORM CHECK-CHECKPOINT-FILE.
            PERFORM CHECK-SEASON-FILE.
            PERFORM CHECK-HISTORY-FILE.
            PERFORM CHECK-TOURNAMENT-FILE.
            PERFORM CHECK-MATCH-FILE.
            PERFORM CHECK-TEAM-MEMBER-FILE.
            PERFORM WRITE-FILE-COUNTS.
            PERFORM WRITE-INTEGRITY-TOTALS.

            CLOSE PLAYER-MASTER.
            IF STATS-ARE-AVAILABLE
                CLOSE PLAYER-STATS
            END-IF.
            CLOSE INTEG-EXCEPTIONS.
            CLOSE INTEG-REPORT.
      * A file that could not be read leaves the check unproven, so
      * that outranks any exceptions found on the others.
            IF WS-UNREADABLE-COUNT > 0
                MOVE "ABND" TO WS-RLOG-CODE
            ELSE
                IF WS-EXCEPTION-TOTAL > 0
                    MOVE "EXCP" TO WS-RLOG-CODE
                END-IF
            END-IF.
            MOVE WS-EXCEPTION-TOTAL TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Integrity check complete - " WS-EXCEPTION-TOTAL
                " exception(s).".
            STOP RUN.

       OPEN-OUTPUT-FILES.

            OPEN OUTPUT INTEG-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-INTEG-RPT - integrity "
                    "check aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Cross-File Integrity Check"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "======================================="
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN OUTPUT INTEG-EXCEPTIONS.
            IF WS-EXCEPTION-STATUS NOT = "00"
                MOVE "Cannot open KAZUATE-INTEG-EXC - integrity "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "check aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE INTEG-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       OPEN-PLAYER-MASTER.

      * Every other check is measured against the master, so without
      * it there is nothing to prove.
            OPEN INPUT PLAYER-MASTER.
            IF WS-PLAYER-STATUS NOT = "00"
                MOVE "PLAYER-MASTER could not be opened - integrity "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "check aborted."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE INTEG-EXCEPTIONS
                CLOSE INTEG-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       COUNT-PLAYER-MASTER.

            MOVE 1 TO WS-FILE-IDX.
            MOVE "READ" TO WS-FC-STATE (WS-FILE-IDX).
            MOVE "N" TO WS-FILE-EOF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ PLAYER-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                    COMPUTE WS-FC-READ (WS-FILE-IDX) =
                        WS-FC-READ (WS-FILE-IDX) + 1
                    EVALUATE TRUE
                        WHEN PLAYER-IS-ACTIVE
                            COMPUTE WS-ACTIVE-COUNT =
                                WS-ACTIVE-COUNT + 1
                        WHEN PLAYER-IS-MERGED
                            COMPUTE WS-MERGED-COUNT =
                                WS-MERGED-COUNT + 1
                        WHEN OTHER
                            COMPUTE WS-INACTIVE-COUNT =
                                WS-INACTIVE-COUNT + 1
                    END-EVALUATE
                END-IF
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            STRING "PLAYER-MASTER: " WS-ACTIVE-COUNT " active, "
                WS-INACTIVE-COUNT " inactive, " WS-MERGED-COUNT
                " merged"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "Exceptions" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "----------" TO REPORT-LINE.
            WRITE REPORT-LINE.

       CHECK-STATS-FILE.

      * The stats file is held open after its own pass - the award
      * and rating checks look each ID up on it.
            MOVE 2 TO WS-FILE-IDX.
            OPEN INPUT PLAYER-STATS.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-STATS-STATUS = "00"
                MOVE "Y" TO WS-STATS-AVAILABLE
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ PLAYER-STATS NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE STAT-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                    END-IF
                END-PERFORM
            END-IF.

       CHECK-RATING-FILE.

            MOVE 3 TO WS-FILE-IDX.
            OPEN INPUT KAZUATE-RATING.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-RATING-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-RATING NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE RATE-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING "rating " RATE-CURRENT
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                        PERFORM CHECK-AGAINST-STATS
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-RATING
            END-IF.

       CHECK-AWARDS-FILE.

            MOVE 4 TO WS-FILE-IDX.
            OPEN INPUT KAZUATE-AWARDS.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-AWARDS-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-AWARDS NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE AWD-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING AWD-BADGE-CODE " " AWD-DATE
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                        PERFORM CHECK-AGAINST-STATS
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-AWARDS
            END-IF.

       CHECK-CHECKPOINT-FILE.

            MOVE 5 TO WS-FILE-IDX.
            OPEN INPUT CHECKPOINT-FILE.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-CKPT-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ CHECKPOINT-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE CKPT-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING CKPT-STATUS " " CKPT-LAST-DATE
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
      * An inactive player cannot sign in to resume, so an open
      * checkpoint of theirs will never be finished or cleared.
                        IF CKPT-IS-OPEN AND ID-IS-ON-MASTER
                           AND WS-MASTER-PLAYER-STATUS = "I"
                            COMPUTE WS-FC-CKPT (WS-FILE-IDX) =
                                WS-FC-CKPT (WS-FILE-IDX) + 1
                            MOVE "CKPI" TO WS-EXCEPTION-CODE
                            PERFORM WRITE-EXCEPTION
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE CHECKPOINT-FILE
            END-IF.

       CHECK-SEASON-FILE.

      * Season summaries are historical and deliberately keep the ID
      * they were closed under - the merge leaves them alone - so a
      * merged ID there is expected.  An unknown ID is still wrong.
            MOVE 6 TO WS-FILE-IDX.
            MOVE "Y" TO WS-KEEPS-MERGED.
            OPEN INPUT SEASON-FILE.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-SEASON-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ SEASON-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE SEAS-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING "season " SEAS-SEASON-ID
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                    END-IF
                END-PERFORM
                CLOSE SEASON-FILE
            END-IF.
            MOVE "N" TO WS-KEEPS-MERGED.

       CHECK-HISTORY-FILE.

            MOVE 7 TO WS-FILE-IDX.
            OPEN INPUT KAZUATE-HIST.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-HIST-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-HIST NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE HIST-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING HIST-DATE "/" HIST-TIME
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-HIST
            END-IF.

       CHECK-TOURNAMENT-FILE.

            MOVE 8 TO WS-FILE-IDX.
            OPEN INPUT TOURNAMENT-FILE.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-TOURN-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ TOURNAMENT-FILE
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE TOURN-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING TOURN-REC-TYPE " " TOURN-DATE
                            " round " TOURN-ROUND
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                    END-IF
                END-PERFORM
                CLOSE TOURNAMENT-FILE
            END-IF.

       CHECK-MATCH-FILE.

      * Both sides of a duel are checked; the winner is always one
      * of the two.
            MOVE 9 TO WS-FILE-IDX.
            OPEN INPUT MATCH-FILE.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-MATCH-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ MATCH-FILE
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE MATCH-PLAYER-A TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING MATCH-DATE " A v " MATCH-PLAYER-B
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                        MOVE MATCH-PLAYER-B TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING MATCH-DATE " B v " MATCH-PLAYER-A
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                    END-IF
                END-PERFORM
                CLOSE MATCH-FILE
            END-IF.

       CHECK-TEAM-MEMBER-FILE.

      * A team assignment under a merged ID was missed by the merge
      * cascade, and the player's results no longer reach the team.
            MOVE 10 TO WS-FILE-IDX.
            OPEN INPUT TEAM-MEMBER.
            PERFORM NOTE-OPEN-RESULT.
            IF WS-TMEM-STATUS = "00"
                MOVE "N" TO WS-FILE-EOF
                PERFORM UNTIL NO-MORE-RECORDS
                    READ TEAM-MEMBER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    IF NOT NO-MORE-RECORDS
                        PERFORM COUNT-RECORD-READ
                        MOVE TMEM-PLAYER-ID TO WS-CHECK-ID
                        MOVE SPACES TO WS-CHECK-KEY
                        STRING TMEM-EFF-DATE " team " TMEM-TEAM-ID
                            DELIMITED BY SIZE INTO WS-CHECK-KEY
                        PERFORM CHECK-AGAINST-MASTER
                    END-IF
                END-PERFORM
                CLOSE TEAM-MEMBER
            END-IF.

       NOTE-OPEN-RESULT.

      * A file that does not exist yet has nothing in it to be wrong;
      * one that exists but cannot be read leaves the check unproven.
            MOVE "N" TO WS-FILE-EOF.
            EVALUATE TRUE
                WHEN WS-FILE-IDX = 2 AND WS-STATS-STATUS = "00"
                WHEN WS-FILE-IDX = 3 AND WS-RATING-STATUS = "00"
                WHEN WS-FILE-IDX = 4 AND WS-AWARDS-STATUS = "00"
                WHEN WS-FILE-IDX = 5 AND WS-CKPT-STATUS = "00"
                WHEN WS-FILE-IDX = 6 AND WS-SEASON-STATUS = "00"
                WHEN WS-FILE-IDX = 7 AND WS-HIST-STATUS = "00"
                WHEN WS-FILE-IDX = 8 AND WS-TOURN-STATUS = "00"
                WHEN WS-FILE-IDX = 9 AND WS-MATCH-STATUS = "00"
                WHEN WS-FILE-IDX = 10 AND WS-TMEM-STATUS = "00"
                    MOVE "READ" TO WS-FC-STATE (WS-FILE-IDX)
                WHEN WS-FILE-IDX = 2 AND WS-STATS-STATUS = "35"
                WHEN WS-FILE-IDX = 3 AND WS-RATING-STATUS = "35"
                WHEN WS-FILE-IDX = 4 AND WS-AWARDS-STATUS = "35"
                WHEN WS-FILE-IDX = 5 AND WS-CKPT-STATUS = "35"
                WHEN WS-FILE-IDX = 6 AND WS-SEASON-STATUS = "35"
                WHEN WS-FILE-IDX = 7 AND WS-HIST-STATUS = "35"
                WHEN WS-FILE-IDX = 8 AND WS-TOURN-STATUS = "35"
                WHEN WS-FILE-IDX = 9 AND WS-MATCH-STATUS = "35"
                WHEN WS-FILE-IDX = 10 AND WS-TMEM-STATUS = "35"
                    MOVE "NONE" TO WS-FC-STATE (WS-FILE-IDX)
                WHEN OTHER
                    MOVE "FAIL" TO WS-FC-STATE (WS-FILE-IDX)
                    COMPUTE WS-UNREADABLE-COUNT =
                        WS-UNREADABLE-COUNT + 1
                    MOVE SPACES TO REPORT-LINE
                    STRING WS-FILE-NAME (WS-FILE-IDX)
                        " could not be opened - NOT CHECKED"
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
            END-EVALUATE.

       COUNT-RECORD-READ.

            COMPUTE WS-FC-READ (WS-FILE-IDX) =
                WS-FC-READ (WS-FILE-IDX) + 1.

       CHECK-AGAINST-MASTER.

            MOVE WS-CHECK-ID TO PLAYER-ID.
            READ PLAYER-MASTER
                INVALID KEY
                    MOVE "N" TO WS-MASTER-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-MASTER-FOUND
            END-READ.
            IF ID-IS-ON-MASTER
                MOVE PLAYER-STATUS TO WS-MASTER-PLAYER-STATUS
      * A merged ID is a tombstone - anything still carrying it was
      * missed by the merge cascade.
                IF PLAYER-IS-MERGED AND NOT FILE-KEEPS-MERGED-IDS
                    COMPUTE WS-FC-MERGED (WS-FILE-IDX) =
                        WS-FC-MERGED (WS-FILE-IDX) + 1
                    MOVE "MRGD" TO WS-EXCEPTION-CODE
                    PERFORM WRITE-EXCEPTION
                END-IF
            ELSE
                MOVE SPACE TO WS-MASTER-PLAYER-STATUS
                COMPUTE WS-FC-ORPHAN (WS-FILE-IDX) =
                    WS-FC-ORPHAN (WS-FILE-IDX) + 1
                MOVE "ORPH" TO WS-EXCEPTION-CODE
                PERFORM WRITE-EXCEPTION
            END-IF.

       CHECK-AGAINST-STATS.

      * Awards and ratings are both earned from rolled-up play, so a
      * player holding either must have a stats row.
            IF STATS-ARE-AVAILABLE
                MOVE WS-CHECK-ID TO STAT-PLAYER-ID
                READ PLAYER-STATS
                    INVALID KEY
                        MOVE "N" TO WS-STATS-FOUND
                    NOT INVALID KEY
                        MOVE "Y" TO WS-STATS-FOUND
                END-READ
                IF NOT ID-HAS-STATS-ROW
                    COMPUTE WS-FC-NO-STATS (WS-FILE-IDX) =
                        WS-FC-NO-STATS (WS-FILE-IDX) + 1
                    MOVE "NOST" TO WS-EXCEPTION-CODE
                    PERFORM WRITE-EXCEPTION
                END-IF
            END-IF.

       WRITE-EXCEPTION.

            COMPUTE WS-FC-TOTAL (WS-FILE-IDX) =
                WS-FC-TOTAL (WS-FILE-IDX) + 1.
            COMPUTE WS-EXCEPTION-TOTAL = WS-EXCEPTION-TOTAL + 1.
            MOVE SPACES TO INTEG-EXCEPTION-RECORD.
            MOVE "D" TO INTX-REC-TYPE.
            MOVE WS-FILE-NAME (WS-FILE-IDX) TO INTX-FILE-NAME.
            MOVE WS-EXCEPTION-CODE TO INTX-EXCEPTION-CODE.
            MOVE WS-CHECK-ID TO INTX-PLAYER-ID.
            MOVE WS-CHECK-KEY TO INTX-RECORD-KEY.
            WRITE INTEG-EXCEPTION-RECORD.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-EXCEPTION-CODE " " WS-FILE-NAME (WS-FILE-IDX)
                " " WS-CHECK-ID " " WS-CHECK-KEY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-FILE-COUNTS.

            IF WS-EXCEPTION-TOTAL = 0
                MOVE "None." TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "Counts by file" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "--------------" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "File                   Read   ORPH   MRGD   CKPI"
                "   NOST"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-ONE-FILE-COUNT
                VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > 10.

       WRITE-ONE-FILE-COUNT.

            MOVE SPACES TO INTEG-EXCEPTION-RECORD.
            MOVE "C" TO INTX-REC-TYPE.
            MOVE WS-FILE-NAME (WS-FILE-IDX) TO INTX-FILE-NAME.
            MOVE WS-FC-READ (WS-FILE-IDX) TO INTX-RECORDS-READ.
            MOVE WS-FC-ORPHAN (WS-FILE-IDX) TO INTX-ORPHAN-COUNT.
            MOVE WS-FC-MERGED (WS-FILE-IDX) TO INTX-MERGED-COUNT.
            MOVE WS-FC-CKPT (WS-FILE-IDX) TO INTX-CKPT-COUNT.
            MOVE WS-FC-NO-STATS (WS-FILE-IDX) TO INTX-NO-STATS-COUNT.
            MOVE WS-FC-TOTAL (WS-FILE-IDX) TO INTX-EXCEPTION-TOTAL.
            WRITE INTEG-EXCEPTION-RECORD.

            MOVE WS-FC-READ (WS-FILE-IDX) TO WS-READ-OUT.
            MOVE WS-FC-ORPHAN (WS-FILE-IDX) TO WS-ORPHAN-OUT.
            MOVE WS-FC-MERGED (WS-FILE-IDX) TO WS-MERGED-OUT.
            MOVE WS-FC-CKPT (WS-FILE-IDX) TO WS-CKPT-OUT.
            MOVE WS-FC-NO-STATS (WS-FILE-IDX) TO WS-NO-STATS-OUT.
            MOVE SPACES TO REPORT-LINE.
            EVALUATE WS-FC-STATE (WS-FILE-IDX)
                WHEN "NONE"
                    STRING WS-FILE-NAME (WS-FILE-IDX)
                        "    (not on file)"
                        DELIMITED BY SIZE INTO REPORT-LINE
                WHEN "FAIL"
                    STRING WS-FILE-NAME (WS-FILE-IDX)
                        "    NOT CHECKED - could not be opened"
                        DELIMITED BY SIZE INTO REPORT-LINE
                WHEN OTHER
                    STRING WS-FILE-NAME (WS-FILE-IDX) "  "
                        WS-READ-OUT " " WS-ORPHAN-OUT " "
                        WS-MERGED-OUT " " WS-CKPT-OUT " "
                        WS-NO-STATS-OUT
                        DELIMITED BY SIZE INTO REPORT-LINE
            END-EVALUATE.
            WRITE REPORT-LINE.

       WRITE-INTEGRITY-TOTALS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Exceptions found:        " WS-EXCEPTION-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Files not checked:       " WS-UNREADABLE-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-EXCEPTION-TOTAL = 0 AND WS-UNREADABLE-COUNT = 0
                MOVE "Player-keyed files agree with PLAYER-MASTER."
                    TO REPORT-LINE
            ELSE
                MOVE "FILES DO NOT AGREE - review exceptions above."
                    TO REPORT-LINE
            END-IF.
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
            MOVE "Kazuate-Integrity" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Integrity.
