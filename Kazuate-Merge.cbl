               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWARDS-STATUS.
           SELECT TEAM-MEMBER ASSIGN TO "KAZUATE-TEAMMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMEM-KEY
               FILE STATUS IS WS-TMEM-STATUS.
           SELECT MATCH-FILE ASSIGN TO "KAZUATE-MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANS.
       COPY RATEREC.
       FD  KAZUATE-AWARDS.
       COPY AWARDREC.
       FD  TEAM-MEMBER.
       COPY TMEMREC.
       FD  MATCH-FILE.
       COPY MATCHREC.
       FD  MATCH-NEW.
        01 MATCH-NEW-RECORD PIC X(69).
       FD  TOURNAMENT-FILE.
       COPY TOURNREC.
       FD  TOURN-NEW.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.
       FD  AUDIT-NEW.
        01 AUDIT-NEW-LINE PIC X(51).
       FD  MERGE-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-TRANS-STATUS PIC XX.
        01 WS-PLAYER-STATUS PIC XX.
        01 WS-CKPT-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
        01 WS-AWARDS-STATUS PIC XX.
        01 WS-TMEM-STATUS PIC XX.
        01 WS-MATCH-STATUS PIC XX.
        01 WS-MATCH-NEW-STATUS PIC XX.
        01 WS-TOURN-STATUS PIC XX.
         88 WS-NO-MORE-MATCHES VALUE "Y".
        01 WS-AWARDS-EOF PIC X VALUE "N".
         88 WS-NO-MORE-AWARDS VALUE "Y".
        01 WS-TMEM-EOF PIC X VALUE "N".
         88 WS-NO-MORE-TMEM VALUE "Y".

      * All transactions are loaded and validated up front so the
      * sequential files need only one substitution pass each.
          05 WS-MRG-RATE-CHANGED PIC 9(1).
          05 WS-MRG-AWARD-CHANGED PIC 9(2).
          05 WS-MRG-MATCH-CHANGED PIC 9(5).
          05 WS-MRG-TEAM-CHANGED PIC 9(3).
        01 WS-MRG-COUNT PIC 9(2) VALUE ZERO.
        01 WS-MRG-IDX PIC 9(2).
        01 WS-MRG-HIT PIC 9(2).
        01 WS-AWARD-WRITTEN PIC X.
         88 AWARD-WAS-WRITTEN VALUE "Y".

        01 WS-TMEM-HOLD PIC X(28).
        01 WS-TMEM-WRITTEN PIC X.
         88 TMEM-WAS-WRITTEN VALUE "Y".

      * The file status fields mutate on every READ (a missing old
      * ID leaves "23" behind), so whether each keyed file opened is
      * captured once here and tested from the flag, never from the
         88 RATING-FILE-IS-OPEN VALUE "Y".
        01 WS-AWARDS-AVAILABLE PIC X VALUE "N".
         88 AWARDS-FILE-IS-OPEN VALUE "Y".
        01 WS-TMEM-AVAILABLE PIC X VALUE "N".
         88 TMEM-FILE-IS-OPEN VALUE "Y".

        01 WS-HIST-EXAMINED PIC 9(7) VALUE ZERO.
        01 WS-TOURN-EXAMINED PIC 9(7) VALUE ZERO.
         88 RUN-LOG-IS-AVAILABLE VALUE "Y".
        01 WS-RLOG-COUNT PIC 9(7) VALUE ZERO.
        01 WS-RLOG-CODE PIC X(4) VALUE "OK  ".
        01 WS-BDATE-STATUS PIC XX.
        01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

        01 TIME-AND-DATE.
         05 TIME-AND-DATE-TYPE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM READ-BUSINESS-DATE.
            PERFORM WRITE-RUN-LOG-START.
            PERFORM REQUIRE-BUSINESS-DATE.
            PERFORM OPEN-MERGE-REPORT.
            PERFORM LOAD-MERGE-TRANSACTIONS.
            IF WS-APPLIED-COUNT > 0
            IF WS-AWARDS-STATUS = "00"
                MOVE "Y" TO WS-AWARDS-AVAILABLE
            END-IF.
            OPEN I-O TEAM-MEMBER.
            IF WS-TMEM-STATUS = "00"
                MOVE "Y" TO WS-TMEM-AVAILABLE
            END-IF.

       CLOSE-KEYED-FILES.

            IF AWARDS-FILE-IS-OPEN
                CLOSE KAZUATE-AWARDS
            END-IF.
            IF TMEM-FILE-IS-OPEN
                CLOSE TEAM-MEMBER
            END-IF.

       TAKE-ONE-TRANSACTION.

                PERFORM MOVE-CHECKPOINT
                PERFORM MOVE-RATING-RECORD
                PERFORM MOVE-AWARD-RECORDS
                PERFORM MOVE-TEAM-MEMBERSHIP
                COMPUTE WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1
                MOVE SPACES TO REPORT-LINE
                STRING "MERGED " TRN-OLD-ID " into " TRN-NEW-ID
            MOVE ZERO TO WS-MRG-RATE-CHANGED (WS-MRG-COUNT).
            MOVE ZERO TO WS-MRG-AWARD-CHANGED (WS-MRG-COUNT).
            MOVE ZERO TO WS-MRG-MATCH-CHANGED (WS-MRG-COUNT).
            MOVE ZERO TO WS-MRG-TEAM-CHANGED (WS-MRG-COUNT).

       MERGE-MASTER-RECORDS.

                    DELETE KAZUATE-AWARDS
            END-READ.

       MOVE-TEAM-MEMBERSHIP.

      * Team assignments are keyed by player then effective date.
      * Each of the old ID's assignments is taken off and put back
      * under the surviving ID, and the START repeated, until none is
      * left - so the old ID's history needs no holding table however
      * long it is.  The two IDs' histories interleave by date, and
      * on a date both hold the surviving ID's assignment stands.
            IF TMEM-FILE-IS-OPEN
                MOVE "N" TO WS-TMEM-EOF
                PERFORM UNTIL WS-NO-MORE-TMEM
                    MOVE TRN-OLD-ID TO TMEM-PLAYER-ID
                    MOVE ZERO TO TMEM-EFF-DATE
                    START TEAM-MEMBER KEY NOT < TMEM-KEY
                        INVALID KEY SET WS-NO-MORE-TMEM TO TRUE
                    END-START
                    IF NOT WS-NO-MORE-TMEM
                        READ TEAM-MEMBER NEXT
                            AT END SET WS-NO-MORE-TMEM TO TRUE
                        END-READ
                    END-IF
                    IF NOT WS-NO-MORE-TMEM
                        IF TMEM-PLAYER-ID = TRN-OLD-ID
                            PERFORM RELOCATE-ONE-MEMBERSHIP
                        ELSE
                            SET WS-NO-MORE-TMEM TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-MRG-TEAM-CHANGED (WS-MRG-COUNT) > 0
                    MOVE SPACES TO REPORT-LINE
                    STRING "  team assignments moved: "
                        WS-MRG-TEAM-CHANGED (WS-MRG-COUNT)
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF.

       RELOCATE-ONE-MEMBERSHIP.

            MOVE TEAM-MEMBER-RECORD TO WS-TMEM-HOLD.
            DELETE TEAM-MEMBER.
            MOVE WS-TMEM-HOLD TO TEAM-MEMBER-RECORD.
            MOVE TRN-NEW-ID TO TMEM-PLAYER-ID.
            WRITE TEAM-MEMBER-RECORD
                INVALID KEY
                    MOVE "N" TO WS-TMEM-WRITTEN
                NOT INVALID KEY
                    MOVE "Y" TO WS-TMEM-WRITTEN
            END-WRITE.
            IF TMEM-WAS-WRITTEN
                COMPUTE WS-MRG-TEAM-CHANGED (WS-MRG-COUNT) =
                    WS-MRG-TEAM-CHANGED (WS-MRG-COUNT) + 1
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING "  team assignment of " TMEM-EFF-DATE
                    " dropped - " TRN-NEW-ID " has one that day"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       CASCADE-HISTORY.

            OPEN I-O KAZUATE-HIST.
                STRING "    rating " WS-MRG-RATE-CHANGED (WS-MRG-IDX)
                    " awards " WS-MRG-AWARD-CHANGED (WS-MRG-IDX)
                    " match " WS-MRG-MATCH-CHANGED (WS-MRG-IDX)
                    " team " WS-MRG-TEAM-CHANGED (WS-MRG-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            MOVE "been reviewed." TO REPORT-LINE.
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
                              + TIME-MIN * 100
                              + TIME-SEC.
            MOVE "Kazuate-Merge" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Merge.
