           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT RECON-WORK ASSIGN TO "KAZUATE-RECON-SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
      * Audit guess lines and history records brought together by
      * player and session tag - a game resumed on a later day keeps
      * the same tag, so its lines land in one group whatever days
      * they were written.  Within a group the audit lines come
      * first, earliest first, so the group's line count and first
      * date are known before its history records are checked.
       SD  RECON-WORK.
        01 RECON-WORK-RECORD.
         03 RW-PLAYER-ID PIC X(10).
         03 RW-SESSION PIC 9(5).
         03 RW-SOURCE PIC X(1).
          88 RW-IS-AUDIT VALUE "A".
          88 RW-IS-HISTORY VALUE "H".
         03 RW-DATE PIC 9(8).
         03 RW-TIME PIC 9(9).
         03 RW-GUESS-COUNT PIC 9(4).
       WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-HIST-STATUS PIC XX.
         88 WS-NO-MORE-AUDIT VALUE "Y".
        01 WS-HIST-EOF PIC X VALUE "N".
         88 WS-NO-MORE-HIST VALUE "Y".
        01 WS-HIST-OPEN PIC X VALUE "N".
         88 HIST-FILE-IS-OPEN VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
         88 NO-MORE-SORTED VALUE "Y".
        01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
        01 WS-TO-DATE PIC 9(8) VALUE 99999999.

      * The player and session being checked as the sorted lines
      * are read back.  The first audit date seen is kept for the
      * exception report.
        01 WS-SESS-DATE PIC 9(8).
        01 WS-SESS-PLAYER-ID PIC X(10).
        01 WS-SESS-START-SECS PIC 9(5).
        01 WS-SESS-LINE-COUNT PIC 9(4).
        01 WS-SESS-MATCHED PIC X(1).
         88 SESSION-WAS-MATCHED VALUE "Y".

        01 WS-SESSION-COUNT PIC 9(7) VALUE ZERO.
        01 WS-AUDIT-LINE-COUNT PIC 9(7) VALUE ZERO.
        01 WS-HIST-COUNT PIC 9(7) VALUE ZERO.
        01 WS-MATCHED-COUNT PIC 9(7) VALUE ZERO.
        01 WS-MISMATCH-COUNT PIC 9(7) VALUE ZERO.
        01 WS-HIST-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
        01 WS-AUDIT-ORPHAN-COUNT PIC 9(7) VALUE ZERO.

        01 WS-RLOG-STATUS PIC XX.
        01 WS-RLOG-AVAILABLE PIC X VALUE "N".
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
            PERFORM LOAD-RECON-CONTROL.
            PERFORM OPEN-FILES.
            SORT RECON-WORK
                ON ASCENDING KEY RW-PLAYER-ID
                                 RW-SESSION
                                 RW-SOURCE
                                 RW-DATE
                                 RW-TIME
                INPUT PROCEDURE IS RELEASE-RECON-LINES
                OUTPUT PROCEDURE IS MATCH-RECON-SESSIONS.
            PERFORM WRITE-RECON-TOTALS.
            PERFORM CLOSE-FILES.
            MOVE WS-HIST-COUNT TO WS-RLOG-COUNT.
                    TO REPORT-LINE
                WRITE REPORT-LINE
                SET WS-NO-MORE-HIST TO TRUE
            ELSE
                MOVE "Y" TO WS-HIST-OPEN
            END-IF.

            MOVE "Kazuate-Game Audit/History Reconciliation"
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       RELEASE-RECON-LINES.

            PERFORM LOAD-AUDIT-SESSIONS.
            PERFORM LOAD-HISTORY-RECORDS.

       LOAD-AUDIT-SESSIONS.

            IF NOT WS-NO-MORE-AUDIT
                    AT END SET WS-NO-MORE-AUDIT TO TRUE
                END-READ
            END-PERFORM.

       TALLY-AUDIT-LINE.

                CONTINUE
            ELSE
                COMPUTE WS-AUDIT-LINE-COUNT = WS-AUDIT-LINE-COUNT + 1
                MOVE AUD-PLAYER-ID TO RW-PLAYER-ID
                MOVE AUD-SESSION TO RW-SESSION
                SET RW-IS-AUDIT TO TRUE
                MOVE AUD-DATE TO RW-DATE
                MOVE AUD-TIME TO RW-TIME
                MOVE ZERO TO RW-GUESS-COUNT
                RELEASE RECON-WORK-RECORD
            END-IF.

       LOAD-HISTORY-RECORDS.

      * History is in date order, so the read starts at the first
      * day of the range and stops at the first record after it.
            IF HIST-FILE-IS-OPEN
                MOVE WS-FROM-DATE TO HIST-DATE
                MOVE ZERO TO HIST-TIME
                START KAZUATE-HIST KEY NOT < HIST-KEY
                    INVALID KEY SET WS-NO-MORE-HIST TO TRUE
                END-START
            END-IF.
            IF NOT WS-NO-MORE-HIST
                READ KAZUATE-HIST NEXT
                    AT END SET WS-NO-MORE-HIST TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-HIST
                IF HIST-DATE > WS-TO-DATE
                    SET WS-NO-MORE-HIST TO TRUE
                ELSE
                    COMPUTE WS-HIST-COUNT = WS-HIST-COUNT + 1
                    MOVE HIST-PLAYER-ID TO RW-PLAYER-ID
                    MOVE HIST-START-SECS TO RW-SESSION
                    SET RW-IS-HISTORY TO TRUE
                    MOVE HIST-DATE TO RW-DATE
                    MOVE HIST-TIME TO RW-TIME
                    MOVE HIST-GUESS-COUNT TO RW-GUESS-COUNT
                    RELEASE RECON-WORK-RECORD
                    READ KAZUATE-HIST NEXT
                        AT END SET WS-NO-MORE-HIST TO TRUE
                    END-READ
                END-IF
            END-PERFORM.

       MATCH-RECON-SESSIONS.

            PERFORM RETURN-RECON-LINE.
            PERFORM UNTIL NO-MORE-SORTED
                MOVE RW-PLAYER-ID TO WS-SESS-PLAYER-ID
                MOVE RW-SESSION TO WS-SESS-START-SECS
                MOVE ZERO TO WS-SESS-LINE-COUNT
                MOVE "N" TO WS-SESS-MATCHED
                PERFORM UNTIL NO-MORE-SORTED
                              OR RW-PLAYER-ID NOT = WS-SESS-PLAYER-ID
                              OR RW-SESSION NOT = WS-SESS-START-SECS
                    IF RW-IS-AUDIT
                        PERFORM GROUP-AUDIT-LINE
                    ELSE
                        PERFORM MATCH-ONE-HISTORY-RECORD
                    END-IF
                    PERFORM RETURN-RECON-LINE
                END-PERFORM
                IF WS-SESS-LINE-COUNT > 0
                   AND NOT SESSION-WAS-MATCHED
                    PERFORM REPORT-AUDIT-ORPHAN
                END-IF
            END-PERFORM.

       RETURN-RECON-LINE.

            RETURN RECON-WORK
                AT END
                    MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       GROUP-AUDIT-LINE.

            IF WS-SESS-LINE-COUNT = 0
                COMPUTE WS-SESSION-COUNT = WS-SESSION-COUNT + 1
                MOVE RW-DATE TO WS-SESS-DATE
            END-IF.
            COMPUTE WS-SESS-LINE-COUNT = WS-SESS-LINE-COUNT + 1.

       MATCH-ONE-HISTORY-RECORD.

      * The history record carries the session start second - the
      * same value the audit trail carries as its SESSION tag - so
      * the match is an exact player and session match.
            IF WS-SESS-LINE-COUNT = 0
                COMPUTE WS-HIST-ORPHAN-COUNT = WS-HIST-ORPHAN-COUNT + 1
                MOVE SPACES TO REPORT-LINE
                STRING "NO AUDIT LINES: history " RW-DATE "/"
                    RW-TIME " player " RW-PLAYER-ID
                    " guesses " RW-GUESS-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE "Y" TO WS-SESS-MATCHED
                IF WS-SESS-LINE-COUNT = RW-GUESS-COUNT
                    COMPUTE WS-MATCHED-COUNT = WS-MATCHED-COUNT + 1
                ELSE
                    COMPUTE WS-MISMATCH-COUNT = WS-MISMATCH-COUNT + 1
                    MOVE SPACES TO REPORT-LINE
                    STRING "COUNT MISMATCH: player " RW-PLAYER-ID
                        " session " WS-SESS-START-SECS
                        " audit " WS-SESS-LINE-COUNT
                        " history " RW-GUESS-COUNT
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF.

       REPORT-AUDIT-ORPHAN.

            COMPUTE WS-AUDIT-ORPHAN-COUNT = WS-AUDIT-ORPHAN-COUNT + 1.
            MOVE SPACES TO REPORT-LINE.
            STRING "ORPHAN AUDIT: date " WS-SESS-DATE
                " player " WS-SESS-PLAYER-ID
                " session " WS-SESS-START-SECS
                " lines " WS-SESS-LINE-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-RECON-TOTALS.

            IF WS-MISMATCH-COUNT = 0
               AND WS-HIST-ORPHAN-COUNT = 0
               AND WS-AUDIT-ORPHAN-COUNT = 0
                MOVE "Files are in balance." TO REPORT-LINE
            ELSE
                MOVE "FILES DO NOT BALANCE - review exceptions above."
            IF NOT WS-NO-MORE-AUDIT OR WS-AUDIT-STATUS = "10"
                CLOSE AUDIT-TRAIL
            END-IF.
            IF HIST-FILE-IS-OPEN
                CLOSE KAZUATE-HIST
            END-IF.
            CLOSE RECON-REPORT.

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
            MOVE "Kazuate-Recon" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Recon.
