      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-DateRoll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CONTROL ASSIGN TO "KAZUATE-ROLL-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ROLL-REPORT ASSIGN TO "KAZUATE-ROLL-RPT"
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
      * One required job per card line, named as it signs itself on
      * the run log.
       FD  ROLL-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-PROGRAM PIC X(18).
       FD  ROLL-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-CONTROL-EOF PIC X VALUE "N".
         88 WS-NO-MORE-CONTROL VALUE "Y".
        01 WS-RLOG-EOF PIC X VALUE "N".
         88 WS-NO-MORE-RLOG VALUE "Y".

      * The day's required jobs and the last run-log event each one
      * wrote for the business date being closed.
        01 WS-JOB-TABLE.
         03 WS-JOB-ENTRY OCCURS 30 TIMES.
          05 WS-JOB-PROGRAM PIC X(18).
          05 WS-JOB-LAST-EVENT PIC X(5).
          05 WS-JOB-LAST-CODE PIC X(4).
        01 WS-JOB-COUNT PIC 9(3) VALUE ZERO.
        01 WS-JOB-IDX PIC 9(3).
        01 WS-NOT-CLEAN-COUNT PIC 9(3) VALUE ZERO.
        01 WS-JOB-STATE PIC X(30).

        01 WS-BUSINESS-DAY-NUM PIC 9(7) VALUE ZERO.
        01 WS-NEXT-DATE PIC 9(8) VALUE ZERO.

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
            PERFORM LOAD-REQUIRED-JOBS.
            PERFORM SCAN-RUN-LOG.
            PERFORM CHECK-REQUIRED-JOBS.
            IF WS-NOT-CLEAN-COUNT > 0
                PERFORM REFUSE-ROLL
            END-IF.
            PERFORM ROLL-BUSINESS-DATE.
            CLOSE ROLL-REPORT.
            MOVE WS-JOB-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Business date rolled from " WS-BUSINESS-DATE
                " to " WS-NEXT-DATE ".".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT ROLL-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-ROLL-RPT - date roll "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Business Date Roll" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "===============================" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Business date " WS-BUSINESS-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-REQUIRED-JOBS.

            OPEN INPUT ROLL-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-ROLL-CTL control card - date roll "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, business date not moved."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE ROLL-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-NO-MORE-CONTROL
                READ ROLL-CONTROL
                    AT END SET WS-NO-MORE-CONTROL TO TRUE
                END-READ
                IF NOT WS-NO-MORE-CONTROL
                   AND CTL-PROGRAM NOT = SPACES
                    PERFORM ADD-REQUIRED-JOB
                END-IF
            END-PERFORM.
            CLOSE ROLL-CONTROL.
      * An empty card would let the date roll with nothing checked,
      * which is exactly what the gate is there to prevent.
            IF WS-JOB-COUNT = 0
                MOVE "No required jobs on KAZUATE-ROLL-CTL - date "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "roll aborted, business date not moved."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE ROLL-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       ADD-REQUIRED-JOB.

      * A job dropped from an overfull table would be a job the roll
      * never checked, so an overfull card stops the run instead.
            IF WS-JOB-COUNT >= 30
                MOVE "More than 30 required jobs on KAZUATE-ROLL-CTL "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "- date roll aborted, business date not moved."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE ROLL-CONTROL
                CLOSE ROLL-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            COMPUTE WS-JOB-COUNT = WS-JOB-COUNT + 1.
            MOVE CTL-PROGRAM TO WS-JOB-PROGRAM (WS-JOB-COUNT).
            MOVE SPACES TO WS-JOB-LAST-EVENT (WS-JOB-COUNT).
            MOVE SPACES TO WS-JOB-LAST-CODE (WS-JOB-COUNT).

       SCAN-RUN-LOG.

      * Only entries written as of the business date count - a clean
      * run for another day says nothing about this one.  The last
      * such entry per job wins, so a rerun that ended clean clears
      * an earlier failure.
            OPEN INPUT RUN-LOG.
            IF WS-RLOG-STATUS NOT = "00"
                SET WS-NO-MORE-RLOG TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-RLOG
                READ RUN-LOG
                    AT END SET WS-NO-MORE-RLOG TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL WS-NO-MORE-RLOG
                IF RLOG-BUSINESS-DATE IS NUMERIC
                   AND RLOG-BUSINESS-DATE = WS-BUSINESS-DATE
                    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                        UNTIL WS-JOB-IDX > WS-JOB-COUNT
                        IF WS-JOB-PROGRAM (WS-JOB-IDX) = RLOG-PROGRAM
                            MOVE RLOG-EVENT
                                TO WS-JOB-LAST-EVENT (WS-JOB-IDX)
                            MOVE RLOG-CODE
                                TO WS-JOB-LAST-CODE (WS-JOB-IDX)
                        END-IF
                    END-PERFORM
                END-IF
                READ RUN-LOG
                    AT END SET WS-NO-MORE-RLOG TO TRUE
                END-READ
            END-PERFORM.
            IF WS-RLOG-STATUS = "10"
                CLOSE RUN-LOG
            END-IF.

       CHECK-REQUIRED-JOBS.

            MOVE SPACES TO REPORT-LINE.
            STRING "Required job        State"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                UNTIL WS-JOB-IDX > WS-JOB-COUNT
                EVALUATE TRUE
                    WHEN WS-JOB-LAST-EVENT (WS-JOB-IDX) = SPACES
                        MOVE "NOT RUN" TO WS-JOB-STATE
                        COMPUTE WS-NOT-CLEAN-COUNT =
                            WS-NOT-CLEAN-COUNT + 1
                    WHEN WS-JOB-LAST-EVENT (WS-JOB-IDX) = "START"
                        MOVE "STARTED, NO END" TO WS-JOB-STATE
                        COMPUTE WS-NOT-CLEAN-COUNT =
                            WS-NOT-CLEAN-COUNT + 1
                    WHEN WS-JOB-LAST-CODE (WS-JOB-IDX) NOT = "OK  "
                        MOVE SPACES TO WS-JOB-STATE
                        STRING "ENDED " WS-JOB-LAST-CODE (WS-JOB-IDX)
                            DELIMITED BY SIZE INTO WS-JOB-STATE
                        COMPUTE WS-NOT-CLEAN-COUNT =
                            WS-NOT-CLEAN-COUNT + 1
                    WHEN OTHER
                        MOVE "CLEAN" TO WS-JOB-STATE
                END-EVALUATE
                MOVE SPACES TO REPORT-LINE
                STRING WS-JOB-PROGRAM (WS-JOB-IDX) "  " WS-JOB-STATE
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       REFUSE-ROLL.

            MOVE SPACES TO REPORT-LINE.
            STRING WS-NOT-CLEAN-COUNT " required job(s) have no clean "
                "END for " WS-BUSINESS-DATE " - date roll refused,"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "business date not moved." TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE ROLL-REPORT.
            DISPLAY "Required jobs not clean for " WS-BUSINESS-DATE
                " - date roll refused.".
            MOVE WS-JOB-COUNT TO WS-RLOG-COUNT.
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

       ROLL-BUSINESS-DATE.

            COMPUTE WS-BUSINESS-DAY-NUM =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
            IF WS-BUSINESS-DAY-NUM = ZERO
                MOVE SPACES TO REPORT-LINE
                STRING "Business date " WS-BUSINESS-DATE
                    " is not a calendar date - date roll aborted."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE ROLL-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            COMPUTE WS-NEXT-DATE =
                FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUM + 1).

            OPEN OUTPUT BUSINESS-DATE-FILE.
            IF WS-BDATE-STATUS NOT = "00"
                MOVE "KAZUATE-BUSDATE could not be rewritten - date "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "roll aborted, business date not moved."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE ROLL-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            MOVE WS-NEXT-DATE TO BDATE-CURRENT.
            MOVE WS-BUSINESS-DATE TO BDATE-PREVIOUS.
            COMPUTE BDATE-ROLLED-DATE = TIME-YEAR * 10000
                                      + TIME-MONTH * 100
                                      + TIME-DAY.
            COMPUTE BDATE-ROLLED-TIME = TIME-HOUR * 10000
                                      + TIME-MIN * 100
                                      + TIME-SEC.
            WRITE BUSINESS-DATE-RECORD.
      * The card was emptied when it was opened for output, so a
      * failed write leaves no date on it at all; the operator is
      * told which date to key back.
            IF WS-BDATE-STATUS NOT = "00"
                CLOSE BUSINESS-DATE-FILE
                MOVE "KAZUATE-BUSDATE could not be written - it is "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                STRING "now empty and must be re-keyed with "
                    WS-BUSINESS-DATE "."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE ROLL-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            CLOSE BUSINESS-DATE-FILE.

            MOVE SPACES TO REPORT-LINE.
            STRING "All " WS-JOB-COUNT " required job(s) clean - "
                "business date rolled from " WS-BUSINESS-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "to " WS-NEXT-DATE "."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       READ-BUSINESS-DATE.

      * The roll's own run-log entries carry the day it is closing,
      * so its END sits with the rest of that day's work.
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
            MOVE "Kazuate-DateRoll" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-DateRoll.
