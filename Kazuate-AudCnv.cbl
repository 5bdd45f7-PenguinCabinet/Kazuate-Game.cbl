           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-AUDIT-NEW-STATUS PIC XX.
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
            PERFORM OPEN-CONVERT-FILES.
            PERFORM CONVERT-AUDIT-TRAIL.
            PERFORM WRITE-CONVERT-TOTALS.
                MOVE FUNCTION NUMVAL(WS-AUD-GUESS) TO AUD-GUESS
                MOVE WS-AUD-VERDICT TO AUD-VERDICT
                MOVE SPACES TO AUD-DIFFICULTY
                SET AUD-FROM-TERMINAL TO TRUE
                WRITE AUDIT-RECORD
                COMPUTE WS-CONVERTED-COUNT = WS-CONVERTED-COUNT + 1
            END-IF.
            MOVE "has been reviewed." TO REPORT-LINE.
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
            MOVE "Kazuate-AudCnv" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-AudCnv.
