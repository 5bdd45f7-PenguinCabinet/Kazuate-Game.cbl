           SELECT RUN-LOG ASSIGN TO "KAZUATE-RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "KAZUATE-BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KAZUATE-HIST.
         03 CTL-LAST-TIME PIC 9(9).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
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
            PERFORM LOAD-RATE-CONTROL.
            PERFORM OPEN-FILES.
            PERFORM RATE-NEW-HISTORY.
                    AT END SET WS-NO-MORE-RECORDS TO TRUE
                END-READ
            END-IF.
      * Games after the business date belong to a later night; the
      * high-water mark stops short of them so they are rated
      * when that night's run comes round.
            PERFORM UNTIL WS-NO-MORE-RECORDS
                IF HIST-DATE > WS-BUSINESS-DATE
                    SET WS-NO-MORE-RECORDS TO TRUE
                ELSE
                    IF NOT HIST-IS-VOIDED
                        PERFORM RATE-ONE-GAME
                    END-IF
                    COMPUTE WS-PROCESSED-COUNT = WS-PROCESSED-COUNT + 1
                    MOVE HIST-DATE TO WS-LAST-DATE
                    MOVE HIST-TIME TO WS-LAST-TIME
                    READ KAZUATE-HIST NEXT
                        AT END SET WS-NO-MORE-RECORDS TO TRUE
                    END-READ
                END-IF
            END-PERFORM.

       RATE-ONE-GAME.
            CLOSE KAZUATE-HIST.
            CLOSE KAZUATE-RATING.

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
            MOVE "Kazuate-RateUpd" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-RateUpd.
