      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-ChalGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHALLENGE-FILE ASSIGN TO "KAZUATE-CHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAL-DATE
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT CHALGEN-CONTROL ASSIGN TO "KAZUATE-CHGEN-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CHALGEN-REPORT ASSIGN TO "KAZUATE-CHGEN-RPT"
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
       FD  CHALLENGE-FILE.
       COPY CHALREC.
       FD  CHALGEN-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-FIRST-DATE PIC 9(8).
         03 CTL-DAY-COUNT PIC 9(3).
         03 CTL-DIFFICULTY PIC X(6).
         03 CTL-GENERATED-BY PIC X(10).
       FD  CHALGEN-REPORT.
        01 REPORT-LINE PIC X(80).
       FD  RUN-LOG.
       COPY RUNLOGREC.
       FD  BUSINESS-DATE-FILE.
       COPY BDATEREC.
       WORKING-STORAGE SECTION.
        01 WS-CHAL-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-FIRST-DATE PIC 9(8).
        01 WS-DAY-COUNT PIC 9(3).
        01 WS-DIFFICULTY-CHOICE PIC X(6).
        01 WS-GENERATED-BY PIC X(10).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-FIRST-DAY-NUM PIC 9(7).
        01 WS-DAY-IDX PIC 9(4).
        01 WS-GEN-DATE PIC 9(8).
        01 WS-DIFF-IDX PIC 9(1).
        01 WS-DIFFICULTY-FOUND PIC X VALUE "N".
         88 DIFFICULTY-WAS-FOUND VALUE "Y".
        01 WS-LOW-BOUND PIC 9(3).
        01 WS-HIGH-BOUND PIC 9(3).
        01 WS-RANGE-WIDTH PIC 9(4).
        01 WS-ANS PIC 9(3).
        01 WS-ANS-WORK PIC 9(5).
        01 WS-RAND-SEED PIC 9(4).
        01 WS-CHAL-WRITTEN PIC X.
         88 CHALLENGE-WAS-WRITTEN VALUE "Y".
        01 WS-GENERATED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.

       COPY DIFFTAB.

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
            PERFORM LOAD-CHALGEN-CONTROL.
            PERFORM OPEN-CHALLENGE-FILE.
            PERFORM GENERATE-CHALLENGE-DAYS.
            CLOSE CHALLENGE-FILE.
            PERFORM WRITE-CHALGEN-TOTALS.
            CLOSE CHALGEN-REPORT.
            MOVE WS-GENERATED-COUNT TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Challenge generation complete - "
                WS-GENERATED-COUNT " day(s) generated, "
                WS-KEPT-COUNT " already on file.".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT CHALGEN-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-CHGEN-RPT - challenge "
                    "generation aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Daily Challenge Generation"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "======================================="
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-CHALGEN-CONTROL.

            OPEN INPUT CHALGEN-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-CHGEN-CTL control card - generation "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, nothing generated."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-GENERATION
            END-IF.
            READ CHALGEN-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-FIRST-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(CTL-FIRST-DATE) NOT = 0
               OR CTL-DAY-COUNT IS NOT NUMERIC
               OR CTL-DAY-COUNT = ZERO
               OR CTL-GENERATED-BY = SPACES
                MOVE "Bad control card - a valid first date, day "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "count and generated-by are required.  Nothing "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "generated."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CHALGEN-CONTROL
                PERFORM ABANDON-GENERATION
            END-IF.
            MOVE CTL-FIRST-DATE TO WS-FIRST-DATE.
            MOVE CTL-DAY-COUNT TO WS-DAY-COUNT.
            MOVE CTL-DIFFICULTY TO WS-DIFFICULTY-CHOICE.
            MOVE CTL-GENERATED-BY TO WS-GENERATED-BY.
            CLOSE CHALGEN-CONTROL.

      * Every player on a challenge day must face the same range, so
      * the difficulty has to be one of the presets - the free-form
      * configured range can differ from one terminal to the next.
            PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                UNTIL WS-DIFF-IDX > 3
                IF DIFF-NAME (WS-DIFF-IDX) = WS-DIFFICULTY-CHOICE
                    MOVE DIFF-LOW-BOUND (WS-DIFF-IDX) TO WS-LOW-BOUND
                    MOVE DIFF-HIGH-BOUND (WS-DIFF-IDX) TO WS-HIGH-BOUND
                    MOVE "Y" TO WS-DIFFICULTY-FOUND
                END-IF
            END-PERFORM.
            IF NOT DIFFICULTY-WAS-FOUND
                MOVE SPACES TO REPORT-LINE
                STRING "Unknown difficulty '" WS-DIFFICULTY-CHOICE
                    "' on control card - nothing generated."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-GENERATION
            END-IF.
            COMPUTE WS-RANGE-WIDTH = WS-HIGH-BOUND - WS-LOW-BOUND + 1.

      * A challenge is generated ahead of its day, never behind it -
      * a past day may already have been played or closed.  The
      * business date is the day the nightly cycle is processing, so
      * that day has been played and the first new day follows it.
            MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
            IF WS-FIRST-DATE NOT > WS-TODAY-DATE
                MOVE SPACES TO REPORT-LINE
                STRING "First date " WS-FIRST-DATE
                    " is not after business date " WS-TODAY-DATE
                    " - nothing generated."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-GENERATION
            END-IF.
            COMPUTE WS-FIRST-DAY-NUM =
                FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).

            MOVE SPACES TO REPORT-LINE.
            STRING "Generating " WS-DAY-COUNT " day(s) from "
                WS-FIRST-DATE " on " WS-DIFFICULTY-CHOICE
                " for " WS-GENERATED-BY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       OPEN-CHALLENGE-FILE.

            OPEN I-O CHALLENGE-FILE.
            IF WS-CHAL-STATUS = "35"
                OPEN OUTPUT CHALLENGE-FILE
                CLOSE CHALLENGE-FILE
                OPEN I-O CHALLENGE-FILE
            END-IF.
            IF WS-CHAL-STATUS NOT = "00"
                MOVE "KAZUATE-CHAL could not be opened - nothing "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "generated."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ABANDON-GENERATION
            END-IF.

       GENERATE-CHALLENGE-DAYS.

      * One seed for the whole run, the same way the batch driver
      * seeds - reseeding from the clock per day would hand days
      * generated within the same centisecond the same answer.
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            COMPUTE WS-RAND-SEED = 100 * TIME-SEC + TIME-MS.
            COMPUTE WS-ANS-WORK =
                FUNCTION RANDOM(WS-RAND-SEED) * 100000.

            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-COUNT
                COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-FIRST-DAY-NUM + WS-DAY-IDX - 1)
                PERFORM GENERATE-ONE-DAY
            END-PERFORM.

       GENERATE-ONE-DAY.

      * A day already on file is never regenerated - players may
      * have faced its answer already, so it is reported and kept.
      * The answer itself is never printed here; it stays secret
      * until the results run closes the day.
            MOVE WS-GEN-DATE TO CHAL-DATE.
            READ CHALLENGE-FILE
                INVALID KEY
                    PERFORM WRITE-NEW-CHALLENGE
                NOT INVALID KEY
                    COMPUTE WS-KEPT-COUNT = WS-KEPT-COUNT + 1
                    MOVE SPACES TO REPORT-LINE
                    STRING "KEPT:      " CHAL-DATE " "
                        CHAL-DIFFICULTY " status " CHAL-STATUS
                        " generated by " CHAL-GENERATED-BY
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
            END-READ.

       WRITE-NEW-CHALLENGE.

            COMPUTE WS-ANS-WORK = FUNCTION RANDOM * 100000.
            COMPUTE WS-ANS =
                FUNCTION MOD(WS-ANS-WORK, WS-RANGE-WIDTH)
                + WS-LOW-BOUND.
            MOVE WS-GEN-DATE TO CHAL-DATE.
            MOVE WS-DIFFICULTY-CHOICE TO CHAL-DIFFICULTY.
            MOVE WS-ANS TO CHAL-ANS.
            MOVE WS-GENERATED-BY TO CHAL-GENERATED-BY.
            MOVE WS-TODAY-DATE TO CHAL-GENERATED-DATE.
            MOVE "OPEN" TO CHAL-STATUS.
            MOVE ZERO TO CHAL-CLOSED-DATE.
            WRITE CHALLENGE-RECORD
                INVALID KEY
                    MOVE "N" TO WS-CHAL-WRITTEN
                NOT INVALID KEY
                    MOVE "Y" TO WS-CHAL-WRITTEN
            END-WRITE.
            IF CHALLENGE-WAS-WRITTEN
                COMPUTE WS-GENERATED-COUNT = WS-GENERATED-COUNT + 1
                MOVE SPACES TO REPORT-LINE
                STRING "GENERATED: " WS-GEN-DATE " "
                    WS-DIFFICULTY-CHOICE
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                COMPUTE WS-FAILED-COUNT = WS-FAILED-COUNT + 1
                MOVE SPACES TO REPORT-LINE
                STRING "FAILED:    " WS-GEN-DATE
                    " status " WS-CHAL-STATUS " - not generated"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       WRITE-CHALGEN-TOTALS.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Days generated:      " WS-GENERATED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE
            STRING "Already on file:     " WS-KEPT-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-FAILED-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "Writes failed:       " WS-FAILED-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
      * A day that failed to write has no challenge to play, so the
      * run must not read as clean to the date roll.
                MOVE "EXCP" TO WS-RLOG-CODE
            END-IF.

       ABANDON-GENERATION.

            CLOSE CHALGEN-REPORT.
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

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
            MOVE "Kazuate-ChalGen" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-ChalGen.
