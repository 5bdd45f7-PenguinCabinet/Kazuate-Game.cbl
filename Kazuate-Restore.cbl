      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-Restore.
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
               ACCESS MODE IS SEQUENTIAL
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
           SELECT STATS-CONTROL ASSIGN TO "KAZUATE-STATS-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-CTL-STATUS.
           SELECT RATE-CONTROL ASSIGN TO "KAZUATE-RATE-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CTL-STATUS.
           SELECT BACKUP-LIBRARY ASSIGN TO "KAZUATE-BKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-STATUS.
           SELECT RESTORE-CONTROL ASSIGN TO "KAZUATE-REST-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RESTORE-REPORT ASSIGN TO "KAZUATE-REST-RPT"
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
       FD  TEAM-MASTER.
       COPY TEAMREC.
       FD  TEAM-MEMBER.
       COPY TMEMREC.
       FD  STATS-CONTROL.
        01 STATS-CTL-RECORD PIC X(17).
       FD  RATE-CONTROL.
        01 RATE-CTL-RECORD PIC X(17).
       FD  BACKUP-LIBRARY.
        01 LIBRARY-LINE PIC X(233).
      * The generation to restore: its business date and, where that
      * day has more than one, the time it was taken.  A blank time
      * takes the latest generation of the day.
       FD  RESTORE-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-GEN-DATE PIC 9(8).
         03 CTL-GEN-TIME PIC X(6).
         03 CTL-GEN-TIME-NUM REDEFINES CTL-GEN-TIME PIC 9(6).
       FD  RESTORE-REPORT.
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
        01 WS-TEAM-STATUS PIC XX.
        01 WS-TMEM-STATUS PIC XX.
        01 WS-STATS-CTL-STATUS PIC XX.
        01 WS-RATE-CTL-STATUS PIC XX.
        01 WS-LIBRARY-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-IO-STATUS PIC XX.
        01 WS-FILE-EOF PIC X VALUE "N".
         88 NO-MORE-RECORDS VALUE "Y".

       COPY BKUPREC.

      * The generation chosen, and what the verify pass found in it.
        01 WS-WANT-DATE PIC 9(8) VALUE ZERO.
        01 WS-WANT-TIME PIC 9(6) VALUE ZERO.
        01 WS-WANT-ANY-TIME PIC X VALUE "N".
         88 LATEST-OF-THE-DAY VALUE "Y".
        01 WS-GEN-FOUND PIC X VALUE "N".
         88 GENERATION-WAS-FOUND VALUE "Y".
        01 WS-GEN-ID.
         05 WS-GEN-DATE PIC 9(8) VALUE ZERO.
         05 WS-GEN-TIME PIC 9(6) VALUE ZERO.
        01 WS-TAKEN-DATE PIC 9(8) VALUE ZERO.
        01 WS-TAKEN-TIME PIC 9(6) VALUE ZERO.
        01 WS-HEADER-SEEN PIC X VALUE "N".
         88 GEN-HEADER-WAS-SEEN VALUE "Y".
        01 WS-TRAILER-SEEN PIC X VALUE "N".
         88 GEN-TRAILER-WAS-SEEN VALUE "Y".
        01 WS-SECTIONS-EXPECTED PIC 9(2) VALUE ZERO.
        01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
        01 WS-GEN-HASH PIC 9(15) VALUE ZERO.
        01 WS-RECORD-HASH PIC 9(15) VALUE ZERO.
        01 WS-BYTE-IDX PIC 9(3).
        01 WS-VERIFY-ERRORS PIC 9(5) VALUE ZERO.
        01 WS-ERROR-TEXT PIC X(60).

      * The sections a generation must hold, in the order the backup
      * writes them.
        01 WS-SECTION-NAME-DATA.
         05 FILLER PIC X(18) VALUE "PLAYER-MASTER".
         05 FILLER PIC X(18) VALUE "PLAYER-STATS".
         05 FILLER PIC X(18) VALUE "KAZUATE-RATING".
         05 FILLER PIC X(18) VALUE "KAZUATE-AWARDS".
         05 FILLER PIC X(18) VALUE "KAZUATE-CKPT".
         05 FILLER PIC X(18) VALUE "KAZUATE-SEASON".
         05 FILLER PIC X(18) VALUE "KAZUATE-HIST".
         05 FILLER PIC X(18) VALUE "KAZUATE-STATS-CTL".
         05 FILLER PIC X(18) VALUE "KAZUATE-RATE-CTL".
         05 FILLER PIC X(18) VALUE "KAZUATE-TEAM".
         05 FILLER PIC X(18) VALUE "KAZUATE-TEAMMEM".
        01 WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAME-DATA.
         05 WS-SECTION-NAME PIC X(18) OCCURS 11 TIMES.
        01 WS-SECTION-TABLE.
         05 WS-SECTION-ENTRY OCCURS 11 TIMES.
          10 WS-SEC-SEEN PIC X(1).
          10 WS-SEC-STATE PIC X(4).
          10 WS-SEC-TRAILER-COUNT PIC 9(9).
          10 WS-SEC-TRAILER-HASH PIC 9(15).
          10 WS-SEC-COUNT PIC 9(9).
          10 WS-SEC-HASH PIC 9(15).
          10 WS-SEC-LOADED PIC 9(9).
          10 WS-SEC-REJECTED PIC 9(9).
        01 WS-SEC-IDX PIC 9(2).
        01 WS-CURRENT-SEC PIC 9(2) VALUE ZERO.
        01 WS-SECTION-TOTAL PIC 9(2) VALUE 11.
        01 WS-TARGET-OPEN PIC X VALUE "N".
         88 TARGET-IS-OPEN VALUE "Y".
        01 WS-LOADED-TOTAL PIC 9(9) VALUE ZERO.
        01 WS-RELOAD-ERRORS PIC 9(5) VALUE ZERO.

        01 WS-COUNT-OUT PIC Z(8)9.
        01 WS-LOADED-OUT PIC Z(8)9.
        01 WS-CHECK-TEXT PIC X(8).

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
            PERFORM LOAD-RESTORE-CONTROL.
            PERFORM FIND-GENERATION.
            PERFORM VERIFY-GENERATION.
            PERFORM WRITE-VERIFY-PAGE.
            IF WS-VERIFY-ERRORS > 0
                PERFORM REFUSE-RESTORE
            END-IF.
            PERFORM RELOAD-GENERATION.
            PERFORM WRITE-RELOAD-PAGE.
            CLOSE RESTORE-REPORT.
            MOVE WS-LOADED-TOTAL TO WS-RLOG-COUNT.
            IF WS-RELOAD-ERRORS > 0
                MOVE "ABND" TO WS-RLOG-CODE
            END-IF.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Restore complete - generation " WS-GEN-DATE "/"
                WS-GEN-TIME ", " WS-LOADED-TOTAL " record(s) reloaded, "
                WS-RELOAD-ERRORS " section(s) out of balance.".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT RESTORE-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-REST-RPT - restore run "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Generation Restore" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "===============================" TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-RESTORE-CONTROL.

            OPEN INPUT RESTORE-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-REST-CTL control card - restore run "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, nothing replaced." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE RESTORE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            READ RESTORE-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-GEN-DATE IS NOT NUMERIC
               OR (CTL-GEN-TIME NOT = SPACES
                   AND CTL-GEN-TIME-NUM IS NOT NUMERIC)
                MOVE "Bad generation on control card - restore run "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, nothing replaced." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE RESTORE-CONTROL
                CLOSE RESTORE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE CTL-GEN-DATE TO WS-WANT-DATE.
            IF CTL-GEN-TIME = SPACES
                MOVE "Y" TO WS-WANT-ANY-TIME
            ELSE
                MOVE CTL-GEN-TIME-NUM TO WS-WANT-TIME
            END-IF.
            CLOSE RESTORE-CONTROL.

       FIND-GENERATION.

            OPEN INPUT BACKUP-LIBRARY.
            IF WS-LIBRARY-STATUS NOT = "00"
                MOVE "KAZUATE-BKUP could not be opened - restore run "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, nothing replaced." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE RESTORE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "N" TO WS-FILE-EOF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ BACKUP-LIBRARY INTO BACKUP-RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                   AND BKUP-IS-GEN-HEADER
                   AND BKUP-GEN-DATE = WS-WANT-DATE
                    IF LATEST-OF-THE-DAY
                        IF NOT GENERATION-WAS-FOUND
                           OR BKUP-GEN-TIME > WS-GEN-TIME
                            PERFORM TAKE-GENERATION
                        END-IF
                    ELSE
                        IF BKUP-GEN-TIME = WS-WANT-TIME
                            PERFORM TAKE-GENERATION
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BACKUP-LIBRARY.
            IF NOT GENERATION-WAS-FOUND
                MOVE SPACES TO REPORT-LINE
                STRING "No generation " WS-WANT-DATE
                    " on KAZUATE-BKUP - restore run aborted, nothing "
                    "replaced."
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE RESTORE-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "Generation " WS-GEN-DATE "/" WS-GEN-TIME
                "  taken " WS-TAKEN-DATE " " WS-TAKEN-TIME
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       TAKE-GENERATION.

            MOVE "Y" TO WS-GEN-FOUND.
            MOVE BKUP-GEN-DATE TO WS-GEN-DATE.
            MOVE BKUP-GEN-TIME TO WS-GEN-TIME.
            MOVE BKUP-TAKEN-DATE TO WS-TAKEN-DATE.
            MOVE BKUP-TAKEN-TIME TO WS-TAKEN-TIME.

       VERIFY-GENERATION.

      * Every section is counted and hashed against its trailer, and
      * the whole generation against its own trailer, before a single
      * file is touched.  Nothing is replaced unless all of it agrees.
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SECTION-TOTAL
                MOVE "N" TO WS-SEC-SEEN (WS-SEC-IDX)
                MOVE SPACES TO WS-SEC-STATE (WS-SEC-IDX)
                MOVE ZERO TO WS-SEC-TRAILER-COUNT (WS-SEC-IDX)
                MOVE ZERO TO WS-SEC-TRAILER-HASH (WS-SEC-IDX)
                MOVE ZERO TO WS-SEC-COUNT (WS-SEC-IDX)
                MOVE ZERO TO WS-SEC-HASH (WS-SEC-IDX)
                MOVE ZERO TO WS-SEC-LOADED (WS-SEC-IDX)
                MOVE ZERO TO WS-SEC-REJECTED (WS-SEC-IDX)
            END-PERFORM.
            MOVE ZERO TO WS-CURRENT-SEC.
            OPEN INPUT BACKUP-LIBRARY.
            MOVE "N" TO WS-FILE-EOF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ BACKUP-LIBRARY INTO BACKUP-RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                   AND BKUP-GEN-ID = WS-GEN-ID
                    PERFORM VERIFY-ONE-LINE
                END-IF
            END-PERFORM.
            CLOSE BACKUP-LIBRARY.

            IF NOT GEN-HEADER-WAS-SEEN
                MOVE "Generation header missing" TO WS-ERROR-TEXT
                PERFORM NOTE-VERIFY-ERROR
            END-IF.
            IF NOT GEN-TRAILER-WAS-SEEN
                MOVE "Generation trailer missing - backup incomplete"
                    TO WS-ERROR-TEXT
                PERFORM NOTE-VERIFY-ERROR
            END-IF.
            IF WS-CURRENT-SEC NOT = ZERO
                MOVE "Last section has no trailer" TO WS-ERROR-TEXT
                PERFORM NOTE-VERIFY-ERROR
            END-IF.
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SECTION-TOTAL
                IF WS-SEC-SEEN (WS-SEC-IDX) NOT = "T"
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING WS-SECTION-NAME (WS-SEC-IDX)
                        " section missing or incomplete"
                        DELIMITED BY SIZE INTO WS-ERROR-TEXT
                    PERFORM NOTE-VERIFY-ERROR
                END-IF
            END-PERFORM.

       VERIFY-ONE-LINE.

            EVALUATE TRUE
                WHEN BKUP-IS-GEN-HEADER
                    MOVE "Y" TO WS-HEADER-SEEN
                    MOVE BKUP-SECTIONS TO WS-SECTIONS-EXPECTED
                WHEN BKUP-IS-FILE-HEADER
                    PERFORM VERIFY-SECTION-HEADER
                WHEN BKUP-IS-DATA
                    IF WS-CURRENT-SEC = ZERO
                        MOVE "Data line outside any section"
                            TO WS-ERROR-TEXT
                        PERFORM NOTE-VERIFY-ERROR
                    ELSE
                        PERFORM COMPUTE-RECORD-HASH
                        COMPUTE WS-SEC-COUNT (WS-CURRENT-SEC) =
                            WS-SEC-COUNT (WS-CURRENT-SEC) + 1
                        COMPUTE WS-SEC-HASH (WS-CURRENT-SEC) =
                            WS-SEC-HASH (WS-CURRENT-SEC)
                            + WS-RECORD-HASH
                    END-IF
                WHEN BKUP-IS-FILE-TRAILER
                    PERFORM VERIFY-SECTION-TRAILER
                WHEN BKUP-IS-GEN-TRAILER
                    PERFORM VERIFY-GENERATION-TRAILER
                WHEN OTHER
                    MOVE "Unknown line type in generation"
                        TO WS-ERROR-TEXT
                    PERFORM NOTE-VERIFY-ERROR
            END-EVALUATE.

       VERIFY-SECTION-HEADER.

            PERFORM FIND-SECTION.
            IF WS-CURRENT-SEC = ZERO
                MOVE SPACES TO WS-ERROR-TEXT
                STRING "Unknown section " BKUP-FILE-NAME
                    DELIMITED BY SIZE INTO WS-ERROR-TEXT
                PERFORM NOTE-VERIFY-ERROR
            ELSE
                IF WS-SEC-SEEN (WS-CURRENT-SEC) NOT = "N"
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING BKUP-FILE-NAME " section appears twice"
                        DELIMITED BY SIZE INTO WS-ERROR-TEXT
                    PERFORM NOTE-VERIFY-ERROR
                END-IF
                MOVE "H" TO WS-SEC-SEEN (WS-CURRENT-SEC)
            END-IF.

       VERIFY-SECTION-TRAILER.

            IF WS-CURRENT-SEC = ZERO
                MOVE "Section trailer without a header"
                    TO WS-ERROR-TEXT
                PERFORM NOTE-VERIFY-ERROR
            ELSE
                MOVE BKUP-RECORD-COUNT
                    TO WS-SEC-TRAILER-COUNT (WS-CURRENT-SEC)
                MOVE BKUP-HASH-TOTAL
                    TO WS-SEC-TRAILER-HASH (WS-CURRENT-SEC)
                MOVE BKUP-FILE-STATE TO WS-SEC-STATE (WS-CURRENT-SEC)
                IF WS-SEC-COUNT (WS-CURRENT-SEC)
                       NOT = BKUP-RECORD-COUNT
                   OR WS-SEC-HASH (WS-CURRENT-SEC)
                       NOT = BKUP-HASH-TOTAL
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING BKUP-FILE-NAME
                        " count or hash disagrees with trailer"
                        DELIMITED BY SIZE INTO WS-ERROR-TEXT
                    PERFORM NOTE-VERIFY-ERROR
                END-IF
                IF NOT BKUP-FILE-WAS-PRESENT
                   AND NOT BKUP-FILE-WAS-ABSENT
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING BKUP-FILE-NAME
                        " was not unloaded in full"
                        DELIMITED BY SIZE INTO WS-ERROR-TEXT
                    PERFORM NOTE-VERIFY-ERROR
                END-IF
                COMPUTE WS-GEN-RECORDS = WS-GEN-RECORDS
                    + WS-SEC-COUNT (WS-CURRENT-SEC)
                COMPUTE WS-GEN-HASH = WS-GEN-HASH
                    + WS-SEC-HASH (WS-CURRENT-SEC)
                MOVE "T" TO WS-SEC-SEEN (WS-CURRENT-SEC)
                MOVE ZERO TO WS-CURRENT-SEC
            END-IF.

       VERIFY-GENERATION-TRAILER.

            MOVE "Y" TO WS-TRAILER-SEEN.
            IF BKUP-RECORD-COUNT NOT = WS-GEN-RECORDS
               OR BKUP-HASH-TOTAL NOT = WS-GEN-HASH
               OR BKUP-SECTION-COUNT NOT = WS-SECTIONS-EXPECTED
               OR BKUP-SECTION-COUNT NOT = WS-SECTION-TOTAL
                MOVE "Generation totals disagree with its trailer"
                    TO WS-ERROR-TEXT
                PERFORM NOTE-VERIFY-ERROR
            END-IF.

       FIND-SECTION.

            MOVE ZERO TO WS-CURRENT-SEC.
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SECTION-TOTAL
                IF WS-SECTION-NAME (WS-SEC-IDX) = BKUP-FILE-NAME
                    MOVE WS-SEC-IDX TO WS-CURRENT-SEC
                END-IF
            END-PERFORM.

       COMPUTE-RECORD-HASH.

      * The same sum the backup took over every body it unloaded.
            MOVE ZERO TO WS-RECORD-HASH.
            PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > 200
                COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                    + FUNCTION ORD (BKUP-BODY (WS-BYTE-IDX:1))
            END-PERFORM.

       NOTE-VERIFY-ERROR.

            COMPUTE WS-VERIFY-ERRORS = WS-VERIFY-ERRORS + 1.
            MOVE SPACES TO REPORT-LINE.
            STRING "VERIFY FAILED: " WS-ERROR-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-VERIFY-PAGE.

            MOVE SPACES TO REPORT-LINE.
            STRING "File                State    Trailer   "
                "Counted  Check"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SECTION-TOTAL
                MOVE WS-SEC-TRAILER-COUNT (WS-SEC-IDX) TO WS-COUNT-OUT
                MOVE WS-SEC-COUNT (WS-SEC-IDX) TO WS-LOADED-OUT
                IF WS-SEC-SEEN (WS-SEC-IDX) = "T"
                   AND WS-SEC-COUNT (WS-SEC-IDX)
                       = WS-SEC-TRAILER-COUNT (WS-SEC-IDX)
                   AND WS-SEC-HASH (WS-SEC-IDX)
                       = WS-SEC-TRAILER-HASH (WS-SEC-IDX)
                    MOVE "OK" TO WS-CHECK-TEXT
                ELSE
                    MOVE "FAILED" TO WS-CHECK-TEXT
                END-IF
                MOVE SPACES TO REPORT-LINE
                STRING WS-SECTION-NAME (WS-SEC-IDX) "  "
                    WS-SEC-STATE (WS-SEC-IDX) " "
                    WS-COUNT-OUT " " WS-LOADED-OUT "  "
                    WS-CHECK-TEXT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       REFUSE-RESTORE.

            MOVE SPACES TO REPORT-LINE.
            STRING WS-VERIFY-ERRORS " verification failure(s) - "
                "restore refused, nothing replaced."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE RESTORE-REPORT.
            DISPLAY "Generation " WS-GEN-DATE "/" WS-GEN-TIME
                " failed verification - restore refused.".
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

       RELOAD-GENERATION.

      * Each file is opened for output at its section header, which
      * empties it, and refilled from the section in key order.  An
      * absent section leaves the file created but empty.
            MOVE ZERO TO WS-CURRENT-SEC.
            OPEN INPUT BACKUP-LIBRARY.
            MOVE "N" TO WS-FILE-EOF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ BACKUP-LIBRARY INTO BACKUP-RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                   AND BKUP-GEN-ID = WS-GEN-ID
                    EVALUATE TRUE
                        WHEN BKUP-IS-FILE-HEADER
                            PERFORM FIND-SECTION
                            PERFORM OPEN-TARGET-FILE
                        WHEN BKUP-IS-DATA
                            PERFORM LOAD-TARGET-RECORD
                        WHEN BKUP-IS-FILE-TRAILER
                            PERFORM CLOSE-TARGET-FILE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM.
            CLOSE BACKUP-LIBRARY.

       OPEN-TARGET-FILE.

            EVALUATE WS-CURRENT-SEC
                WHEN 1
                    OPEN OUTPUT PLAYER-MASTER
                    MOVE WS-PLAYER-STATUS TO WS-IO-STATUS
                WHEN 2
                    OPEN OUTPUT PLAYER-STATS
                    MOVE WS-STATS-STATUS TO WS-IO-STATUS
                WHEN 3
                    OPEN OUTPUT KAZUATE-RATING
                    MOVE WS-RATING-STATUS TO WS-IO-STATUS
                WHEN 4
                    OPEN OUTPUT KAZUATE-AWARDS
                    MOVE WS-AWARDS-STATUS TO WS-IO-STATUS
                WHEN 5
                    OPEN OUTPUT CHECKPOINT-FILE
                    MOVE WS-CKPT-STATUS TO WS-IO-STATUS
                WHEN 6
                    OPEN OUTPUT SEASON-FILE
                    MOVE WS-SEASON-STATUS TO WS-IO-STATUS
                WHEN 7
                    OPEN OUTPUT KAZUATE-HIST
                    MOVE WS-HIST-STATUS TO WS-IO-STATUS
                WHEN 8
                    OPEN OUTPUT STATS-CONTROL
                    MOVE WS-STATS-CTL-STATUS TO WS-IO-STATUS
                WHEN 9
                    OPEN OUTPUT RATE-CONTROL
                    MOVE WS-RATE-CTL-STATUS TO WS-IO-STATUS
                WHEN 10
                    OPEN OUTPUT TEAM-MASTER
                    MOVE WS-TEAM-STATUS TO WS-IO-STATUS
                WHEN 11
                    OPEN OUTPUT TEAM-MEMBER
                    MOVE WS-TMEM-STATUS TO WS-IO-STATUS
            END-EVALUATE.
            IF WS-IO-STATUS = "00"
                MOVE "Y" TO WS-TARGET-OPEN
            ELSE
                MOVE "N" TO WS-TARGET-OPEN
                MOVE SPACES TO REPORT-LINE
                STRING "RELOAD FAILED: " BKUP-FILE-NAME
                    " could not be opened, status " WS-IO-STATUS
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       LOAD-TARGET-RECORD.

            IF TARGET-IS-OPEN
                EVALUATE WS-CURRENT-SEC
                    WHEN 1
                        MOVE BKUP-BODY TO PLAYER-RECORD
                        WRITE PLAYER-RECORD
                        MOVE WS-PLAYER-STATUS TO WS-IO-STATUS
                    WHEN 2
                        MOVE BKUP-BODY TO STATS-RECORD
                        WRITE STATS-RECORD
                        MOVE WS-STATS-STATUS TO WS-IO-STATUS
                    WHEN 3
                        MOVE BKUP-BODY TO RATING-RECORD
                        WRITE RATING-RECORD
                        MOVE WS-RATING-STATUS TO WS-IO-STATUS
                    WHEN 4
                        MOVE BKUP-BODY TO AWARD-RECORD
                        WRITE AWARD-RECORD
                        MOVE WS-AWARDS-STATUS TO WS-IO-STATUS
                    WHEN 5
                        MOVE BKUP-BODY TO CHECKPOINT-RECORD
                        WRITE CHECKPOINT-RECORD
                        MOVE WS-CKPT-STATUS TO WS-IO-STATUS
                    WHEN 6
                        MOVE BKUP-BODY TO SEASON-RECORD
                        WRITE SEASON-RECORD
                        MOVE WS-SEASON-STATUS TO WS-IO-STATUS
                    WHEN 7
                        MOVE BKUP-BODY TO HIST-RECORD
                        WRITE HIST-RECORD
                        MOVE WS-HIST-STATUS TO WS-IO-STATUS
                    WHEN 8
                        MOVE BKUP-BODY TO STATS-CTL-RECORD
                        WRITE STATS-CTL-RECORD
                        MOVE WS-STATS-CTL-STATUS TO WS-IO-STATUS
                    WHEN 9
                        MOVE BKUP-BODY TO RATE-CTL-RECORD
                        WRITE RATE-CTL-RECORD
                        MOVE WS-RATE-CTL-STATUS TO WS-IO-STATUS
                    WHEN 10
                        MOVE BKUP-BODY TO TEAM-RECORD
                        WRITE TEAM-RECORD
                        MOVE WS-TEAM-STATUS TO WS-IO-STATUS
                    WHEN 11
                        MOVE BKUP-BODY TO TEAM-MEMBER-RECORD
                        WRITE TEAM-MEMBER-RECORD
                        MOVE WS-TMEM-STATUS TO WS-IO-STATUS
                END-EVALUATE
                IF WS-IO-STATUS = "00"
                    COMPUTE WS-SEC-LOADED (WS-CURRENT-SEC) =
                        WS-SEC-LOADED (WS-CURRENT-SEC) + 1
                    COMPUTE WS-LOADED-TOTAL = WS-LOADED-TOTAL + 1
                ELSE
                    COMPUTE WS-SEC-REJECTED (WS-CURRENT-SEC) =
                        WS-SEC-REJECTED (WS-CURRENT-SEC) + 1
                END-IF
            END-IF.

       CLOSE-TARGET-FILE.

            IF TARGET-IS-OPEN
                EVALUATE WS-CURRENT-SEC
                    WHEN 1
                        CLOSE PLAYER-MASTER
                    WHEN 2
                        CLOSE PLAYER-STATS
                    WHEN 3
                        CLOSE KAZUATE-RATING
                    WHEN 4
                        CLOSE KAZUATE-AWARDS
                    WHEN 5
                        CLOSE CHECKPOINT-FILE
                    WHEN 6
                        CLOSE SEASON-FILE
                    WHEN 7
                        CLOSE KAZUATE-HIST
                    WHEN 8
                        CLOSE STATS-CONTROL
                    WHEN 9
                        CLOSE RATE-CONTROL
                    WHEN 10
                        CLOSE TEAM-MASTER
                    WHEN 11
                        CLOSE TEAM-MEMBER
                END-EVALUATE
                MOVE "N" TO WS-TARGET-OPEN
            END-IF.
            IF WS-SEC-LOADED (WS-CURRENT-SEC)
                   NOT = WS-SEC-TRAILER-COUNT (WS-CURRENT-SEC)
                COMPUTE WS-RELOAD-ERRORS = WS-RELOAD-ERRORS + 1
            END-IF.
            MOVE ZERO TO WS-CURRENT-SEC.

       WRITE-RELOAD-PAGE.

            MOVE SPACES TO REPORT-LINE.
            STRING "File                Trailer  Reloaded  "
                "Rejected"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SECTION-TOTAL
                MOVE WS-SEC-TRAILER-COUNT (WS-SEC-IDX) TO WS-COUNT-OUT
                MOVE WS-SEC-LOADED (WS-SEC-IDX) TO WS-LOADED-OUT
                MOVE SPACES TO REPORT-LINE
                STRING WS-SECTION-NAME (WS-SEC-IDX) " "
                    WS-COUNT-OUT " " WS-LOADED-OUT " "
                    WS-SEC-REJECTED (WS-SEC-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            IF WS-RELOAD-ERRORS > 0
                MOVE SPACES TO REPORT-LINE
                STRING "OUT OF BALANCE - " WS-RELOAD-ERRORS
                    " file(s) did not reload to their trailer count;"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "rerun the restore once the cause is cleared."
                    TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE "All files reloaded to their trailer counts."
                    TO REPORT-LINE
                WRITE REPORT-LINE
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
            MOVE "Kazuate-Restore" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Restore.
