      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kazuate-Backup.
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
           SELECT BACKUP-WORK ASSIGN TO "KAZUATE-BKUP-WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BACKUP-OLD ASSIGN TO "KAZUATE-BKUP-OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT BACKUP-CONTROL ASSIGN TO "KAZUATE-BKUP-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BACKUP-REPORT ASSIGN TO "KAZUATE-BKUP-RPT"
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
       FD  BACKUP-WORK.
        01 WORK-LINE PIC X(233).
       FD  BACKUP-OLD.
        01 OLD-LINE PIC X(233).
       FD  BACKUP-CONTROL.
        01 CONTROL-RECORD.
         03 CTL-KEEP-GENERATIONS PIC X(2).
         03 CTL-KEEP-NUMBER REDEFINES CTL-KEEP-GENERATIONS PIC 9(2).
       FD  BACKUP-REPORT.
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
        01 WS-WORK-STATUS PIC XX.
        01 WS-OLD-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-IO-STATUS PIC XX.
        01 WS-FILE-EOF PIC X VALUE "N".
         88 NO-MORE-RECORDS VALUE "Y".

      * Generations kept on the library when the card leaves the
      * count blank.
        01 WS-KEEP-GENERATIONS PIC 9(2) VALUE 7.

      * The generation being built.  It is written to the work file
      * first and only joins the library once every section unloaded.
       COPY BKUPREC.
        01 WS-GEN-DATE PIC 9(8).
        01 WS-GEN-TIME PIC 9(6).
        01 WS-TAKEN-DATE PIC 9(8).
        01 WS-TAKEN-TIME PIC 9(6).
        01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
        01 WS-GEN-HASH PIC 9(15) VALUE ZERO.
        01 WS-RECORD-HASH PIC 9(15) VALUE ZERO.
        01 WS-BYTE-IDX PIC 9(3).

      * The sections of a generation, in the order they are written.
      * The two rollup control cards go with the files they mark, so
      * a restored PLAYER-STATS or KAZUATE-RATING picks up the rollup
      * exactly where it stood when the backup was taken.
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
          10 WS-SEC-STATE PIC X(4).
          10 WS-SEC-COUNT PIC 9(9).
          10 WS-SEC-HASH PIC 9(15).
        01 WS-SEC-IDX PIC 9(2).
        01 WS-SECTION-TOTAL PIC 9(2) VALUE 11.
        01 WS-FAILED-SECTIONS PIC 9(2) VALUE ZERO.

      * Library rotation.
        01 WS-GENS-ON-FILE PIC 9(5) VALUE ZERO.
        01 WS-GENS-TO-DROP PIC S9(5) VALUE ZERO.
        01 WS-GENS-SEEN PIC 9(5) VALUE ZERO.
        01 WS-GENS-KEPT PIC 9(5) VALUE ZERO.
        01 WS-GENS-DROPPED PIC 9(5) VALUE ZERO.
        01 WS-GEN-DROPPING PIC X VALUE "N".
         88 GENERATION-IS-DROPPED VALUE "Y".
        01 WS-LIBRARY-REWRITING PIC X VALUE "N".
         88 LIBRARY-IS-REWRITING VALUE "Y".

        01 WS-COUNT-OUT PIC Z(8)9.
        01 WS-HASH-OUT PIC Z(14)9.

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
            PERFORM LOAD-BACKUP-CONTROL.
            PERFORM OPEN-GENERATION.
            PERFORM UNLOAD-PLAYER-MASTER.
            PERFORM UNLOAD-PLAYER-STATS.
            PERFORM UNLOAD-RATING-FILE.
            PERFORM UNLOAD-AWARDS-FILE.
            PERFORM UNLOAD-CHECKPOINT-FILE.
            PERFORM UNLOAD-SEASON-FILE.
            PERFORM UNLOAD-HISTORY-FILE.
            PERFORM UNLOAD-STATS-CONTROL.
            PERFORM UNLOAD-RATE-CONTROL.
            PERFORM UNLOAD-TEAM-FILE.
            PERFORM UNLOAD-TEAM-MEMBER-FILE.
            PERFORM CLOSE-GENERATION.
            PERFORM WRITE-SECTION-PAGE.
            IF WS-FAILED-SECTIONS > 0
                PERFORM ABANDON-GENERATION
            END-IF.
            PERFORM ROTATE-LIBRARY.
            CLOSE BACKUP-REPORT.
            MOVE WS-GEN-RECORDS TO WS-RLOG-COUNT.
            PERFORM WRITE-RUN-LOG-END.
            DISPLAY "Backup complete - generation " WS-GEN-DATE "/"
                WS-GEN-TIME ", " WS-GEN-RECORDS " record(s), "
                WS-GENS-KEPT " generation(s) on file.".
            STOP RUN.

       OPEN-REPORT.

            OPEN OUTPUT BACKUP-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Cannot open KAZUATE-BKUP-RPT - backup run "
                    "aborted."
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE "Kazuate-Game Generation Backup" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "==============================" TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-BACKUP-CONTROL.

            OPEN INPUT BACKUP-CONTROL.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "No KAZUATE-BKUP-CTL control card - backup run "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "aborted, nothing unloaded." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BACKUP-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            READ BACKUP-CONTROL
                AT END CONTINUE
            END-READ.
            IF WS-CONTROL-STATUS = "00"
               AND CTL-KEEP-GENERATIONS NOT = SPACES
                IF CTL-KEEP-NUMBER IS NOT NUMERIC
                   OR CTL-KEEP-NUMBER = ZERO
                    MOVE "Bad generation count on control card - "
                        TO REPORT-LINE
                    WRITE REPORT-LINE
                    MOVE "backup run aborted, nothing unloaded."
                        TO REPORT-LINE
                    WRITE REPORT-LINE
                    CLOSE BACKUP-CONTROL
                    CLOSE BACKUP-REPORT
                    MOVE "ABND" TO WS-RLOG-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
                MOVE CTL-KEEP-NUMBER TO WS-KEEP-GENERATIONS
            END-IF.
            CLOSE BACKUP-CONTROL.

       OPEN-GENERATION.

      * The generation is named for the business date it was taken as
      * of; the clock time keeps two backups of the same day apart.
            MOVE FUNCTION CURRENT-DATE TO TIME-AND-DATE.
            MOVE WS-BUSINESS-DATE TO WS-GEN-DATE.
            COMPUTE WS-GEN-TIME = TIME-HOUR * 10000
                                + TIME-MIN * 100
                                + TIME-SEC.
            COMPUTE WS-TAKEN-DATE = TIME-YEAR * 10000
                                  + TIME-MONTH * 100
                                  + TIME-DAY.
            MOVE WS-GEN-TIME TO WS-TAKEN-TIME.
            MOVE SPACES TO REPORT-LINE.
            STRING "Generation " WS-GEN-DATE "/" WS-GEN-TIME
                "  taken " WS-TAKEN-DATE " " WS-TAKEN-TIME
                "  keep " WS-KEEP-GENERATIONS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            OPEN OUTPUT BACKUP-WORK.
            IF WS-WORK-STATUS NOT = "00"
                MOVE "KAZUATE-BKUP-WRK could not be opened - backup "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "run aborted, nothing unloaded." TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE BACKUP-REPORT
                MOVE "ABND" TO WS-RLOG-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.
            MOVE SPACES TO BACKUP-RECORD.
            MOVE "G" TO BKUP-REC-TYPE.
            MOVE WS-GEN-DATE TO BKUP-GEN-DATE.
            MOVE WS-GEN-TIME TO BKUP-GEN-TIME.
            MOVE WS-TAKEN-DATE TO BKUP-TAKEN-DATE.
            MOVE WS-TAKEN-TIME TO BKUP-TAKEN-TIME.
            MOVE WS-SECTION-TOTAL TO BKUP-SECTIONS.
            WRITE WORK-LINE FROM BACKUP-RECORD.
            IF WS-WORK-STATUS NOT = "00"
                COMPUTE WS-FAILED-SECTIONS = WS-FAILED-SECTIONS + 1
            END-IF.

       UNLOAD-PLAYER-MASTER.

            MOVE 1 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT PLAYER-MASTER.
            MOVE WS-PLAYER-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-PLAYER-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ PLAYER-MASTER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-PLAYER-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE PLAYER-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE PLAYER-MASTER
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-PLAYER-STATS.

            MOVE 2 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT PLAYER-STATS.
            MOVE WS-STATS-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-STATS-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ PLAYER-STATS NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-STATS-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE STATS-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE PLAYER-STATS
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-RATING-FILE.

            MOVE 3 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT KAZUATE-RATING.
            MOVE WS-RATING-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-RATING-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-RATING NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-RATING-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE RATING-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-RATING
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-AWARDS-FILE.

            MOVE 4 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT KAZUATE-AWARDS.
            MOVE WS-AWARDS-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-AWARDS-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-AWARDS NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-AWARDS-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE AWARD-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-AWARDS
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-CHECKPOINT-FILE.

            MOVE 5 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT CHECKPOINT-FILE.
            MOVE WS-CKPT-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-CKPT-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ CHECKPOINT-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-CKPT-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE CHECKPOINT-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE CHECKPOINT-FILE
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-SEASON-FILE.

            MOVE 6 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT SEASON-FILE.
            MOVE WS-SEASON-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-SEASON-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ SEASON-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-SEASON-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE SEASON-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE SEASON-FILE
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-HISTORY-FILE.

            MOVE 7 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT KAZUATE-HIST.
            MOVE WS-HIST-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-HIST-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ KAZUATE-HIST NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-HIST-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE HIST-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE KAZUATE-HIST
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-STATS-CONTROL.

            MOVE 8 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT STATS-CONTROL.
            MOVE WS-STATS-CTL-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-STATS-CTL-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ STATS-CONTROL
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-STATS-CTL-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE STATS-CTL-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE STATS-CONTROL
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-RATE-CONTROL.

            MOVE 9 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT RATE-CONTROL.
            MOVE WS-RATE-CTL-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-RATE-CTL-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ RATE-CONTROL
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-RATE-CTL-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE RATE-CTL-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE RATE-CONTROL
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-TEAM-FILE.

            MOVE 10 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT TEAM-MASTER.
            MOVE WS-TEAM-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-TEAM-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ TEAM-MASTER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-TEAM-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE TEAM-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE TEAM-MASTER
            END-IF.
            PERFORM END-SECTION.

       UNLOAD-TEAM-MEMBER-FILE.

            MOVE 11 TO WS-SEC-IDX.
            PERFORM BEGIN-SECTION.
            OPEN INPUT TEAM-MEMBER.
            MOVE WS-TMEM-STATUS TO WS-IO-STATUS.
            PERFORM NOTE-SECTION-OPEN.
            IF WS-TMEM-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ TEAM-MEMBER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-FILE-EOF
                    END-READ
                    MOVE WS-TMEM-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-SECTION-READ
                    IF NOT NO-MORE-RECORDS
                        MOVE SPACES TO BKUP-BODY
                        MOVE TEAM-MEMBER-RECORD TO BKUP-BODY
                        PERFORM ADD-SECTION-RECORD
                    END-IF
                END-PERFORM
                CLOSE TEAM-MEMBER
            END-IF.
            PERFORM END-SECTION.

       BEGIN-SECTION.

            MOVE "N" TO WS-FILE-EOF.
            MOVE "PRES" TO WS-SEC-STATE (WS-SEC-IDX).
            MOVE ZERO TO WS-SEC-COUNT (WS-SEC-IDX).
            MOVE ZERO TO WS-SEC-HASH (WS-SEC-IDX).
            MOVE SPACES TO BACKUP-RECORD.
            MOVE "H" TO BKUP-REC-TYPE.
            MOVE WS-GEN-DATE TO BKUP-GEN-DATE.
            MOVE WS-GEN-TIME TO BKUP-GEN-TIME.
            MOVE WS-SECTION-NAME (WS-SEC-IDX) TO BKUP-FILE-NAME.
            WRITE WORK-LINE FROM BACKUP-RECORD.
            IF WS-WORK-STATUS NOT = "00"
                MOVE "FAIL" TO WS-SEC-STATE (WS-SEC-IDX)
            END-IF.

       NOTE-SECTION-OPEN.

      * A file that has never been created is backed up as absent,
      * so a restore to this point leaves it empty again.  Any other
      * open failure means the generation would be incomplete.
            EVALUATE WS-IO-STATUS
                WHEN "00"
                    CONTINUE
                WHEN "35"
                    MOVE "ABSN" TO WS-SEC-STATE (WS-SEC-IDX)
                WHEN OTHER
                    MOVE "FAIL" TO WS-SEC-STATE (WS-SEC-IDX)
            END-EVALUATE.

       NOTE-SECTION-READ.

            IF WS-IO-STATUS NOT = "00"
               AND WS-IO-STATUS NOT = "10"
                MOVE "FAIL" TO WS-SEC-STATE (WS-SEC-IDX)
                MOVE "Y" TO WS-FILE-EOF
            END-IF.

       ADD-SECTION-RECORD.

            MOVE "D" TO BKUP-REC-TYPE.
            MOVE WS-GEN-DATE TO BKUP-GEN-DATE.
            MOVE WS-GEN-TIME TO BKUP-GEN-TIME.
            MOVE WS-SECTION-NAME (WS-SEC-IDX) TO BKUP-FILE-NAME.
            PERFORM COMPUTE-RECORD-HASH.
            WRITE WORK-LINE FROM BACKUP-RECORD.
            IF WS-WORK-STATUS NOT = "00"
                MOVE "FAIL" TO WS-SEC-STATE (WS-SEC-IDX)
            END-IF.
            COMPUTE WS-SEC-COUNT (WS-SEC-IDX) =
                WS-SEC-COUNT (WS-SEC-IDX) + 1.
            COMPUTE WS-SEC-HASH (WS-SEC-IDX) =
                WS-SEC-HASH (WS-SEC-IDX) + WS-RECORD-HASH.

       COMPUTE-RECORD-HASH.

      * The same sum the restore recomputes over every body it loads.
            MOVE ZERO TO WS-RECORD-HASH.
            PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > 200
                COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                    + FUNCTION ORD (BKUP-BODY (WS-BYTE-IDX:1))
            END-PERFORM.

       END-SECTION.

            MOVE SPACES TO BACKUP-RECORD.
            MOVE "T" TO BKUP-REC-TYPE.
            MOVE WS-GEN-DATE TO BKUP-GEN-DATE.
            MOVE WS-GEN-TIME TO BKUP-GEN-TIME.
            MOVE WS-SECTION-NAME (WS-SEC-IDX) TO BKUP-FILE-NAME.
            MOVE WS-SEC-COUNT (WS-SEC-IDX) TO BKUP-RECORD-COUNT.
            MOVE WS-SEC-HASH (WS-SEC-IDX) TO BKUP-HASH-TOTAL.
            MOVE WS-SEC-STATE (WS-SEC-IDX) TO BKUP-FILE-STATE.
            MOVE ZERO TO BKUP-SECTION-COUNT.
            WRITE WORK-LINE FROM BACKUP-RECORD.
            IF WS-WORK-STATUS NOT = "00"
                MOVE "FAIL" TO WS-SEC-STATE (WS-SEC-IDX)
            END-IF.
            IF WS-SEC-STATE (WS-SEC-IDX) = "FAIL"
                COMPUTE WS-FAILED-SECTIONS = WS-FAILED-SECTIONS + 1
            END-IF.
            COMPUTE WS-GEN-RECORDS =
                WS-GEN-RECORDS + WS-SEC-COUNT (WS-SEC-IDX).
            COMPUTE WS-GEN-HASH =
                WS-GEN-HASH + WS-SEC-HASH (WS-SEC-IDX).

       CLOSE-GENERATION.

            MOVE SPACES TO BACKUP-RECORD.
            MOVE "E" TO BKUP-REC-TYPE.
            MOVE WS-GEN-DATE TO BKUP-GEN-DATE.
            MOVE WS-GEN-TIME TO BKUP-GEN-TIME.
            MOVE WS-GEN-RECORDS TO BKUP-RECORD-COUNT.
            MOVE WS-GEN-HASH TO BKUP-HASH-TOTAL.
            MOVE WS-SECTION-TOTAL TO BKUP-SECTION-COUNT.
            WRITE WORK-LINE FROM BACKUP-RECORD.
            IF WS-WORK-STATUS NOT = "00"
                COMPUTE WS-FAILED-SECTIONS = WS-FAILED-SECTIONS + 1
            END-IF.
            CLOSE BACKUP-WORK.

       WRITE-SECTION-PAGE.

            MOVE SPACES TO REPORT-LINE.
            STRING "File                State     Records  "
                "     Hash total"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SECTION-TOTAL
                MOVE WS-SEC-COUNT (WS-SEC-IDX) TO WS-COUNT-OUT
                MOVE WS-SEC-HASH (WS-SEC-IDX) TO WS-HASH-OUT
                MOVE SPACES TO REPORT-LINE
                STRING WS-SECTION-NAME (WS-SEC-IDX) "  "
                    WS-SEC-STATE (WS-SEC-IDX) "  "
                    WS-COUNT-OUT "  " WS-HASH-OUT
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            MOVE WS-GEN-RECORDS TO WS-COUNT-OUT.
            MOVE WS-GEN-HASH TO WS-HASH-OUT.
            MOVE SPACES TO REPORT-LINE.
            STRING "Generation total          "
                WS-COUNT-OUT "  " WS-HASH-OUT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       ABANDON-GENERATION.

      * A generation missing a file is no use to a restore, so it
      * never reaches the library; the generations already there are
      * left exactly as they were.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-FAILED-SECTIONS " file(s) could not be read in "
                "full - generation not added to KAZUATE-BKUP."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE BACKUP-REPORT.
            MOVE WS-GEN-RECORDS TO WS-RLOG-COUNT.
            MOVE "ABND" TO WS-RLOG-CODE.
            PERFORM WRITE-RUN-LOG-END.
            STOP RUN.

       ROTATE-LIBRARY.

      * The library is copied aside first, then rewritten from that
      * copy without its oldest generations and with the new one on
      * the end.  Should the rewrite fail part way, KAZUATE-BKUP-OLD
      * still holds the library as it was and KAZUATE-BKUP-WRK the
      * new generation.  The copy is opened back up before the
      * library is opened for output, so a copy that cannot be read
      * leaves the library as it was.
            MOVE "N" TO WS-FILE-EOF.
            OPEN INPUT BACKUP-LIBRARY.
            IF WS-LIBRARY-STATUS = "35"
                MOVE "Y" TO WS-FILE-EOF
            ELSE
                IF WS-LIBRARY-STATUS NOT = "00"
                    PERFORM ABANDON-ROTATION
                END-IF
            END-IF.
            OPEN OUTPUT BACKUP-OLD.
            IF WS-OLD-STATUS NOT = "00"
                PERFORM ABANDON-ROTATION
            END-IF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ BACKUP-LIBRARY INTO BACKUP-RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF WS-LIBRARY-STATUS NOT = "00"
                   AND WS-LIBRARY-STATUS NOT = "10"
                    CLOSE BACKUP-LIBRARY
                    CLOSE BACKUP-OLD
                    PERFORM ABANDON-ROTATION
                END-IF
                IF NOT NO-MORE-RECORDS
                    IF BKUP-IS-GEN-HEADER
                        COMPUTE WS-GENS-ON-FILE = WS-GENS-ON-FILE + 1
                    END-IF
                    WRITE OLD-LINE FROM BACKUP-RECORD
                    IF WS-OLD-STATUS NOT = "00"
                        CLOSE BACKUP-LIBRARY
                        CLOSE BACKUP-OLD
                        PERFORM ABANDON-ROTATION
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-LIBRARY-STATUS NOT = "35"
                CLOSE BACKUP-LIBRARY
            END-IF.
            CLOSE BACKUP-OLD.

            COMPUTE WS-GENS-TO-DROP =
                WS-GENS-ON-FILE + 1 - WS-KEEP-GENERATIONS.
            IF WS-GENS-TO-DROP < 0
                MOVE ZERO TO WS-GENS-TO-DROP
            END-IF.
            MOVE WS-GENS-TO-DROP TO WS-GENS-DROPPED.

            OPEN INPUT BACKUP-OLD.
            IF WS-OLD-STATUS NOT = "00"
                PERFORM ABANDON-ROTATION
            END-IF.
            OPEN OUTPUT BACKUP-LIBRARY.
            IF WS-LIBRARY-STATUS NOT = "00"
                CLOSE BACKUP-OLD
                PERFORM ABANDON-ROTATION
            END-IF.
            MOVE "Y" TO WS-LIBRARY-REWRITING.
            MOVE "Generations on KAZUATE-BKUP:" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "N" TO WS-FILE-EOF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ BACKUP-OLD INTO BACKUP-RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                    IF BKUP-IS-GEN-HEADER
                        PERFORM NOTE-OLD-GENERATION
                    END-IF
                    IF NOT GENERATION-IS-DROPPED
                        WRITE LIBRARY-LINE FROM BACKUP-RECORD
                        IF WS-LIBRARY-STATUS NOT = "00"
                            CLOSE BACKUP-OLD
                            CLOSE BACKUP-LIBRARY
                            PERFORM ABANDON-ROTATION
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BACKUP-OLD.

            MOVE "N" TO WS-FILE-EOF.
            OPEN INPUT BACKUP-WORK.
            IF WS-WORK-STATUS NOT = "00"
                CLOSE BACKUP-LIBRARY
                PERFORM ABANDON-ROTATION
            END-IF.
            PERFORM UNTIL NO-MORE-RECORDS
                READ BACKUP-WORK INTO BACKUP-RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EOF
                END-READ
                IF NOT NO-MORE-RECORDS
                    WRITE LIBRARY-LINE FROM BACKUP-RECORD
                    IF WS-LIBRARY-STATUS NOT = "00"
                        CLOSE BACKUP-WORK
                        CLOSE BACKUP-LIBRARY
                        PERFORM ABANDON-ROTATION
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BACKUP-WORK.
            CLOSE BACKUP-LIBRARY.
            COMPUTE WS-GENS-KEPT = WS-GENS-KEPT + 1.
            MOVE SPACES TO REPORT-LINE.
            STRING "  kept     " WS-GEN-DATE "/" WS-GEN-TIME
                "  (this run)"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-GENS-KEPT " generation(s) kept, "
                WS-GENS-DROPPED " dropped."
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       NOTE-OLD-GENERATION.

            COMPUTE WS-GENS-SEEN = WS-GENS-SEEN + 1.
            MOVE SPACES TO REPORT-LINE.
            IF WS-GENS-SEEN > WS-GENS-TO-DROP
                MOVE "N" TO WS-GEN-DROPPING
                COMPUTE WS-GENS-KEPT = WS-GENS-KEPT + 1
                STRING "  kept     " BKUP-GEN-DATE "/" BKUP-GEN-TIME
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                MOVE "Y" TO WS-GEN-DROPPING
                STRING "  dropped  " BKUP-GEN-DATE "/" BKUP-GEN-TIME
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.

       ABANDON-ROTATION.

            MOVE "KAZUATE-BKUP could not be rotated - the new "
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "generation is on KAZUATE-BKUP-WRK only."
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF LIBRARY-IS-REWRITING
                MOVE "KAZUATE-BKUP is incomplete - KAZUATE-BKUP-OLD "
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "holds the library as it was before this run."
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            CLOSE BACKUP-REPORT.
            MOVE WS-GEN-RECORDS TO WS-RLOG-COUNT.
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
            MOVE "Kazuate-Backup" TO RLOG-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE.

       END PROGRAM Kazuate-Backup.
