      ******************************************************************
      * BKUPREC - one line of the generation backup library.  Each
      * backup run appends a generation, identified by the business
      * date it was taken as of and the clock time it was taken:
      *   G   generation header - when taken, how many sections follow
      *   H   section header - one per file unloaded
      *   D   one record of that file, as it sat on the file
      *   T   section trailer - record count and hash total
      *   E   generation trailer - totals over every section
      * The hash total is the sum of the character ordinals of every
      * byte of every record body, so a restore can prove the section
      * it is about to load is the one that was unloaded.  Sections are
      * written in key order, so a restore reloads them straight back.
      * BKUP-FILE-STATE is ABSN for a file that did not exist when the
      * backup ran; restoring it leaves that file empty.
      ******************************************************************
        01 BACKUP-RECORD.
         03 BKUP-REC-TYPE PIC X(1).
          88 BKUP-IS-GEN-HEADER VALUE "G".
          88 BKUP-IS-FILE-HEADER VALUE "H".
          88 BKUP-IS-DATA VALUE "D".
          88 BKUP-IS-FILE-TRAILER VALUE "T".
          88 BKUP-IS-GEN-TRAILER VALUE "E".
         03 BKUP-GEN-ID.
          05 BKUP-GEN-DATE PIC 9(8).
          05 BKUP-GEN-TIME PIC 9(6).
         03 BKUP-FILE-NAME PIC X(18).
         03 BKUP-BODY PIC X(200).
         03 BKUP-HEADER-VIEW REDEFINES BKUP-BODY.
          05 BKUP-TAKEN-DATE PIC 9(8).
          05 BKUP-TAKEN-TIME PIC 9(6).
          05 BKUP-SECTIONS PIC 9(2).
          05 FILLER PIC X(184).
         03 BKUP-TRAILER-VIEW REDEFINES BKUP-BODY.
          05 BKUP-RECORD-COUNT PIC 9(9).
          05 BKUP-HASH-TOTAL PIC 9(15).
          05 BKUP-FILE-STATE PIC X(4).
           88 BKUP-FILE-WAS-PRESENT VALUE "PRES".
           88 BKUP-FILE-WAS-ABSENT VALUE "ABSN".
          05 BKUP-SECTION-COUNT PIC 9(2).
          05 FILLER PIC X(170).
