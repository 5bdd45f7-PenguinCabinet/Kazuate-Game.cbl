      * AUD-ROUND zero is reserved for duel guesses: a duel writes
      * no history record, so the reconciliation run leaves records
      * stamped round zero out of the audit-to-history matching.
      * AUD-SOURCE is B for a guess fed from a file - the batch
      * driver or the game's own batch mode - where the guess times
      * say nothing about how fast anyone typed.  A guess keyed at a
      * terminal, and every record written before the field existed,
      * carries a space.  R marks a guess loaded from another
      * venue's results file; it is stamped when the file is loaded,
      * so its time is no better a measure of typing speed.
      ******************************************************************
        01 AUDIT-RECORD.
         03 AUD-DATE PIC 9(8).
         03 AUD-GUESS PIC 9(3).
         03 AUD-VERDICT PIC X(10).
         03 AUD-DIFFICULTY PIC X(6).
         03 AUD-SOURCE PIC X(1).
          88 AUD-FROM-TERMINAL VALUE " ".
          88 AUD-FROM-BATCH VALUE "B".
          88 AUD-FROM-VENUE VALUE "R".
