      ******************************************************************
      * VENXREC - cross-reference from a game on a remote venue's own
      * history file to the record it was loaded as on KAZUATE-HIST.
      * Loaded games are keyed on KAZUATE-HIST by the time they were
      * loaded, not the time they were played, so the nightly rollups
      * pick them up after their high-water marks; this file is how a
      * game sent a second time is recognised.  A hit only counts as
      * a duplicate while the history record it points at is still
      * there and still carries the same venue and session.
      ******************************************************************
        01 VENUE-XREF-RECORD.
         03 VXR-KEY.
          05 VXR-SITE-CODE PIC X(4).
          05 VXR-GAME-DATE PIC 9(8).
          05 VXR-GAME-TIME PIC 9(9).
         03 VXR-HIST-KEY.
          05 VXR-HIST-DATE PIC 9(8).
          05 VXR-HIST-TIME PIC 9(9).
         03 VXR-LOAD-DATE PIC 9(8).
         03 VXR-FILE-SEQ PIC 9(4).
