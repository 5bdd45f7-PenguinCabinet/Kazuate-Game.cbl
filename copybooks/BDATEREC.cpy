      ******************************************************************
      * BDATEREC - the shared business-date control card.  It holds
      * the day whose work the nightly batch cycle is processing, and
      * every batch job takes its processing date from here rather
      * than from the clock, so a missed night can be rerun as of its
      * own day.  The clock still stamps run-log times.  Only the
      * date-roll job moves BDATE-CURRENT on, and only once the day's
      * required jobs have ended clean; it keeps the day it rolled
      * from and when it rolled alongside.
      ******************************************************************
        01 BUSINESS-DATE-RECORD.
         03 BDATE-CURRENT PIC 9(8).
         03 BDATE-PREVIOUS PIC 9(8).
         03 BDATE-ROLLED-DATE PIC 9(8).
         03 BDATE-ROLLED-TIME PIC 9(6).
