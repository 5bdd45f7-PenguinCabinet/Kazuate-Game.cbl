      * handled and whether it ended clean - and so a job can gate
      * itself on the state of another (the extract refuses to run
      * while the rollup's last entry is a START with no END, or an
      * END that is not OK).  EXCP is an END that ran to completion
      * but found exceptions for the desk to clear - the integrity
      * check ends that way, and the season close will not run on it.
      * RLOG-DATE and RLOG-TIME are the clock; RLOG-BUSINESS-DATE is
      * the processing date the job ran as of, so a rerun for a
      * missed night shows which day's work it was doing.
      ******************************************************************
        01 RUN-LOG-RECORD.
         03 RLOG-DATE PIC 9(8).
         03 RLOG-CODE PIC X(4).
          88 RLOG-ENDED-OK VALUE "OK  ".
          88 RLOG-ABENDED VALUE "ABND".
          88 RLOG-FOUND-EXCEPTIONS VALUE "EXCP".
         03 RLOG-BUSINESS-DATE PIC 9(8).
