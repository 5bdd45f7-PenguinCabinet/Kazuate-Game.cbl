      ******************************************************************
      * INTGREC - one line of the integrity job's exception file.
      * Type D is one exception: the file it was found on, the rule
      * it broke, the player ID and enough of the record's key to
      * find it again.  Type C closes each file with its record count
      * and the exceptions found on it by rule, so a downstream job
      * can balance the file without parsing the report.
      *   ORPH - the ID is not on PLAYER-MASTER
      *   MRGD - the ID is a merged (status M) tombstone
      *   CKPI - an open checkpoint held by an inactive player
      *   NOST - an award or rating with no PLAYER-STATS row
      ******************************************************************
        01 INTEG-EXCEPTION-RECORD.
         03 INTX-REC-TYPE PIC X(1).
          88 INTX-IS-DETAIL VALUE "D".
          88 INTX-IS-COUNT VALUE "C".
         03 INTX-FILE-NAME PIC X(15).
         03 INTX-BODY PIC X(38).
         03 INTX-DETAIL REDEFINES INTX-BODY.
          05 INTX-EXCEPTION-CODE PIC X(4).
           88 INTX-NOT-ON-MASTER VALUE "ORPH".
           88 INTX-MERGED-ID VALUE "MRGD".
           88 INTX-INACTIVE-CKPT VALUE "CKPI".
           88 INTX-NO-STATS-ROW VALUE "NOST".
          05 INTX-PLAYER-ID PIC X(10).
          05 INTX-RECORD-KEY PIC X(24).
         03 INTX-COUNTS REDEFINES INTX-BODY.
          05 INTX-RECORDS-READ PIC 9(7).
          05 INTX-ORPHAN-COUNT PIC 9(6).
          05 INTX-MERGED-COUNT PIC 9(6).
          05 INTX-CKPT-COUNT PIC 9(6).
          05 INTX-NO-STATS-COUNT PIC 9(6).
          05 INTX-EXCEPTION-TOTAL PIC 9(7).
