      *>************************************************************************
      *> Copybook:     db2rled.cpy
      *>
      *> Purpose:      Batch job-stream run ledger record (RUNLEDGR).
      *>               Every program in the nightly stream - DB2CONN,
      *>               DB2XTDQ, DB2XTDLT, DB2XTVOL, DB2CMHST, DB2CMUPD,
      *>               DB2STLD, DB2ENVDF, DB2MORN - and DB2AUDHK on its
      *>               own schedule appends one start record when it
      *>               begins and one end record when it finishes,
      *>               through the DB2RLED service.
      *>               A start with no end after it is a step that
      *>               never finished.
      *>
      *>               RLED-RUN-DATE is the batch night the run belongs
      *>               to, not the calendar date: the night runs from
      *>               noon to noon, so a step that starts at 01:30
      *>               is stamped with the previous day, the same night
      *>               as the 22:00 step before it.
      *>
      *>               RLED-RUN-KEY / RLED-RUN-ALIAS say what the run
      *>               worked on, for the prerequisite checks: DB2CONN
      *>               carries its mode (EXTRACT, RECHECK or SWEEP) on
      *>               the end record, DB2CMUPD the header run date of
      *>               the feed it applied and its TARGET= alias,
      *>               DB2XTVOL and DB2XTDQ the header run date and
      *>               alias of the extract they judged.
      *>
      *>               RLED-COUNT-NAME/VALUE carry up to three key
      *>               counts of the run, named by the program.
      *>
      *>               A step refused because a declared prerequisite
      *>               is not met ends with RC 16 and does no work.
      *>************************************************************************
       01  RLED-RECORD.
           05 RLED-PROGRAM-ID         PIC X(8).
           05 RLED-REC-TYPE           PIC X(1).
              88 RLED-START-REC       VALUE "S".
              88 RLED-END-REC         VALUE "E".
           05 RLED-RUN-DATE           PIC X(8).
           05 RLED-TIMESTAMP          PIC X(14).
           05 RLED-RUN-KEY            PIC X(26).
           05 RLED-RUN-ALIAS          PIC X(9).
           05 RLED-RETURN-CODE        PIC 9(4).
           05 RLED-COUNT-ENTRY OCCURS 3 TIMES.
              10 RLED-COUNT-NAME      PIC X(8).
              10 RLED-COUNT-VALUE     PIC 9(9).
