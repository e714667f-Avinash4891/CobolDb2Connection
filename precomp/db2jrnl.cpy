      *>************************************************************************
      *> Copybook:     db2jrnl.cpy
      *>
      *> Purpose:      Customer-master update journal (UPDJRNL),
      *>               appended to by DB2CMUPD for every row it
      *>               changes and read back by DB2CMBAK to reverse one
      *>               feed run. Every record is stamped with the run
      *>               date off the header of the feed that made the
      *>               change and the alias it was applied to.
      *>
      *>               JRNL-REC-TYPE:
      *>               I - one changed row. JRNL-ACTION is the feed
      *>                   action applied (A, C or D); for C and D the
      *>                   row's values BEFORE the change are carried,
      *>                   for A only the key (the row did not exist)
      *>               K - commit mark: every I record of this feed run
      *>                   up to JRNL-DETAIL-SEQ is committed
      *>               B - rollback/restart mark: I records of this
      *>                   feed run not yet covered by a K mark and
      *>                   above JRNL-DETAIL-SEQ never reached the
      *>                   table and are void
      *>               X - backout mark written by DB2CMBAK: every
      *>                   committed I record of this feed run before
      *>                   it has been reversed
      *>************************************************************************
       01  JRNL-RECORD.
           05 JRNL-REC-TYPE           PIC X(1).
              88 JRNL-IMAGE           VALUE "I".
              88 JRNL-COMMIT-MARK     VALUE "K".
              88 JRNL-ROLLBACK-MARK   VALUE "B".
              88 JRNL-BACKOUT-MARK    VALUE "X".
           05 JRNL-FEED-RUN-DATE      PIC X(26).
           05 JRNL-TARGET-ALIAS       PIC X(9).
           05 JRNL-DETAIL-SEQ         PIC 9(9).
           05 JRNL-ACTION             PIC X(1).
           05 JRNL-CUST-ID            PIC 9(9).
           05 JRNL-BEFORE-NAME        PIC X(30).
           05 JRNL-BEFORE-STATUS      PIC X(1).
           05 JRNL-WRITTEN-TS         PIC X(14).
