      *>************************************************************************
      *> Copybook:     db2vhst.cpy
      *>
      *> Purpose:      Nightly extract volume history (VOLHIST), one
      *>               record appended per DB2XTVOL gate run: the
      *>               night's full-extract row count and its count per
      *>               CUST_STATUS, the delta's add/change/delete
      *>               counts, and what the gate decided. DB2XTVOL
      *>               judges each night against the trailing average
      *>               of the nights it released; DB2MORN reports the
      *>               night's volumes on the turnover report.
      *>
      *>               VHST-NIGHT is the batch night the gate ran for
      *>               (noon to noon, as on the run ledger) and
      *>               VHST-RUN-DATE the extract header run date. A
      *>               rerun for the same extract appends another
      *>               record - the last one for a run date stands.
      *>
      *>               Up to eight distinct status codes are counted
      *>               in order of first appearance; rows carrying any
      *>               further code are counted in VHST-OTHER-COUNT.
      *>
      *>               VHST-GATE-RESULT:
      *>               R - released, every volume within tolerance
      *>               H - held: the delta must not be released, the
      *>                   night is left out of later averages
      *>               O - outside tolerance but released by a carded
      *>                   RELEASE= override after review
      *>************************************************************************
       01  VHST-RECORD.
           05 VHST-NIGHT              PIC X(8).
           05 VHST-RUN-DATE           PIC X(26).
           05 VHST-DBALIAS            PIC X(9).
           05 VHST-EXTRACT-COUNT      PIC 9(9).
           05 VHST-ADD-COUNT          PIC 9(9).
           05 VHST-CHG-COUNT          PIC 9(9).
           05 VHST-DEL-COUNT          PIC 9(9).
           05 VHST-STATUS-ENTRY OCCURS 8 TIMES.
              10 VHST-STATUS-CODE     PIC X(1).
              10 VHST-STATUS-COUNT    PIC 9(9).
           05 VHST-OTHER-COUNT        PIC 9(9).
           05 VHST-GATE-RESULT        PIC X(1).
              88 VHST-RELEASED        VALUE "R".
              88 VHST-HELD            VALUE "H".
              88 VHST-OVERRIDDEN      VALUE "O".
           05 VHST-BREACH-COUNT       PIC 9(4).
           05 VHST-GATE-TIMESTAMP     PIC X(14).
