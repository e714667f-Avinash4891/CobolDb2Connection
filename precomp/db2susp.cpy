      *>************************************************************************
      *> Copybook:     db2susp.cpy
      *>
      *> Purpose:      Customer-master update suspense entry. DB2CMUPD
      *>               appends one to UPDSUSP for every feed detail it
      *>               rejects (-803 on an add, +100 on a change or
      *>               delete) so the transaction is held rather than
      *>               lost to the job log; DB2CMSUS corrects, cancels,
      *>               resubmits and ages them.
      *>
      *>               An entry is identified by the run date off the
      *>               header of the feed that carried it plus the
      *>               detail's sequence number in that feed.
      *>               SUSP-ORIG-IMAGE is the detail exactly as it
      *>               arrived (db2xdel.cpy DELT-DETAIL-RECORD);
      *>               SUSP-FIX-IMAGE is the corrected detail carded
      *>               against it, spaces until one is.
      *>
      *>               SUSP-STATE:
      *>               O - open, waiting for a correction
      *>               C - corrected, waiting to be resubmitted
      *>               R - resubmitted in the feed stamped with
      *>                   SUSP-RESUB-RUN-DATE
      *>               X - cancelled, nothing will be resubmitted
      *>               R and X entries are closed on SUSP-CLOSED-DATE
      *>               (YYYYMMDD) and purged once past DB2CMSUS's
      *>               carded retention.
      *>************************************************************************
       01  SUSP-RECORD.
           05 SUSP-FEED-RUN-DATE      PIC X(26).
           05 SUSP-DETAIL-SEQ         PIC 9(9).
           05 SUSP-TARGET-ALIAS       PIC X(9).
           05 SUSP-REJECT-DATE        PIC X(8).
      *> sign kept leading separate - operators read this file when
      *> chasing a reject, and a -803 should look like one
           05 SUSP-SQLCODE            PIC S9(9) SIGN LEADING SEPARATE.
           05 SUSP-REASON             PIC X(40).
           05 SUSP-STATE              PIC X(1).
              88 SUSP-OPEN            VALUE "O".
              88 SUSP-CORRECTED       VALUE "C".
              88 SUSP-RESUBMITTED     VALUE "R".
              88 SUSP-CANCELLED       VALUE "X".
           05 SUSP-CLOSED-DATE        PIC X(8).
           05 SUSP-RESUB-RUN-DATE     PIC X(26).
           05 SUSP-ORIG-IMAGE         PIC X(42).
           05 SUSP-FIX-IMAGE          PIC X(42).
