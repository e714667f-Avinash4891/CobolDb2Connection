      *>************************************************************************
      *> Copybook:     db2incd.cpy
      *>
      *> Purpose:      Outage incident file (INCDFILE), one record per
      *>               outage episode of an alias, rebuilt by DB2INCID
      *>               from the AUDITFILE and ALERTFILE history on
      *>               every run.
      *>
      *>               An episode opens on the first failed attempt
      *>               for AUDIT-DBALIAS and closes on the first
      *>               attempt that came back clean, whatever its
      *>               source - SWEEP, POLL or RECHECK. INCD-END-TS is
      *>               that attempt's timestamp and INCD-END-SOURCE its
      *>               source. An episode of nothing but 2ND-CONNECT
      *>               failures closes only on an attempt that reached
      *>               the second site cleanly.
      *>               Maintenance-window (-9997) and no-vault-key
      *>               (-9998) attempts prove nothing about the
      *>               subsystem, so they never open, extend or close an
      *>               episode.
      *>
      *>               INCD-DURATION-MINS runs from the first failed
      *>               attempt to the recovering one. An episode still
      *>               open at the end of AUDITFILE is INCD-ONGOING,
      *>               with INCD-END-TS and INCD-END-SOURCE blank and
      *>               the duration counted to its last failed attempt
      *>               only.
      *>
      *>               The first and last failing SQLCODE are those of
      *>               the first step that failed in the first and last
      *>               failed attempt, with the step named alongside.
      *>               INCD-CRITICAL is Y when ALERTFILE holds a
      *>               CRITICAL alert for the alias inside the episode,
      *>               the first such alert's time going in
      *>               INCD-FIRST-CRIT-TS.
      *>************************************************************************
       01  INCD-RECORD.
           05 INCD-DBALIAS            PIC X(9).
           05 INCD-START-TS           PIC X(26).
           05 INCD-END-TS             PIC X(26).
           05 INCD-END-SOURCE         PIC X(8).
           05 INCD-STATE              PIC X(1).
              88 INCD-CLOSED          VALUE "C".
              88 INCD-ONGOING         VALUE "O".
           05 INCD-DURATION-MINS      PIC 9(7).
           05 INCD-FAIL-COUNT         PIC 9(6).
           05 INCD-LAST-FAIL-TS       PIC X(26).
           05 INCD-FIRST-SQLCODE      PIC S9(9) SIGN LEADING SEPARATE.
           05 INCD-FIRST-STEP         PIC X(12).
           05 INCD-LAST-SQLCODE       PIC S9(9) SIGN LEADING SEPARATE.
           05 INCD-LAST-STEP          PIC X(12).
           05 INCD-CRITICAL           PIC X(1).
              88 INCD-ESCALATED       VALUE "Y".
           05 INCD-FIRST-CRIT-TS      PIC X(26).
