      *>               so a subsystem that stays down pages someone
      *>               instead of warning into the void night after
      *>               night.
      *>
      *>               ALERT-OWNER-TEAM and ALERT-TIER are taken from the
      *>               subsystem registry (REGYFILE, db2regy.cpy) so the
      *>               NOC can route the alert; both are blank for an
      *>               alias with no registry entry.
      *>************************************************************************
       01  ALERT-RECORD.
           05 ALERT-TIMESTAMP         PIC X(26).
           05 ALERT-SQLCODE           PIC S9(9) SIGN LEADING SEPARATE.
           05 ALERT-SEVERITY          PIC X(8).
           05 ALERT-CONSEC-FAILS      PIC 9(4).
           05 ALERT-OWNER-TEAM        PIC X(20).
           05 ALERT-TIER              PIC X(1).
