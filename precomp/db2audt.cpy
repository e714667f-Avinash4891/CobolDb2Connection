      *>               a day of ad-hoc rechecks, cannot masquerade as
      *>               many failed nights; DB2AUDRPT keeps RECHECK
      *>               records out of the availability statistics.
      *>               DB2INCID takes a clean attempt of any source as
      *>               the end of an outage episode.
      *>************************************************************************
       01  AUDIT-RECORD.
           05 AUDIT-TIMESTAMP           PIC X(26).
