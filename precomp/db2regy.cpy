      *>************************************************************************
      *> Copybook:     db2regy.cpy
      *>
      *> Purpose:      Subsystem registry record (REGYFILE) - one record
      *>               per DB2 alias saying who owns it and what it has
      *>               to meet, where PARMFILE only says how to connect
      *>               to it. Maintained by DB2RMNT from transaction
      *>               cards; read by DB2CONN (alert routing and the
      *>               pre-flight "no registry entry" warning) and by
      *>               DB2AUDRPT (SLA MET/BREACHED).
      *>
      *>               REGY-TIER is the service tier, 1 (most critical)
      *>               to 3. REGY-SLA-PCT is the monthly availability
      *>               target with two implied decimals, so 99.50
      *>               percent is carded as 09950.
      *>************************************************************************
       01  REGY-RECORD.
           05 REGY-DBALIAS            PIC X(9).
           05 REGY-OWNER-TEAM         PIC X(20).
           05 REGY-ONCALL             PIC X(20).
           05 REGY-APPLICATION        PIC X(20).
           05 REGY-TIER               PIC X(1).
              88 REGY-TIER-VALID      VALUE "1" "2" "3".
           05 REGY-SLA-PCT            PIC 9(3)V9(2).
