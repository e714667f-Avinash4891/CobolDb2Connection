      *>************************************************************************
      *> Copybook:     db2dqrl.cpy
      *>
      *> Purpose:      Customer-master data-quality rules record, read
      *>               by DB2XTDQ from DQRULES - carded by the data
      *>               owners, one rule value per record, so the codes
      *>               the CRM side will accept can change without a
      *>               program change.
      *>
      *>               DQ-RULE-TYPE says what the value is:
      *>               - STATUS   one allowed CUST_STATUS code, in the
      *>                          first byte of DQ-RULE-VALUE; a status
      *>                          not carded here is an exception
      *>               - JUNKNAME one known placeholder CUST_NAME (TEST,
      *>                          UNKNOWN, ...) compared upper-cased
      *>                          against the whole name
      *>               DQ-RULE-DESC is free text for the reader. A "*"
      *>               in column 1, or a blank record, is a comment.
      *>************************************************************************
       01  DQ-RULE-RECORD.
           05 DQ-RULE-TYPE            PIC X(8).
           05 FILLER                  PIC X(1).
           05 DQ-RULE-VALUE           PIC X(30).
           05 FILLER                  PIC X(1).
           05 DQ-RULE-DESC            PIC X(40).
