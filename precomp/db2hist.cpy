      *>************************************************************************
      *> Copybook:     db2hist.cpy
      *>
      *> Purpose:      Customer-master point-in-time history (HISTFILE),
      *>               keyed on CUST_ID + effective date - one record
      *>               per version of a customer, so "what was this
      *>               customer's status on the 3rd" has an answer
      *>               after EXTRPRV and DELTFILE have both moved on.
      *>               Posted nightly from DELTFILE by DB2CMHST, read
      *>               by the DB2CMHIQ request-card inquiry.
      *>
      *>               A version is in force from HIST-EFF-DATE up to,
      *>               not including, HIST-END-DATE; the current
      *>               version carries the open end date 99999999.
      *>               A change or delete closes the version in force
      *>               on the day it arrives and opens the next one.
      *>               HIST-ACTION says how the version began:
      *>               S - seeded from a full extract (the customer as
      *>                   it stood when the history was started)
      *>               A - added, C - changed (new values carried)
      *>               D - deleted: the customer is off the master
      *>                   from this date; the record keeps the last
      *>                   values seen
      *>               The effective date is the calendar date of the
      *>               delta header's run date; HIST-RUN-DATE keeps the
      *>               full header run date of the delta that posted
      *>               the version.
      *>
      *>               The control record (CUST_ID 0, effective date
      *>               00000000) holds the posting state: the header
      *>               run date of the last delta posted completely,
      *>               and of one whose posting is in progress (state
      *>               P) - a delta is never posted twice and an
      *>               interrupted one must be finished first.
      *>************************************************************************
       01  HIST-RECORD.
           05 HIST-RECORD-KEY.
              10 HIST-CUST-ID         PIC 9(9).
              10 HIST-EFF-DATE        PIC X(8).
           05 HIST-END-DATE           PIC X(8).
              88 HIST-VERSION-OPEN    VALUE "99999999".
           05 HIST-ACTION             PIC X(1).
              88 HIST-SEEDED          VALUE "S".
              88 HIST-ADDED           VALUE "A".
              88 HIST-CHANGED         VALUE "C".
              88 HIST-DELETED         VALUE "D".
           05 HIST-CUST-NAME          PIC X(30).
           05 HIST-CUST-STATUS        PIC X(1).
           05 HIST-RUN-DATE           PIC X(26).
       01  HIST-CONTROL-RECORD.
           05 HCTL-RECORD-KEY.
              10 HCTL-CUST-ID         PIC 9(9).
              10 HCTL-EFF-DATE        PIC X(8).
           05 HCTL-STATE              PIC X(1).
              88 HCTL-POSTING         VALUE "P".
              88 HCTL-COMPLETE        VALUE "C".
           05 HCTL-LAST-RUN-DATE      PIC X(26).
           05 HCTL-POSTING-RUN-DATE   PIC X(26).
           05 HCTL-DBALIAS            PIC X(9).
           05 FILLER                  PIC X(4).
