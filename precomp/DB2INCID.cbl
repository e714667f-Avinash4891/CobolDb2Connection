      *>************************************************************************
      *>  DB2 OUTAGE INCIDENT LEDGER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2INCID.cbl
      *>
      *> Purpose:      Turns the AUDITFILE connection audit trail and
      *>               the ALERTFILE operator alerts into an outage
      *>               incident file (INCDFILE, db2incd.cpy) with one
      *>               record per outage episode of an alias, and
      *>               reports from it the way problem management counts
      *>               outages rather than the attempt-by-attempt view
      *>               of DB2AUDRPT.
      *>               Per episode:
      *>               - when it began (first failed attempt)
      *>               - when the first clean SWEEP / POLL / RECHECK
      *>                 attempt showed it over, and how long it lasted
      *>               - the first and last failing SQLCODE and step
      *>               - whether ALERTFILE escalated it to CRITICAL
      *>               Attempts are classified exactly as DB2AUDRPT
      *>               does. Maintenance-window (-9997) and no-vault-key
      *>               (-9998) attempts never open, extend or close an
      *>               episode. An episode made up of nothing but
      *>               2ND-CONNECT failures is closed only by an attempt
      *>               that reached the second site cleanly. An
      *>               episode still open at the end of AUDITFILE is
      *>               written and listed as ONGOING, never closed off
      *>               at the last record.
      *>
      *>               INCDFILE is rebuilt from the full history on
      *>               every run. The report (INCDRPT) is then produced
      *>               from INCDFILE: every episode listed, then per
      *>               alias and month the incident count, mean time to
      *>               recover (MTTR) and mean time between failures
      *>               (MTBF). The optional RPTPARM month card (YYYYMM,
      *>               same card as DB2AUDRPT) restricts the report to
      *>               the episodes that began in that month; no card
      *>               reports every month.
      *>
      *>               A second-site failure is alerted under the DR
      *>               alias, while its audit record - and so its
      *>               episode - is the primary's. PARMFILE supplies the
      *>               primary for each DR alias so such a CRITICAL
      *>               alert is credited to the right episode.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - A second-site episode is not closed by a clean
      *>              attempt that never reached the second site,
      *>              whatever its source - a sweep inside a DR
      *>              maintenance window included.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2INCID.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ALERTFILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RPTPARM ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTPARM-FILE-STATUS.

           SELECT INCDFILE ASSIGN TO "INCDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCD-FILE-STATUS.

           SELECT INCDRPT ASSIGN TO "INCDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCDRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE
           RECORDING MODE IS F.
       COPY "db2audt.cpy".

       FD  ALERTFILE
           RECORDING MODE IS F.
       COPY "db2alrt.cpy".

       FD  PARMFILE
           RECORDING MODE IS F.
       COPY "db2parm.cpy".

       FD  RPTPARM
           RECORDING MODE IS F.
       01  RPTPARM-RECORD.
           05 RPTPARM-MONTH           PIC X(6).
           05 FILLER                  PIC X(74).

       FD  INCDFILE
           RECORDING MODE IS F.
       COPY "db2incd.cpy".

       FD  INCDRPT
           RECORDING MODE IS F.
       01  INCDRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-FILE-STATUS        PIC X(2).
           88 AUDIT-FILE-OK            VALUE "00".
           88 AUDIT-FILE-EOF           VALUE "10".

       01  WS-ALERT-FILE-STATUS        PIC X(2).
           88 ALERT-FILE-OK            VALUE "00".
           88 ALERT-FILE-EOF           VALUE "10".
           88 ALERT-FILE-NOT-FOUND     VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC X(2).
           88 PARM-FILE-OK             VALUE "00".
           88 PARM-FILE-EOF            VALUE "10".

       01  WS-RPTPARM-FILE-STATUS      PIC X(2).
           88 RPTPARM-FILE-OK          VALUE "00".

       01  WS-INCD-FILE-STATUS         PIC X(2).
           88 INCD-FILE-OK             VALUE "00".
           88 INCD-FILE-EOF            VALUE "10".

       01  WS-INCDRPT-FILE-STATUS      PIC X(2).
           88 INCDRPT-FILE-OK          VALUE "00".

      *> month selected off the RPTPARM control card; spaces means
      *> every month is reported
       01  WS-RPT-MONTH                PIC X(6) VALUE SPACES.

      *> the audit-record sentinels, kept numerically identical to the
      *> fields DB2CONN moves into AUDITFILE (see db2audt.cpy)
       01  WS-SQLCODE-NOT-ATTEMPTED    PIC S9(9) COMP-5 VALUE -9999.
       01  WS-SQLCODE-NO-VAULT-KEY     PIC S9(9) COMP-5 VALUE -9998.
       01  WS-SQLCODE-MAINT-WINDOW     PIC S9(9) COMP-5 VALUE -9997.

       01  WS-RECORDS-READ             PIC 9(6) VALUE 0.
       01  WS-MAINT-SKIPPED            PIC 9(6) VALUE 0.
       01  WS-NOKEY-SKIPPED            PIC 9(6) VALUE 0.
       01  WS-BAD-TS-SKIPPED           PIC 9(6) VALUE 0.
       01  WS-INCIDENTS-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-ONGOING-WRITTEN          PIC 9(6) VALUE 0.
       01  WS-INCIDENTS-READ           PIC 9(6) VALUE 0.
       01  WS-INCIDENTS-LISTED         PIC 9(6) VALUE 0.

       01  WS-MORE-AUDIT               PIC X VALUE 'Y'.

      *> classification of the audit record currently in hand, with
      *> the first step that failed and its SQLCODE when it failed
       01  WS-ATTEMPT-RESULT           PIC X.
           88 ATTEMPT-PASSED           VALUE 'P'.
           88 ATTEMPT-FAILED           VALUE 'F'.
           88 ATTEMPT-NO-VAULT-KEY     VALUE 'K'.
           88 ATTEMPT-MAINT-WINDOW     VALUE 'M'.
       01  WS-FAIL-STEP                PIC X(12).
       01  WS-FAIL-SQLCODE             PIC S9(9) COMP-5.

      *> DR alias -> primary alias, off PARMFILE, so a 2ND-CONNECT
      *> alert (raised under the DR alias) finds the primary's episode
       01  WS-PAIR-TABLE.
           05 WS-PAIR-MAX              PIC 9(4) COMP-5 VALUE 50.
           05 WS-PAIR-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 50 TIMES.
              10 WS-PR-ALIAS           PIC X(9).
              10 WS-PR-2ND-ALIAS       PIC X(9).
       01  WS-PAIR-IX                  PIC 9(4) COMP-5.
       01  WS-PAIR-FOUND               PIC X.
           88 PAIR-ENTRY-FOUND         VALUE 'Y'.

      *> every CRITICAL alert on ALERTFILE, in file order, filed under
      *> the alias whose episode it belongs to
       01  WS-CRIT-TABLE.
           05 WS-CRIT-MAX              PIC 9(4) COMP-5 VALUE 500.
           05 WS-CRIT-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-CRIT-ENTRY OCCURS 500 TIMES.
              10 WS-CR-ALIAS           PIC X(9).
              10 WS-CR-TIMESTAMP       PIC X(26).
       01  WS-CRIT-IX                  PIC 9(4) COMP-5.
       01  WS-CRIT-DROPPED             PIC 9(6) VALUE 0.
       01  WS-CRIT-UNPAIRED            PIC 9(6) VALUE 0.
       01  WS-ALERTS-LOADED            PIC X VALUE 'N'.
           88 ALERTS-LOADED            VALUE 'Y'.

      *> one row per distinct AUDIT-DBALIAS seen, holding the episode
      *> open for it (if any) while AUDITFILE is read in file order
       01  WS-ALIAS-TABLE.
           05 WS-ALIAS-MAX             PIC 9(4) COMP-5 VALUE 50.
           05 WS-ALIAS-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05 WS-ALIAS-ENTRY OCCURS 50 TIMES.
              10 WS-AT-ALIAS           PIC X(9).
              10 WS-AT-OPEN            PIC X.
                 88 AT-INCIDENT-OPEN   VALUE 'Y'.
      *> an episode made up of nothing but 2ND-CONNECT failures is a
      *> DR-side outage - see PROCESS-AUDIT-RECORD
              10 WS-AT-PRIMARY         PIC X.
                 88 AT-PRIMARY-FAILED  VALUE 'Y'.
              10 WS-AT-START-TS        PIC X(26).
              10 WS-AT-START-MINS      PIC 9(11) COMP-5.
              10 WS-AT-LAST-FAIL-TS    PIC X(26).
              10 WS-AT-LAST-FAIL-MINS  PIC 9(11) COMP-5.
              10 WS-AT-FAIL-COUNT      PIC 9(6).
              10 WS-AT-FIRST-SQLCODE   PIC S9(9) COMP-5.
              10 WS-AT-FIRST-STEP      PIC X(12).
              10 WS-AT-LAST-SQLCODE    PIC S9(9) COMP-5.
              10 WS-AT-LAST-STEP       PIC X(12).

       01  WS-ALIAS-IX                 PIC 9(4) COMP-5.
       01  WS-ALIAS-FOUND              PIC X.
           88 ALIAS-SLOT-FOUND         VALUE 'Y'.

      *> per-alias recovery time of the previous episode, carried
      *> while INCDFILE is read back so each episode's up-time gap
      *> can be measured - episodes before the report month count as
      *> the "previous" one too
       01  WS-PREV-TABLE.
           05 WS-PREV-MAX              PIC 9(4) COMP-5 VALUE 50.
           05 WS-PREV-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-PREV-ENTRY OCCURS 50 TIMES.
              10 WS-PV-ALIAS           PIC X(9).
              10 WS-PV-RECOVERED       PIC X.
                 88 PV-HAS-RECOVERY    VALUE 'Y'.
              10 WS-PV-END-MINS        PIC 9(11) COMP-5.
       01  WS-PREV-IX                  PIC 9(4) COMP-5.
       01  WS-PREV-FOUND               PIC X.
           88 PREV-SLOT-FOUND          VALUE 'Y'.

      *> alias + month accumulators for the MTTR / MTBF summary; rows
      *> for an alias are created in month order because INCDFILE
      *> holds each alias's episodes in the order they began
       01  WS-MONTH-TABLE.
           05 WS-MONTH-MAX             PIC 9(4) COMP-5 VALUE 300.
           05 WS-MONTH-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05 WS-MONTH-ENTRY OCCURS 300 TIMES.
              10 WS-MS-ALIAS           PIC X(9).
              10 WS-MS-MONTH           PIC X(6).
              10 WS-MS-INCIDENTS       PIC 9(6).
              10 WS-MS-ONGOING         PIC 9(6).
              10 WS-MS-CLOSED          PIC 9(6).
              10 WS-MS-REPAIR-MINS     PIC 9(11) COMP-5.
              10 WS-MS-GAPS            PIC 9(6).
              10 WS-MS-GAP-MINS        PIC 9(11) COMP-5.
       01  WS-MONTH-IX                 PIC 9(4) COMP-5.
       01  WS-MONTH-FOUND              PIC X.
           88 MONTH-SLOT-FOUND         VALUE 'Y'.

      *> AUDIT/ALERT/INCD timestamps are FUNCTION CURRENT-DATE images -
      *> this view of one turns it into minutes since 1601 so two can
      *> be subtracted across a day or month end
       01  WS-TS-WORK.
           05 WS-TS-DATE               PIC 9(8).
           05 WS-TS-HOUR               PIC 9(2).
           05 WS-TS-MINUTE             PIC 9(2).
           05 FILLER                   PIC X(14).
       01  WS-TS-DAYS                  PIC 9(7) COMP-5.
       01  WS-TS-MINUTES               PIC 9(11) COMP-5.
       01  WS-TS-VALID                 PIC X.
           88 TS-IS-VALID              VALUE 'Y'.

       01  WS-INCD-START-MINS          PIC 9(11) COMP-5.
       01  WS-GAP-MINS                 PIC 9(11) COMP-5.
       01  WS-GAP-FOUND                PIC X.
           88 GAP-MEASURED             VALUE 'Y'.
       01  WS-MEAN-HOURS               PIC 9(6)V9(2).
       01  WS-ED-HOURS                 PIC ZZZ,ZZ9.99.

      *> report line build areas
       01  WS-RPT-HEADER-1.
           05 FILLER                   PIC X(42) VALUE
              "DB2 OUTAGE INCIDENT REPORT          MONTH ".
           05 WS-RPT-HDR-MONTH         PIC X(10).
           05 FILLER                   PIC X(28) VALUE SPACES.
       01  WS-RPT-INCD-TITLE.
           05 FILLER                   PIC X(40) VALUE
              "OUTAGE INCIDENTS (BY RECOVERY, ONGOING L".
           05 FILLER                   PIC X(40) VALUE
              "AST)                                    ".
       01  WS-RPT-INCD-HEADING.
           05 FILLER                   PIC X(40) VALUE
              "  SUBSYSTEM STARTED         RECOVERED   ".
           05 FILLER                   PIC X(40) VALUE
              "         DURATION     SOURCE   ALERT    ".
       01  WS-RPT-INCD-LINE-1.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RI-ALIAS              PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RI-START-DATE         PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RI-START-TIME         PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RI-END-DATE           PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RI-END-TIME           PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RI-MINUTES            PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE " MIN".
           05 WS-RI-BY                 PIC X(5).
           05 WS-RI-SOURCE             PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RI-CRITICAL           PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
       01  WS-RPT-INCD-LINE-2.
           05 FILLER                   PIC X(12) VALUE
              "      FIRST ".
           05 WS-RI-FIRST-SQLCODE      PIC -(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RI-FIRST-STEP         PIC X(12).
           05 FILLER                   PIC X(7)  VALUE "  LAST ".
           05 WS-RI-LAST-SQLCODE       PIC -(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RI-LAST-STEP          PIC X(12).
           05 FILLER                   PIC X(8)  VALUE " FAILED ".
           05 WS-RI-FAILS              PIC ZZZZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
       01  WS-RPT-SUMM-TITLE.
           05 FILLER                   PIC X(40) VALUE
              "MONTHLY MTTR / MTBF BY SUBSYSTEM        ".
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-RPT-SUMM-HEADING.
           05 FILLER                   PIC X(40) VALUE
              "  SUBSYSTEM  MONTH   INCIDENTS  ONGOING ".
           05 FILLER                   PIC X(40) VALUE
              " MTTR HOURS  MTBF HOURS                 ".
       01  WS-RPT-SUMM-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RS-ALIAS              PIC X(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RS-MONTH              PIC X(6).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-RS-INCIDENTS          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RS-ONGOING            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RS-MTTR               PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RS-MTBF               PIC X(10).
           05 FILLER                   PIC X(17) VALUE SPACES.
       01  WS-RPT-SKIP-LINE.
           05 FILLER                   PIC X(22) VALUE
              "MAINT WINDOWS SKIPPED ".
           05 WS-RPT-MAINT             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(24) VALUE
              "  NO-VAULT-KEY SKIPPED  ".
           05 WS-RPT-NOKEY             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 FILLER                   PIC X(22) VALUE
              "AUDIT RECORDS READ    ".
           05 WS-RPT-READ              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              "  INCIDENTS  ".
           05 WS-RPT-INCIDENTS         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE "  LISTED  ".
           05 WS-RPT-LISTED            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE SPACES.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2INCID SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 OUTAGE INCIDENT MODULE"

           PERFORM READ-RPT-PARM THRU READ-RPT-PARM-EX

           PERFORM LOAD-DR-PAIRS THRU LOAD-DR-PAIRS-EX

           PERFORM LOAD-CRITICAL-ALERTS THRU LOAD-CRITICAL-ALERTS-EX

           OPEN INPUT AUDITFILE
           IF NOT AUDIT-FILE-OK
              DISPLAY "*** AUDITFILE NOT AVAILABLE, STATUS="
               WS-AUDIT-FILE-STATUS
              MOVE 8 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT INCDFILE
           IF NOT INCD-FILE-OK
              DISPLAY "*** UNABLE TO OPEN INCDFILE, STATUS="
               WS-INCD-FILE-STATUS
              CLOSE AUDITFILE
              MOVE 8 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'Y' TO WS-MORE-AUDIT
           PERFORM PROCESS-AUDIT-RECORD THRU PROCESS-AUDIT-RECORD-EX
              UNTIL WS-MORE-AUDIT = 'N'

           CLOSE AUDITFILE

      *> an episode still open at end-of-file is written as ONGOING -
      *> the last failed attempt is not a recovery
           PERFORM VARYING WS-ALIAS-IX FROM 1 BY 1
                   UNTIL WS-ALIAS-IX > WS-ALIAS-COUNT
              IF AT-INCIDENT-OPEN(WS-ALIAS-IX)
                 PERFORM WRITE-ONGOING-INCIDENT
                    THRU WRITE-ONGOING-INCIDENT-EX
              END-IF
           END-PERFORM

           CLOSE INCDFILE

           DISPLAY "INCIDENTS WRITTEN " WS-INCIDENTS-WRITTEN
            " - ONGOING " WS-ONGOING-WRITTEN

      *> DB2CONN raises an alert for every failed alias, so episodes
      *> with no ALERTFILE behind them cannot be said never to have
      *> gone CRITICAL
           IF WS-INCIDENTS-WRITTEN > 0 AND NOT ALERTS-LOADED
              DISPLAY "WARNING - NO ALERTFILE READ - CRITICAL "
               "ESCALATION NOT KNOWN FOR ANY INCIDENT"
              IF WS-BATCH-RETURN-CODE < 4
                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

           PERFORM WRITE-INCIDENT-REPORT THRU WRITE-INCIDENT-REPORT-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 OUTAGE INCIDENT MODULE - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2INCID-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Picks the report month up off the optional RPTPARM control
      *> card - the same card DB2AUDRPT reads, so one month-end card
      *> drives both. Missing file, empty file or a blank month all
      *> mean "report every month". INCDFILE itself is always built
      *> from the whole history whatever the card says.
      *>------------------------------------------------------------------------
       READ-RPT-PARM SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT RPTPARM

          IF RPTPARM-FILE-OK
             READ RPTPARM
             IF RPTPARM-FILE-OK
                MOVE RPTPARM-MONTH TO WS-RPT-MONTH
             END-IF
             CLOSE RPTPARM
          END-IF

          IF WS-RPT-MONTH = SPACES
             DISPLAY "NO REPORT MONTH SELECTED - REPORTING ALL MONTHS"
             GO TO READ-RPT-PARM-EX
          END-IF

      *> a typo'd month card would otherwise list nothing and read as
      *> an outage-free month - reject it outright instead
          IF WS-RPT-MONTH NOT NUMERIC
           OR WS-RPT-MONTH(5:2) < "01" OR WS-RPT-MONTH(5:2) > "12"
             DISPLAY "*** INVALID REPORT MONTH ON RPTPARM CARD: "
              WS-RPT-MONTH " - EXPECTED YYYYMM"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "REPORTING MONTH " WS-RPT-MONTH
          .
       READ-RPT-PARM-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads the primary / DR alias pairs off PARMFILE. Without it
      *> every incident is still built; only a CRITICAL second-site
      *> alert cannot be credited to its primary's episode, which
      *> LOAD-ONE-ALERT warns on if it ever happens.
      *>------------------------------------------------------------------------
       LOAD-DR-PAIRS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT PARMFILE

          IF NOT PARM-FILE-OK
             DISPLAY "PARMFILE NOT AVAILABLE, STATUS="
              WS-PARM-FILE-STATUS " - NO DR ALIAS PAIRS LOADED"
             GO TO LOAD-DR-PAIRS-EX
          END-IF

          PERFORM LOAD-ONE-DR-PAIR THRU LOAD-ONE-DR-PAIR-EX
             UNTIL NOT PARM-FILE-OK

          CLOSE PARMFILE
          .
       LOAD-DR-PAIRS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-DR-PAIR SECTION.
      *>------------------------------------------------------------------------
          READ PARMFILE

          IF NOT PARM-FILE-OK
             GO TO LOAD-ONE-DR-PAIR-EX
          END-IF

          IF PARM-2ND-DBALIAS = SPACES
             GO TO LOAD-ONE-DR-PAIR-EX
          END-IF

          IF WS-PAIR-COUNT >= WS-PAIR-MAX
             DISPLAY "WARNING - DR PAIR TABLE FULL - "
              PARM-2ND-DBALIAS " NOT LOADED (RAISE WS-PAIR-MAX)"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO LOAD-ONE-DR-PAIR-EX
          END-IF

          ADD 1 TO WS-PAIR-COUNT
          MOVE PARM-DBALIAS TO WS-PR-ALIAS(WS-PAIR-COUNT)
          MOVE PARM-2ND-DBALIAS TO WS-PR-2ND-ALIAS(WS-PAIR-COUNT)
          .
       LOAD-ONE-DR-PAIR-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads every CRITICAL alert off ALERTFILE. No ALERTFILE is
      *> normal for a history that never failed - DB2CONN only creates
      *> it on the first alert - so a missing file is only warned on
      *> later, if incidents turn up without it.
      *>------------------------------------------------------------------------
       LOAD-CRITICAL-ALERTS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT ALERTFILE

          IF NOT ALERT-FILE-OK
             IF NOT ALERT-FILE-NOT-FOUND
                DISPLAY "WARNING - ALERTFILE EXISTS BUT CANNOT BE "
                 "OPENED, STATUS=" WS-ALERT-FILE-STATUS
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             GO TO LOAD-CRITICAL-ALERTS-EX
          END-IF

          MOVE 'Y' TO WS-ALERTS-LOADED

          PERFORM LOAD-ONE-ALERT THRU LOAD-ONE-ALERT-EX
             UNTIL NOT ALERT-FILE-OK

          IF NOT ALERT-FILE-EOF
             DISPLAY "WARNING - ALERTFILE READ FAILED, STATUS="
              WS-ALERT-FILE-STATUS " - LATER ALERTS NOT LOADED"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF

          CLOSE ALERTFILE

          IF WS-CRIT-DROPPED > 0
             DISPLAY "WARNING - CRITICAL ALERT TABLE FULL - "
              WS-CRIT-DROPPED " ALERT(S) NOT LOADED (RAISE "
              "WS-CRIT-MAX)"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF

          IF WS-CRIT-UNPAIRED > 0
             DISPLAY "WARNING - " WS-CRIT-UNPAIRED " CRITICAL "
              "2ND-CONNECT ALERT(S) FOR A DR ALIAS NOT ON PARMFILE"
              " - NOT CREDITED TO ANY INCIDENT"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF

          DISPLAY "CRITICAL ALERTS LOADED " WS-CRIT-COUNT
          .
       LOAD-CRITICAL-ALERTS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-ALERT SECTION.
      *>------------------------------------------------------------------------
          READ ALERTFILE

          IF NOT ALERT-FILE-OK
             GO TO LOAD-ONE-ALERT-EX
          END-IF

          IF ALERT-SEVERITY NOT = "CRITICAL"
             GO TO LOAD-ONE-ALERT-EX
          END-IF

          IF WS-CRIT-COUNT >= WS-CRIT-MAX
             ADD 1 TO WS-CRIT-DROPPED
             GO TO LOAD-ONE-ALERT-EX
          END-IF

          ADD 1 TO WS-CRIT-COUNT
          MOVE ALERT-DBALIAS TO WS-CR-ALIAS(WS-CRIT-COUNT)
          MOVE ALERT-TIMESTAMP TO WS-CR-TIMESTAMP(WS-CRIT-COUNT)

          IF ALERT-FAIL-STEP NOT = "2ND-CONNECT"
             GO TO LOAD-ONE-ALERT-EX
          END-IF

      *> a second-site alert carries the DR alias - file it under the
      *> primary whose audit records hold the failing 2nd-connect
          MOVE 'N' TO WS-PAIR-FOUND
          PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                  UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                     OR PAIR-ENTRY-FOUND
             IF WS-PR-2ND-ALIAS(WS-PAIR-IX) = ALERT-DBALIAS
                MOVE 'Y' TO WS-PAIR-FOUND
             END-IF
          END-PERFORM

          IF PAIR-ENTRY-FOUND
             SUBTRACT 1 FROM WS-PAIR-IX
             MOVE WS-PR-ALIAS(WS-PAIR-IX) TO WS-CR-ALIAS(WS-CRIT-COUNT)
          ELSE
             ADD 1 TO WS-CRIT-UNPAIRED
          END-IF
          .
       LOAD-ONE-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads one audit record, classifies the attempt and opens,
      *> extends or closes this alias's episode accordingly.
      *>------------------------------------------------------------------------
       PROCESS-AUDIT-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ AUDITFILE

      *> only status 10 is a clean end-of-file - anything else is file
      *> damage mid-history, and episodes cut off there would be
      *> reported ONGOING when they may long since have recovered
          IF NOT AUDIT-FILE-OK
             IF NOT AUDIT-FILE-EOF
                DISPLAY "*** AUDITFILE READ FAILED, STATUS="
                 WS-AUDIT-FILE-STATUS " AFTER " WS-RECORDS-READ
                 " RECORD(S) - INCIDENTS ARE INCOMPLETE"
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             MOVE 'N' TO WS-MORE-AUDIT
             GO TO PROCESS-AUDIT-RECORD-EX
          END-IF

          ADD 1 TO WS-RECORDS-READ

          PERFORM CLASSIFY-ATTEMPT THRU CLASSIFY-ATTEMPT-EX

      *> an approved maintenance window is planned downtime and a
      *> no-vault-key day never probed the subsystem - neither opens,
      *> extends or closes an episode, so a subsystem down on both
      *> sides of one is still one continuous outage
          EVALUATE TRUE
             WHEN ATTEMPT-MAINT-WINDOW
                ADD 1 TO WS-MAINT-SKIPPED
                GO TO PROCESS-AUDIT-RECORD-EX
             WHEN ATTEMPT-NO-VAULT-KEY
                ADD 1 TO WS-NOKEY-SKIPPED
                GO TO PROCESS-AUDIT-RECORD-EX
          END-EVALUATE

          MOVE AUDIT-TIMESTAMP TO WS-TS-WORK
          PERFORM CONVERT-TS-MINUTES THRU CONVERT-TS-MINUTES-EX
          IF NOT TS-IS-VALID
             DISPLAY "WARNING - AUDIT RECORD " WS-RECORDS-READ
              " FOR " AUDIT-DBALIAS " HAS AN UNREADABLE TIMESTAMP - "
              "SKIPPED"
             ADD 1 TO WS-BAD-TS-SKIPPED
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO PROCESS-AUDIT-RECORD-EX
          END-IF

          PERFORM FIND-ALIAS-SLOT THRU FIND-ALIAS-SLOT-EX
          IF NOT ALIAS-SLOT-FOUND
             GO TO PROCESS-AUDIT-RECORD-EX
          END-IF

          IF ATTEMPT-PASSED
             IF NOT AT-INCIDENT-OPEN(WS-ALIAS-IX)
                GO TO PROCESS-AUDIT-RECORD-EX
             END-IF
      *> an attempt that did not reach the second site cleanly - a
      *> poll or ONLY= recheck never tries it (-9999), a sweep inside
      *> an approved DR maintenance window skips it (-9997) - proves
      *> nothing about an episode that so far is nothing but
      *> 2ND-CONNECT failures; same reading as DB2CONN's
      *> consecutive-failure look-back
             IF AUDIT-SQLCODE-2ND-CONNECT NOT = 0
              AND NOT AT-PRIMARY-FAILED(WS-ALIAS-IX)
                GO TO PROCESS-AUDIT-RECORD-EX
             END-IF
             PERFORM CLOSE-INCIDENT THRU CLOSE-INCIDENT-EX
             GO TO PROCESS-AUDIT-RECORD-EX
          END-IF

          IF NOT AT-INCIDENT-OPEN(WS-ALIAS-IX)
             MOVE 'Y' TO WS-AT-OPEN(WS-ALIAS-IX)
             MOVE 'N' TO WS-AT-PRIMARY(WS-ALIAS-IX)
             MOVE AUDIT-TIMESTAMP TO WS-AT-START-TS(WS-ALIAS-IX)
             MOVE WS-TS-MINUTES TO WS-AT-START-MINS(WS-ALIAS-IX)
             MOVE 0 TO WS-AT-FAIL-COUNT(WS-ALIAS-IX)
             MOVE WS-FAIL-SQLCODE TO WS-AT-FIRST-SQLCODE(WS-ALIAS-IX)
             MOVE WS-FAIL-STEP TO WS-AT-FIRST-STEP(WS-ALIAS-IX)
          END-IF

          ADD 1 TO WS-AT-FAIL-COUNT(WS-ALIAS-IX)
          MOVE AUDIT-TIMESTAMP TO WS-AT-LAST-FAIL-TS(WS-ALIAS-IX)
          MOVE WS-TS-MINUTES TO WS-AT-LAST-FAIL-MINS(WS-ALIAS-IX)
          MOVE WS-FAIL-SQLCODE TO WS-AT-LAST-SQLCODE(WS-ALIAS-IX)
          MOVE WS-FAIL-STEP TO WS-AT-LAST-STEP(WS-ALIAS-IX)
          IF WS-FAIL-STEP NOT = "2ND-CONNECT"
             MOVE 'Y' TO WS-AT-PRIMARY(WS-ALIAS-IX)
          END-IF
          .
       PROCESS-AUDIT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Same classification as DB2AUDRPT's CLASSIFY-ATTEMPT, and for a
      *> failed attempt also the first step that failed and its
      *> SQLCODE, taken in the order DB2CONN runs the steps.
      *>------------------------------------------------------------------------
       CLASSIFY-ATTEMPT SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO WS-FAIL-STEP
          MOVE 0 TO WS-FAIL-SQLCODE

          EVALUATE TRUE
             WHEN AUDIT-SQLCODE-CONNECT = WS-SQLCODE-NO-VAULT-KEY
                MOVE 'K' TO WS-ATTEMPT-RESULT
             WHEN AUDIT-SQLCODE-CONNECT = WS-SQLCODE-MAINT-WINDOW
                MOVE 'M' TO WS-ATTEMPT-RESULT
             WHEN AUDIT-SQLCODE-CONNECT NOT = 0
                MOVE 'F' TO WS-ATTEMPT-RESULT
                MOVE "CONNECT" TO WS-FAIL-STEP
                MOVE AUDIT-SQLCODE-CONNECT TO WS-FAIL-SQLCODE
             WHEN AUDIT-SQLCODE-DATE NOT = 0
              AND AUDIT-SQLCODE-DATE NOT = WS-SQLCODE-NOT-ATTEMPTED
                MOVE 'F' TO WS-ATTEMPT-RESULT
                MOVE "DATE" TO WS-FAIL-STEP
                MOVE AUDIT-SQLCODE-DATE TO WS-FAIL-SQLCODE
             WHEN AUDIT-SQLCODE-RESET NOT = 0
              AND AUDIT-SQLCODE-RESET NOT = WS-SQLCODE-NOT-ATTEMPTED
                MOVE 'F' TO WS-ATTEMPT-RESULT
                MOVE "RESET" TO WS-FAIL-STEP
                MOVE AUDIT-SQLCODE-RESET TO WS-FAIL-SQLCODE
      *> a -9997 in the 2nd-connect step is a planned DR window, not
      *> a failure of the attempt - the primary's own result stands
             WHEN AUDIT-SQLCODE-2ND-CONNECT NOT = 0
              AND AUDIT-SQLCODE-2ND-CONNECT NOT =
                  WS-SQLCODE-NOT-ATTEMPTED
              AND AUDIT-SQLCODE-2ND-CONNECT NOT =
                  WS-SQLCODE-MAINT-WINDOW
                MOVE 'F' TO WS-ATTEMPT-RESULT
                MOVE "2ND-CONNECT" TO WS-FAIL-STEP
                MOVE AUDIT-SQLCODE-2ND-CONNECT TO WS-FAIL-SQLCODE
             WHEN OTHER
                MOVE 'P' TO WS-ATTEMPT-RESULT
          END-EVALUATE
          .
       CLASSIFY-ATTEMPT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates (or creates) this AUDIT-DBALIAS's row, leaving
      *> WS-ALIAS-IX pointing at it.
      *>------------------------------------------------------------------------
       FIND-ALIAS-SLOT SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-ALIAS-FOUND

          PERFORM VARYING WS-ALIAS-IX FROM 1 BY 1
                  UNTIL WS-ALIAS-IX > WS-ALIAS-COUNT
                     OR ALIAS-SLOT-FOUND
             IF WS-AT-ALIAS(WS-ALIAS-IX) = AUDIT-DBALIAS
                MOVE 'Y' TO WS-ALIAS-FOUND
             END-IF
          END-PERFORM

          IF ALIAS-SLOT-FOUND
             SUBTRACT 1 FROM WS-ALIAS-IX
             GO TO FIND-ALIAS-SLOT-EX
          END-IF

          IF WS-ALIAS-COUNT >= WS-ALIAS-MAX
             DISPLAY "WARNING - ALIAS TABLE FULL, SKIPPING "
              AUDIT-DBALIAS
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO FIND-ALIAS-SLOT-EX
          END-IF

          ADD 1 TO WS-ALIAS-COUNT
          MOVE WS-ALIAS-COUNT TO WS-ALIAS-IX
          INITIALIZE WS-ALIAS-ENTRY(WS-ALIAS-IX)
          MOVE AUDIT-DBALIAS TO WS-AT-ALIAS(WS-ALIAS-IX)
          MOVE 'N' TO WS-AT-OPEN(WS-ALIAS-IX)
          MOVE 'Y' TO WS-ALIAS-FOUND
          .
       FIND-ALIAS-SLOT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The clean attempt in hand ends the episode open for the alias
      *> at WS-ALIAS-IX - its timestamp (already in WS-TS-MINUTES) is
      *> the recovery time and its source the one that showed it.
      *>------------------------------------------------------------------------
       CLOSE-INCIDENT SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO INCD-RECORD
          MOVE "C" TO INCD-STATE
          MOVE AUDIT-TIMESTAMP TO INCD-END-TS
          IF AUDIT-SOURCE = SPACES
             MOVE "SWEEP" TO INCD-END-SOURCE
          ELSE
             MOVE AUDIT-SOURCE TO INCD-END-SOURCE
          END-IF

          IF WS-TS-MINUTES > WS-AT-START-MINS(WS-ALIAS-IX)
             COMPUTE INCD-DURATION-MINS =
                WS-TS-MINUTES - WS-AT-START-MINS(WS-ALIAS-IX)
          ELSE
             MOVE 0 TO INCD-DURATION-MINS
          END-IF

          PERFORM WRITE-INCIDENT-RECORD THRU WRITE-INCIDENT-RECORD-EX

          MOVE 'N' TO WS-AT-OPEN(WS-ALIAS-IX)
          .
       CLOSE-INCIDENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> End of AUDITFILE with the alias at WS-ALIAS-IX still failing.
      *> Nothing has shown the episode over, so it goes out ONGOING
      *> with no end time and its duration so far - first to last
      *> failed attempt - rather than being closed off here.
      *>------------------------------------------------------------------------
       WRITE-ONGOING-INCIDENT SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO INCD-RECORD
          MOVE "O" TO INCD-STATE
          IF WS-AT-LAST-FAIL-MINS(WS-ALIAS-IX) >
             WS-AT-START-MINS(WS-ALIAS-IX)
             COMPUTE INCD-DURATION-MINS =
                WS-AT-LAST-FAIL-MINS(WS-ALIAS-IX)
                - WS-AT-START-MINS(WS-ALIAS-IX)
          ELSE
             MOVE 0 TO INCD-DURATION-MINS
          END-IF

          PERFORM WRITE-INCIDENT-RECORD THRU WRITE-INCIDENT-RECORD-EX

          ADD 1 TO WS-ONGOING-WRITTEN
          DISPLAY "ONGOING OUTAGE FOR " WS-AT-ALIAS(WS-ALIAS-IX)
           " SINCE " WS-AT-START-TS(WS-ALIAS-IX)(1:14)
          .
       WRITE-ONGOING-INCIDENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Completes INCD-RECORD (state, end and duration already set by
      *> the caller) from the episode row at WS-ALIAS-IX and writes it.
      *>------------------------------------------------------------------------
       WRITE-INCIDENT-RECORD SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-AT-ALIAS(WS-ALIAS-IX) TO INCD-DBALIAS
          MOVE WS-AT-START-TS(WS-ALIAS-IX) TO INCD-START-TS
          MOVE WS-AT-FAIL-COUNT(WS-ALIAS-IX) TO INCD-FAIL-COUNT
          MOVE WS-AT-LAST-FAIL-TS(WS-ALIAS-IX) TO INCD-LAST-FAIL-TS
          MOVE WS-AT-FIRST-SQLCODE(WS-ALIAS-IX) TO INCD-FIRST-SQLCODE
          MOVE WS-AT-FIRST-STEP(WS-ALIAS-IX) TO INCD-FIRST-STEP
          MOVE WS-AT-LAST-SQLCODE(WS-ALIAS-IX) TO INCD-LAST-SQLCODE
          MOVE WS-AT-LAST-STEP(WS-ALIAS-IX) TO INCD-LAST-STEP

          PERFORM FLAG-CRITICAL-ALERT THRU FLAG-CRITICAL-ALERT-EX

          WRITE INCD-RECORD
          IF NOT INCD-FILE-OK
             IF WS-BATCH-RETURN-CODE < 8
                DISPLAY "*** INCDFILE WRITE FAILED, STATUS="
                 WS-INCD-FILE-STATUS " - INCIDENT FILE IS INCOMPLETE"
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO WRITE-INCIDENT-RECORD-EX
          END-IF

          ADD 1 TO WS-INCIDENTS-WRITTEN
          .
       WRITE-INCIDENT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The episode escalated when a CRITICAL alert for its alias was
      *> raised at or after its first failed attempt and before the
      *> recovering one (any time after, for an ONGOING episode).
      *> DB2CONN writes the audit record before the alert, so the
      *> opening attempt's own alert falls inside the window.
      *>------------------------------------------------------------------------
       FLAG-CRITICAL-ALERT SECTION.
      *>------------------------------------------------------------------------
          MOVE "N" TO INCD-CRITICAL
          MOVE SPACES TO INCD-FIRST-CRIT-TS

          PERFORM VARYING WS-CRIT-IX FROM 1 BY 1
                  UNTIL WS-CRIT-IX > WS-CRIT-COUNT
                     OR INCD-ESCALATED
             IF WS-CR-ALIAS(WS-CRIT-IX) = INCD-DBALIAS
              AND WS-CR-TIMESTAMP(WS-CRIT-IX)(1:16) >=
                  INCD-START-TS(1:16)
              AND (INCD-ONGOING
               OR WS-CR-TIMESTAMP(WS-CRIT-IX)(1:16) <
                  INCD-END-TS(1:16))
                MOVE "Y" TO INCD-CRITICAL
                MOVE WS-CR-TIMESTAMP(WS-CRIT-IX) TO INCD-FIRST-CRIT-TS
             END-IF
          END-PERFORM
          .
       FLAG-CRITICAL-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> WS-TS-WORK (a CURRENT-DATE image) to minutes in WS-TS-MINUTES;
      *> WS-TS-VALID says whether the date and time were usable.
      *>------------------------------------------------------------------------
       CONVERT-TS-MINUTES SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-TS-VALID
          MOVE 0 TO WS-TS-MINUTES

          IF WS-TS-WORK(1:12) NOT NUMERIC
             GO TO CONVERT-TS-MINUTES-EX
          END-IF

          IF WS-TS-WORK(5:2) < "01" OR WS-TS-WORK(5:2) > "12"
           OR WS-TS-WORK(7:2) < "01" OR WS-TS-WORK(7:2) > "31"
           OR WS-TS-HOUR > 23 OR WS-TS-MINUTE > 59
             GO TO CONVERT-TS-MINUTES-EX
          END-IF

          COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
          IF WS-TS-DAYS < 1
             GO TO CONVERT-TS-MINUTES-EX
          END-IF

          COMPUTE WS-TS-MINUTES =
             WS-TS-DAYS * 1440 + WS-TS-HOUR * 60 + WS-TS-MINUTE
          MOVE 'Y' TO WS-TS-VALID
          .
       CONVERT-TS-MINUTES-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads INCDFILE back and writes INCDRPT: every episode that
      *> began in the selected month(s), then the per-alias monthly
      *> MTTR / MTBF summary, then the control totals.
      *>------------------------------------------------------------------------
       WRITE-INCIDENT-REPORT SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT INCDFILE
          IF NOT INCD-FILE-OK
             DISPLAY "*** UNABLE TO REOPEN INCDFILE, STATUS="
              WS-INCD-FILE-STATUS " - NO REPORT WRITTEN"
             MOVE 8 TO WS-BATCH-RETURN-CODE
             GO TO WRITE-INCIDENT-REPORT-EX
          END-IF

          OPEN OUTPUT INCDRPT
          IF NOT INCDRPT-FILE-OK
             DISPLAY "*** UNABLE TO OPEN INCDRPT, STATUS="
              WS-INCDRPT-FILE-STATUS
             CLOSE INCDFILE
             MOVE 8 TO WS-BATCH-RETURN-CODE
             GO TO WRITE-INCIDENT-REPORT-EX
          END-IF

          IF WS-RPT-MONTH = SPACES
             MOVE "ALL MONTHS" TO WS-RPT-HDR-MONTH
          ELSE
             MOVE WS-RPT-MONTH TO WS-RPT-HDR-MONTH
          END-IF
          WRITE INCDRPT-RECORD FROM WS-RPT-HEADER-1
          MOVE SPACES TO INCDRPT-RECORD
          WRITE INCDRPT-RECORD

          WRITE INCDRPT-RECORD FROM WS-RPT-INCD-TITLE
          WRITE INCDRPT-RECORD FROM WS-RPT-INCD-HEADING

          PERFORM REPORT-ONE-INCIDENT THRU REPORT-ONE-INCIDENT-EX
             UNTIL NOT INCD-FILE-OK

          IF NOT INCD-FILE-EOF
             DISPLAY "*** INCDFILE READ FAILED, STATUS="
              WS-INCD-FILE-STATUS " - REPORT IS INCOMPLETE"
             MOVE 8 TO WS-BATCH-RETURN-CODE
          END-IF

          CLOSE INCDFILE

          IF WS-INCIDENTS-LISTED = 0
             MOVE "  NO OUTAGE INCIDENTS" TO INCDRPT-RECORD
             WRITE INCDRPT-RECORD
          END-IF
          MOVE SPACES TO INCDRPT-RECORD
          WRITE INCDRPT-RECORD

          WRITE INCDRPT-RECORD FROM WS-RPT-SUMM-TITLE
          WRITE INCDRPT-RECORD FROM WS-RPT-SUMM-HEADING

      *> alias by alias in first-seen order, each alias's months
      *> already in ascending order
          PERFORM VARYING WS-PREV-IX FROM 1 BY 1
                  UNTIL WS-PREV-IX > WS-PREV-COUNT
             PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                     UNTIL WS-MONTH-IX > WS-MONTH-COUNT
                IF WS-MS-ALIAS(WS-MONTH-IX) = WS-PV-ALIAS(WS-PREV-IX)
                   PERFORM WRITE-SUMMARY-LINE
                      THRU WRITE-SUMMARY-LINE-EX
                END-IF
             END-PERFORM
          END-PERFORM
          MOVE SPACES TO INCDRPT-RECORD
          WRITE INCDRPT-RECORD

          IF WS-MAINT-SKIPPED > 0 OR WS-NOKEY-SKIPPED > 0
             MOVE WS-MAINT-SKIPPED TO WS-RPT-MAINT
             MOVE WS-NOKEY-SKIPPED TO WS-RPT-NOKEY
             WRITE INCDRPT-RECORD FROM WS-RPT-SKIP-LINE
          END-IF

          MOVE WS-RECORDS-READ TO WS-RPT-READ
          MOVE WS-INCIDENTS-WRITTEN TO WS-RPT-INCIDENTS
          MOVE WS-INCIDENTS-LISTED TO WS-RPT-LISTED
          WRITE INCDRPT-RECORD FROM WS-RPT-TOTAL-LINE

          CLOSE INCDRPT
          .
       WRITE-INCIDENT-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> One INCDFILE record: measures the up-time gap since the
      *> alias's previous recovery (month filter or not, so an episode
      *> early in the month still gets its gap), then - when it began
      *> in the selected month - lists it and folds it into its
      *> alias/month summary row.
      *>------------------------------------------------------------------------
       REPORT-ONE-INCIDENT SECTION.
      *>------------------------------------------------------------------------
          READ INCDFILE

          IF NOT INCD-FILE-OK
             GO TO REPORT-ONE-INCIDENT-EX
          END-IF

          ADD 1 TO WS-INCIDENTS-READ

          PERFORM FIND-PREV-SLOT THRU FIND-PREV-SLOT-EX
          IF NOT PREV-SLOT-FOUND
             GO TO REPORT-ONE-INCIDENT-EX
          END-IF

          MOVE INCD-START-TS TO WS-TS-WORK
          PERFORM CONVERT-TS-MINUTES THRU CONVERT-TS-MINUTES-EX
          MOVE WS-TS-MINUTES TO WS-INCD-START-MINS

      *> MTBF is measured recovery-to-next-failure: the time the alias
      *> was up between two episodes. Planned windows in between are
      *> not taken out of it.
          MOVE 'N' TO WS-GAP-FOUND
          MOVE 0 TO WS-GAP-MINS
          IF PV-HAS-RECOVERY(WS-PREV-IX)
             MOVE 'Y' TO WS-GAP-FOUND
             IF WS-INCD-START-MINS > WS-PV-END-MINS(WS-PREV-IX)
                COMPUTE WS-GAP-MINS =
                   WS-INCD-START-MINS - WS-PV-END-MINS(WS-PREV-IX)
             END-IF
          END-IF

          IF INCD-CLOSED
             MOVE INCD-END-TS TO WS-TS-WORK
             PERFORM CONVERT-TS-MINUTES THRU CONVERT-TS-MINUTES-EX
             MOVE WS-TS-MINUTES TO WS-PV-END-MINS(WS-PREV-IX)
             MOVE 'Y' TO WS-PV-RECOVERED(WS-PREV-IX)
          ELSE
             MOVE 'N' TO WS-PV-RECOVERED(WS-PREV-IX)
          END-IF

          IF WS-RPT-MONTH NOT = SPACES
             IF INCD-START-TS(1:6) NOT = WS-RPT-MONTH
                GO TO REPORT-ONE-INCIDENT-EX
             END-IF
          END-IF

          PERFORM WRITE-INCIDENT-LINES THRU WRITE-INCIDENT-LINES-EX

          PERFORM FIND-MONTH-SLOT THRU FIND-MONTH-SLOT-EX
          IF NOT MONTH-SLOT-FOUND
             GO TO REPORT-ONE-INCIDENT-EX
          END-IF

          ADD 1 TO WS-MS-INCIDENTS(WS-MONTH-IX)
          IF INCD-ONGOING
             ADD 1 TO WS-MS-ONGOING(WS-MONTH-IX)
          ELSE
             ADD 1 TO WS-MS-CLOSED(WS-MONTH-IX)
             ADD INCD-DURATION-MINS TO WS-MS-REPAIR-MINS(WS-MONTH-IX)
          END-IF
          IF GAP-MEASURED
             ADD 1 TO WS-MS-GAPS(WS-MONTH-IX)
             ADD WS-GAP-MINS TO WS-MS-GAP-MINS(WS-MONTH-IX)
          END-IF
          .
       REPORT-ONE-INCIDENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-INCIDENT-LINES SECTION.
      *>------------------------------------------------------------------------
          ADD 1 TO WS-INCIDENTS-LISTED

          MOVE INCD-DBALIAS TO WS-RI-ALIAS
          MOVE INCD-START-TS(1:8) TO WS-RI-START-DATE
          MOVE SPACES TO WS-RI-START-TIME
          STRING INCD-START-TS(9:2) ":" INCD-START-TS(11:2)
             DELIMITED BY SIZE INTO WS-RI-START-TIME
          MOVE INCD-DURATION-MINS TO WS-RI-MINUTES

          IF INCD-ONGOING
             MOVE "ONGOING" TO WS-RI-END-DATE
             MOVE SPACES TO WS-RI-END-TIME
             MOVE SPACES TO WS-RI-BY
             MOVE "SO FAR" TO WS-RI-SOURCE
          ELSE
             MOVE INCD-END-TS(1:8) TO WS-RI-END-DATE
             MOVE SPACES TO WS-RI-END-TIME
             STRING INCD-END-TS(9:2) ":" INCD-END-TS(11:2)
                DELIMITED BY SIZE INTO WS-RI-END-TIME
             MOVE "  BY " TO WS-RI-BY
             MOVE INCD-END-SOURCE TO WS-RI-SOURCE
          END-IF

          IF INCD-ESCALATED
             MOVE "CRITICAL" TO WS-RI-CRITICAL
          ELSE
             MOVE SPACES TO WS-RI-CRITICAL
          END-IF
          WRITE INCDRPT-RECORD FROM WS-RPT-INCD-LINE-1

          MOVE INCD-FIRST-SQLCODE TO WS-RI-FIRST-SQLCODE
          MOVE INCD-FIRST-STEP TO WS-RI-FIRST-STEP
          MOVE INCD-LAST-SQLCODE TO WS-RI-LAST-SQLCODE
          MOVE INCD-LAST-STEP TO WS-RI-LAST-STEP
          MOVE INCD-FAIL-COUNT TO WS-RI-FAILS
          WRITE INCDRPT-RECORD FROM WS-RPT-INCD-LINE-2
          .
       WRITE-INCIDENT-LINES-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates (or creates) INCD-DBALIAS's previous-recovery row,
      *> leaving WS-PREV-IX pointing at it.
      *>------------------------------------------------------------------------
       FIND-PREV-SLOT SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-PREV-FOUND

          PERFORM VARYING WS-PREV-IX FROM 1 BY 1
                  UNTIL WS-PREV-IX > WS-PREV-COUNT
                     OR PREV-SLOT-FOUND
             IF WS-PV-ALIAS(WS-PREV-IX) = INCD-DBALIAS
                MOVE 'Y' TO WS-PREV-FOUND
             END-IF
          END-PERFORM

          IF PREV-SLOT-FOUND
             SUBTRACT 1 FROM WS-PREV-IX
             GO TO FIND-PREV-SLOT-EX
          END-IF

          IF WS-PREV-COUNT >= WS-PREV-MAX
             DISPLAY "WARNING - REPORT ALIAS TABLE FULL, SKIPPING "
              INCD-DBALIAS
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO FIND-PREV-SLOT-EX
          END-IF

          ADD 1 TO WS-PREV-COUNT
          MOVE WS-PREV-COUNT TO WS-PREV-IX
          INITIALIZE WS-PREV-ENTRY(WS-PREV-IX)
          MOVE INCD-DBALIAS TO WS-PV-ALIAS(WS-PREV-IX)
          MOVE 'N' TO WS-PV-RECOVERED(WS-PREV-IX)
          MOVE 'Y' TO WS-PREV-FOUND
          .
       FIND-PREV-SLOT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates (or creates) the summary row for INCD-DBALIAS and the
      *> month the episode began in, leaving WS-MONTH-IX pointing at it.
      *>------------------------------------------------------------------------
       FIND-MONTH-SLOT SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-MONTH-FOUND

          PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                  UNTIL WS-MONTH-IX > WS-MONTH-COUNT
                     OR MONTH-SLOT-FOUND
             IF WS-MS-ALIAS(WS-MONTH-IX) = INCD-DBALIAS
              AND WS-MS-MONTH(WS-MONTH-IX) = INCD-START-TS(1:6)
                MOVE 'Y' TO WS-MONTH-FOUND
             END-IF
          END-PERFORM

          IF MONTH-SLOT-FOUND
             SUBTRACT 1 FROM WS-MONTH-IX
             GO TO FIND-MONTH-SLOT-EX
          END-IF

          IF WS-MONTH-COUNT >= WS-MONTH-MAX
             DISPLAY "WARNING - MONTH SUMMARY TABLE FULL - "
              INCD-DBALIAS " " INCD-START-TS(1:6)
              " NOT SUMMARIZED (RAISE WS-MONTH-MAX)"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO FIND-MONTH-SLOT-EX
          END-IF

          ADD 1 TO WS-MONTH-COUNT
          MOVE WS-MONTH-COUNT TO WS-MONTH-IX
          INITIALIZE WS-MONTH-ENTRY(WS-MONTH-IX)
          MOVE INCD-DBALIAS TO WS-MS-ALIAS(WS-MONTH-IX)
          MOVE INCD-START-TS(1:6) TO WS-MS-MONTH(WS-MONTH-IX)
          MOVE 'Y' TO WS-MONTH-FOUND
          .
       FIND-MONTH-SLOT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> MTTR is the mean duration of the month's episodes that have
      *> recovered - ONGOING ones have no recovery to measure and are
      *> only counted. MTBF is the mean up-time gap in front of the
      *> month's episodes; the alias's first-ever episode has none.
      *> Either shows N/A when there is nothing to average.
      *>------------------------------------------------------------------------
       WRITE-SUMMARY-LINE SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-MS-ALIAS(WS-MONTH-IX) TO WS-RS-ALIAS
          MOVE WS-MS-MONTH(WS-MONTH-IX) TO WS-RS-MONTH
          MOVE WS-MS-INCIDENTS(WS-MONTH-IX) TO WS-RS-INCIDENTS
          MOVE WS-MS-ONGOING(WS-MONTH-IX) TO WS-RS-ONGOING

          IF WS-MS-CLOSED(WS-MONTH-IX) > 0
             COMPUTE WS-MEAN-HOURS ROUNDED =
                WS-MS-REPAIR-MINS(WS-MONTH-IX)
                / WS-MS-CLOSED(WS-MONTH-IX) / 60
             MOVE WS-MEAN-HOURS TO WS-ED-HOURS
             MOVE WS-ED-HOURS TO WS-RS-MTTR
          ELSE
             MOVE "       N/A" TO WS-RS-MTTR
          END-IF

          IF WS-MS-GAPS(WS-MONTH-IX) > 0
             COMPUTE WS-MEAN-HOURS ROUNDED =
                WS-MS-GAP-MINS(WS-MONTH-IX)
                / WS-MS-GAPS(WS-MONTH-IX) / 60
             MOVE WS-MEAN-HOURS TO WS-ED-HOURS
             MOVE WS-ED-HOURS TO WS-RS-MTBF
          ELSE
             MOVE "       N/A" TO WS-RS-MTBF
          END-IF

          WRITE INCDRPT-RECORD FROM WS-RPT-SUMM-LINE
          .
       WRITE-SUMMARY-LINE-EX.
          EXIT.
       END PROGRAM DB2INCID.
