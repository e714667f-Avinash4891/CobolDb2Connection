      *>               characters of AUDIT-TIMESTAMP); no card, an empty
      *>               card or a blank month reports the whole file.
      *>
      *>               The subsystem registry (REGYFILE) supplies each
      *>               alias's owner, application, tier and SLA target;
      *>               availability at or above the target is MET,
      *>               below it BREACHED. An alias with no registry
      *>               entry, or no pass/fail attempts, is not judged.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *>            - RECHECK-source audit records (on-demand ONLY=
      *>              rechecks) excluded from the availability
      *>              statistics and counted separately.
      *> 2026.10.15 Avinash Kumar
      *>            - Subsystem registry (REGYFILE): each alias block
      *>              shows owner, application and tier, and judges
      *>              the availability MET or BREACHED against the
      *>              alias's SLA target.
      *>            - SLA verdict judged on the exact pass ratio, not
      *>              the rounded percentage shown on the report.
      *>************************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDRPT-FILE-STATUS.

           SELECT REGYFILE ASSIGN TO "REGYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE
           RECORDING MODE IS F.
       01  AUDRPT-RECORD              PIC X(80).

       FD  REGYFILE
           RECORDING MODE IS F.
       COPY "db2regy.cpy".

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-FILE-STATUS        PIC X(2).
       01  WS-AUDRPT-FILE-STATUS       PIC X(2).
           88 AUDRPT-FILE-OK           VALUE "00".

       01  WS-REGY-FILE-STATUS         PIC X(2).
           88 REGY-FILE-OK             VALUE "00".
           88 REGY-FILE-EOF            VALUE "10".
           88 REGY-FILE-NOT-FOUND      VALUE "35".

      *> subsystem registry entries - owner, application, tier and
      *> the SLA target each alias's availability is judged against
       01  WS-REGY-TABLE.
           05 WS-REGY-MAX              PIC 9(4) COMP-5 VALUE 100.
           05 WS-REGY-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-REGY-ENTRY OCCURS 100 TIMES.
              10 WS-RG-ALIAS           PIC X(9).
              10 WS-RG-OWNER-TEAM      PIC X(20).
              10 WS-RG-APPLICATION     PIC X(20).
              10 WS-RG-TIER            PIC X(1).
              10 WS-RG-SLA-PCT         PIC 9(3)V9(2).
       01  WS-REGY-IX                  PIC 9(4) COMP-5.
       01  WS-REGY-FOUND               PIC X.
           88 REGY-ENTRY-FOUND         VALUE 'Y'.
       01  WS-SLA-MET-COUNT            PIC 9(4) VALUE 0.
       01  WS-SLA-BREACHED-COUNT       PIC 9(4) VALUE 0.
       01  WS-SLA-UNJUDGED-COUNT       PIC 9(4) VALUE 0.

      *> month selected off the RPTPARM control card; spaces means the
      *> whole audit history is reported
       01  WS-RPT-MONTH                PIC X(6) VALUE SPACES.
       01  WS-STEP-SQLCODES.
           05 WS-STEP-SQLCODE-TAB      PIC S9(9) COMP-5 OCCURS 4 TIMES.

      *> rounded for the report line only - the SLA verdict is
      *> judged on the exact ratio, see JUDGE-ALIAS-SLA
       01  WS-AVAIL-PCT                PIC 9(3)V9(2).
       01  WS-AVAIL-DENOM              PIC 9(6).

           05 WS-RPT-AVAIL             PIC ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE " %".
           05 FILLER                   PIC X(56) VALUE SPACES.
       01  WS-RPT-OWNER-LINE.
           05 FILLER                   PIC X(9)  VALUE "  OWNER  ".
           05 WS-RPT-OWNER             PIC X(20).
           05 FILLER                   PIC X(7)  VALUE "  APPL ".
           05 WS-RPT-APPL              PIC X(20).
           05 FILLER                   PIC X(7)  VALUE "  TIER ".
           05 WS-RPT-TIER              PIC X(1).
           05 FILLER                   PIC X(16) VALUE SPACES.
       01  WS-RPT-SLA-LINE.
           05 FILLER                   PIC X(16) VALUE
              "  SLA TARGET    ".
           05 WS-RPT-SLA               PIC ZZ9.99.
           05 FILLER                   PIC X(4)  VALUE " %  ".
           05 WS-RPT-SLA-VERDICT       PIC X(30).
           05 FILLER                   PIC X(24) VALUE SPACES.
       01  WS-RPT-SLA-TOTAL-LINE.
           05 FILLER                   PIC X(22) VALUE
              "SLA MET               ".
           05 WS-RPT-SLA-MET           PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE "  BREACHED  ".
           05 WS-RPT-SLA-BREACHED      PIC ZZZ9.
           05 FILLER                   PIC X(14) VALUE
              "  NOT JUDGED  ".
           05 WS-RPT-SLA-UNJUDGED      PIC ZZZ9.
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WS-RPT-STREAK-LINE.
           05 FILLER                   PIC X(25) VALUE
              "  LONGEST FAILURE STREAK ".

           PERFORM READ-RPT-PARM THRU READ-RPT-PARM-EX

           PERFORM LOAD-SUBSYS-REGISTRY THRU LOAD-SUBSYS-REGISTRY-EX

           OPEN INPUT AUDITFILE
           IF NOT AUDIT-FILE-OK
              DISPLAY "*** AUDITFILE NOT AVAILABLE, STATUS="
       READ-RPT-PARM-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads the subsystem registry (REGYFILE, maintained by
      *> DB2RMNT). The report still runs without it - every alias is
      *> simply left unjudged - but that is warned on at RC 4, since
      *> a month-end report with no SLA verdicts cannot show which
      *> subsystems breached their target.
      *>------------------------------------------------------------------------
       LOAD-SUBSYS-REGISTRY SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT REGYFILE

          IF NOT REGY-FILE-OK
             IF REGY-FILE-NOT-FOUND
                DISPLAY "WARNING - REGYFILE NOT FOUND - NO SLA "
                 "VERDICTS IN THIS REPORT"
             ELSE
                DISPLAY "WARNING - REGYFILE EXISTS BUT CANNOT BE "
                 "OPENED, STATUS=" WS-REGY-FILE-STATUS
                 " - NO SLA VERDICTS IN THIS REPORT"
             END-IF
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO LOAD-SUBSYS-REGISTRY-EX
          END-IF

          PERFORM LOAD-ONE-REGY-ENTRY THRU LOAD-ONE-REGY-ENTRY-EX
             UNTIL NOT REGY-FILE-OK

          IF NOT REGY-FILE-EOF
             DISPLAY "WARNING - REGYFILE READ FAILED, STATUS="
              WS-REGY-FILE-STATUS " - REMAINING ENTRIES NOT LOADED"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF

          CLOSE REGYFILE
          .
       LOAD-SUBSYS-REGISTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-REGY-ENTRY SECTION.
      *>------------------------------------------------------------------------
          READ REGYFILE

          IF NOT REGY-FILE-OK
             GO TO LOAD-ONE-REGY-ENTRY-EX
          END-IF

          IF WS-REGY-COUNT >= WS-REGY-MAX
             DISPLAY "WARNING - REGISTRY TABLE FULL - " REGY-DBALIAS
              " NOT JUDGED (RAISE WS-REGY-MAX)"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO LOAD-ONE-REGY-ENTRY-EX
          END-IF

          ADD 1 TO WS-REGY-COUNT
          MOVE REGY-DBALIAS TO WS-RG-ALIAS(WS-REGY-COUNT)
          MOVE REGY-OWNER-TEAM TO WS-RG-OWNER-TEAM(WS-REGY-COUNT)
          MOVE REGY-APPLICATION TO WS-RG-APPLICATION(WS-REGY-COUNT)
          MOVE REGY-TIER TO WS-RG-TIER(WS-REGY-COUNT)
          IF REGY-SLA-PCT NUMERIC
             MOVE REGY-SLA-PCT TO WS-RG-SLA-PCT(WS-REGY-COUNT)
          ELSE
             MOVE 0 TO WS-RG-SLA-PCT(WS-REGY-COUNT)
          END-IF
          .
       LOAD-ONE-REGY-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads one audit record, applies the month filter, classifies
      *> the attempt and folds it into this alias's accumulator row.
             WRITE AUDRPT-RECORD FROM WS-RPT-RECHECK-LINE
          END-IF

          MOVE WS-SLA-MET-COUNT TO WS-RPT-SLA-MET
          MOVE WS-SLA-BREACHED-COUNT TO WS-RPT-SLA-BREACHED
          MOVE WS-SLA-UNJUDGED-COUNT TO WS-RPT-SLA-UNJUDGED
          WRITE AUDRPT-RECORD FROM WS-RPT-SLA-TOTAL-LINE

          MOVE WS-RECORDS-READ TO WS-RPT-READ
          MOVE WS-RECORDS-SELECTED TO WS-RPT-SELECTED
          WRITE AUDRPT-RECORD FROM WS-RPT-TOTAL-LINE
          MOVE WS-AT-ALIAS(WS-ALIAS-IX) TO WS-RPT-ALIAS
          WRITE AUDRPT-RECORD FROM WS-RPT-ALIAS-LINE

          MOVE 'N' TO WS-REGY-FOUND
          PERFORM VARYING WS-REGY-IX FROM 1 BY 1
                  UNTIL WS-REGY-IX > WS-REGY-COUNT
                     OR REGY-ENTRY-FOUND
             IF WS-RG-ALIAS(WS-REGY-IX) = WS-AT-ALIAS(WS-ALIAS-IX)
                MOVE 'Y' TO WS-REGY-FOUND
             END-IF
          END-PERFORM
          IF REGY-ENTRY-FOUND
             SUBTRACT 1 FROM WS-REGY-IX
             MOVE WS-RG-OWNER-TEAM(WS-REGY-IX) TO WS-RPT-OWNER
             MOVE WS-RG-APPLICATION(WS-REGY-IX) TO WS-RPT-APPL
             MOVE WS-RG-TIER(WS-REGY-IX) TO WS-RPT-TIER
             WRITE AUDRPT-RECORD FROM WS-RPT-OWNER-LINE
          END-IF

          MOVE WS-AT-ATTEMPTS(WS-ALIAS-IX) TO WS-RPT-ATTEMPTS
          MOVE WS-AT-PASS(WS-ALIAS-IX) TO WS-RPT-PASS
          MOVE WS-AT-FAIL(WS-ALIAS-IX) TO WS-RPT-FAIL
          MOVE WS-AVAIL-PCT TO WS-RPT-AVAIL
          WRITE AUDRPT-RECORD FROM WS-RPT-AVAIL-LINE

          PERFORM JUDGE-ALIAS-SLA THRU JUDGE-ALIAS-SLA-EX

          IF WS-AT-MAX-STREAK(WS-ALIAS-IX) > 0
             MOVE WS-AT-MAX-STREAK(WS-ALIAS-IX) TO WS-RPT-STREAK
             MOVE WS-AT-MAX-START(WS-ALIAS-IX) TO WS-RPT-STREAK-FROM
       WRITE-ALIAS-BLOCK-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Judges the availability just computed for the alias at
      *> WS-ALIAS-IX against its registry SLA target (WS-REGY-IX, when
      *> WRITE-ALIAS-BLOCK found an entry). At or above target is MET.
      *> The test cross-multiplies pass over pass-plus-fail against
      *> the target in whole hundredths of a percent, so 99.495%
      *> against a 99.50 target is a breach even though the report
      *> line rounds it up to 99.50.
      *> No registry entry, or no pass/fail attempts to compute a
      *> percentage from, leaves the alias unjudged rather than
      *> calling a silent month either way.
      *>------------------------------------------------------------------------
       JUDGE-ALIAS-SLA SECTION.
      *>------------------------------------------------------------------------
          IF NOT REGY-ENTRY-FOUND
             MOVE "  SLA TARGET    NONE - NO REGISTRY ENTRY, NOT JUDGED"
               TO AUDRPT-RECORD
             WRITE AUDRPT-RECORD
             ADD 1 TO WS-SLA-UNJUDGED-COUNT
             GO TO JUDGE-ALIAS-SLA-EX
          END-IF

          MOVE WS-RG-SLA-PCT(WS-REGY-IX) TO WS-RPT-SLA

          EVALUATE TRUE
             WHEN WS-AVAIL-DENOM = 0
                MOVE "NOT JUDGED - NO ATTEMPTS" TO WS-RPT-SLA-VERDICT
                ADD 1 TO WS-SLA-UNJUDGED-COUNT
             WHEN WS-AT-PASS(WS-ALIAS-IX) * 10000 >=
                  WS-RG-SLA-PCT(WS-REGY-IX) * 100 * WS-AVAIL-DENOM
                MOVE "MET" TO WS-RPT-SLA-VERDICT
                ADD 1 TO WS-SLA-MET-COUNT
             WHEN OTHER
                MOVE "BREACHED" TO WS-RPT-SLA-VERDICT
                ADD 1 TO WS-SLA-BREACHED-COUNT
          END-EVALUATE

          WRITE AUDRPT-RECORD FROM WS-RPT-SLA-LINE
          .
       JUDGE-ALIAS-SLA-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SQLC-LINE SECTION.
      *>------------------------------------------------------------------------
