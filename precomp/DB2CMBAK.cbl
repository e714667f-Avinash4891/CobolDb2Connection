      *>************************************************************************
      *>  DB2 CUSTOMER-MASTER FEED BACKOUT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CMBAK.cbl
      *>
      *> Purpose:      Reverses one feed run that DB2CMUPD applied to
      *>               APPDB.CUSTOMER_MASTER, from the before-image
      *>               journal (UPDJRNL, db2jrnl.cpy) - the way back
      *>               from a bad UPDTFILE that balanced to its trailer
      *>               and was committed, short of a DBA table restore.
      *>               This job:
      *>               - collects the journal records of the named feed
      *>                 run (header run date + target alias) that were
      *>                 actually committed: records a rollback or
      *>                 restart mark voided, or that no commit mark
      *>                 covers, never reached the table and are left
      *>                 alone; anything before an earlier backout mark
      *>                 has already been reversed
      *>               - reverses them newest first: an add is deleted,
      *>                 a change is put back to its before-image, a
      *>                 delete is reinserted from its before-image
      *>               - commits every COMMITN reversals and keeps a
      *>                 restart checkpoint (BAKCKPT) stamped with the
      *>                 feed run and target, the same discipline as
      *>                 DB2CMUPD's UPDCKPT - a rerun resumes after the
      *>                 last committed reversal
      *>               - marks the feed run backed out in UPDJRNL once
      *>                 every reversal is committed
      *>               - prints a report (BAKRPT) proving the reversals
      *>                 equal, in total and per action, what the
      *>                 journal shows the feed run applied
      *>               A reversal whose row has moved on since (a +100
      *>               on the delete/update, a -803 on the reinsert)
      *>               is a CONFLICT - listed on the report for a DBA
      *>               to resolve and the run carries on at RC 8. Any
      *>               other SQL error rolls back to the last commit
      *>               and stops at RC 12.
      *>
      *>               Control cards (BAKCTL): TARGET=<alias> (a
      *>               PARMFILE entry's alias or its PARM-2ND-DBALIAS
      *>               DR alias) and RUNDATE=<feed header run date, 26
      *>               characters as printed on UPDRPT/UPDJRNL> are
      *>               required; COMMITN=<n> overrides the commit
      *>               interval (default 500).
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - A backout mark that cannot be written leaves the
      *>              checkpoint past the last reversal instead of
      *>              clearing it; a failed final commit reports only
      *>              the reversals committed before it.
      *>            - TARGET= also matches a PARM-2ND-DBALIAS DR alias,
      *>              connecting with its PARM-2ND-* credentials, so a
      *>              feed applied to the DR site can be backed out.
      *>            - A backout that cannot connect prints its verdict
      *>              and reason on BAKRPT; the journal table scans no
      *>              longer touch an entry at index 0.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CMBAK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAKCTL ASSIGN TO "BAKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT UPDJRNL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BAKCKPT ASSIGN TO "BAKCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT BAKRPT ASSIGN TO "BAKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAKRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAKCTL
           RECORDING MODE IS F.
       01  CTL-RECORD                 PIC X(80).

       FD  UPDJRNL
           RECORDING MODE IS F.
       COPY "db2jrnl.cpy".

       FD  PARMFILE
           RECORDING MODE IS F.
       COPY "db2parm.cpy".

      *> restart control record - how many journal records, counted
      *> from the newest, are covered by the last commit, and the
      *> reversal tallies as of that commit, stamped with the feed run
      *> and target so a checkpoint left by another backout is never
      *> honored for this one
       FD  BAKCKPT
           RECORDING MODE IS F.
       01  BAKCKPT-RECORD.
           05 BCKPT-DONE-COUNT        PIC 9(9).
           05 BCKPT-RUN-DATE          PIC X(26).
           05 BCKPT-TARGET-ALIAS      PIC X(9).
           05 BCKPT-REV-INS           PIC 9(9).
           05 BCKPT-REV-UPD           PIC 9(9).
           05 BCKPT-REV-DEL           PIC 9(9).
           05 BCKPT-CONFLICT-COUNT    PIC 9(9).

       FD  BAKRPT
           RECORDING MODE IS F.
       01  BAKRPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 CTL-FILE-OK              VALUE "00".
           88 CTL-FILE-EOF             VALUE "10".

       01  WS-JRNL-FILE-STATUS         PIC X(2).
           88 JRNL-FILE-OK             VALUE "00".
           88 JRNL-FILE-EOF            VALUE "10".
           88 JRNL-FILE-NOT-FOUND      VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC X(2).
           88 PARM-FILE-OK             VALUE "00".

       01  WS-CKPT-FILE-STATUS         PIC X(2).
           88 CKPT-FILE-OK             VALUE "00".

       01  WS-BAKRPT-FILE-STATUS       PIC X(2).
           88 BAKRPT-FILE-OK           VALUE "00".

       01  WS-MORE-CTL                 PIC X VALUE 'Y'.
       01  WS-MORE-JRNL                PIC X VALUE 'Y'.
       01  WS-MORE-PARM                PIC X VALUE 'Y'.

      *> run controls off the BAKCTL cards
       01  WS-TARGET-ALIAS             PIC X(9) VALUE SPACES.
       01  WS-FEED-RUN-DATE            PIC X(26) VALUE SPACES.
       01  WS-COMMIT-INTERVAL          PIC 9(5) COMP-5 VALUE 500.

       01  WS-PARM-ALIAS-FOUND         PIC X VALUE 'N'.
           88 PARM-ALIAS-FOUND         VALUE 'Y'.

      *> the feed run's committed journal records, oldest first, as
      *> they stand at end of journal - reversed from the top down
       01  WS-JRNL-TABLE.
           05 WS-JTAB-MAX              PIC 9(5) COMP-5 VALUE 50000.
           05 WS-JTAB-COUNT            PIC 9(5) COMP-5 VALUE 0.
           05 WS-JTAB-ENTRY OCCURS 50000 TIMES.
              10 WS-JT-DETAIL-SEQ      PIC 9(9) COMP-5.
              10 WS-JT-ACTION          PIC X(1).
              10 WS-JT-CUST-ID         PIC 9(9).
              10 WS-JT-BEFORE-NAME     PIC X(30).
              10 WS-JT-BEFORE-STATUS   PIC X(1).
              10 WS-JT-COMMITTED       PIC X.
                 88 JT-COMMITTED       VALUE 'Y'.

       01  WS-JTAB-IX                  PIC 9(5) COMP-5.
       01  WS-CUR-IX                   PIC 9(5) COMP-5.
       01  WS-KEEP-COUNT               PIC 9(5) COMP-5.
       01  WS-SCAN-STOP                PIC X VALUE 'N'.
           88 SCAN-STOPPED             VALUE 'Y'.
       01  WS-VOID-ABOVE-SEQ           PIC 9(9) COMP-5.
       01  WS-JRNL-READ-COUNT          PIC 9(9) COMP-5 VALUE 0.

      *> set when the journal could not be read to its end, or the
      *> feed run will not fit the table - nothing is reversed from
      *> a partial picture of what was applied
       01  WS-JRNL-LOAD-BROKEN         PIC X VALUE 'N'.
           88 JRNL-LOAD-BROKEN         VALUE 'Y'.
       01  WS-BACKOUT-MARK-SEEN        PIC X VALUE 'N'.
           88 BACKOUT-MARK-SEEN        VALUE 'Y'.
       01  WS-BACKOUT-MARK-WRITTEN     PIC X VALUE 'N'.
           88 BACKOUT-MARK-WRITTEN     VALUE 'Y'.

      *> what the journal shows the feed run applied - the figures
      *> the backout has to match
       01  WS-ORIG-INS                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-ORIG-UPD                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-ORIG-DEL                 PIC 9(9) COMP-5 VALUE 0.

      *> backout state - position counted from the newest record, the
      *> resume position read from BAKCKPT, and the position and
      *> tallies covered by the last commit
       01  WS-DONE-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUME-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-COMMITTED-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-SINCE-COMMIT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(9) COMP-5 VALUE 0.

      *> reversals by the ORIGINAL action they undo, and conflicts
       01  WS-REV-INS                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-REV-UPD                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-REV-DEL                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01  WS-COMMITTED-REV-INS        PIC 9(9) COMP-5 VALUE 0.
       01  WS-COMMITTED-REV-UPD        PIC 9(9) COMP-5 VALUE 0.
       01  WS-COMMITTED-REV-DEL        PIC 9(9) COMP-5 VALUE 0.
       01  WS-COMMITTED-CONFLICTS      PIC 9(9) COMP-5 VALUE 0.
       01  WS-CONFLICT-REASON          PIC X(30).

      *> set on the first SQL error that is not a conflict - the
      *> backout stops, the uncommitted work is rolled back, and the
      *> checkpoint is left at the last committed position
       01  WS-BACKOUT-BROKEN           PIC X VALUE 'N'.
           88 BACKOUT-BROKEN           VALUE 'Y'.

      *> why the connection to the target could not be made, for the
      *> BAKRPT verdict
       01  WS-CONNECT-FAIL-REASON      PIC X(22) VALUE SPACES.

      *> credential vault lookup controls, same shape as DB2CONN
       01  WS-VAULT-LOOKUP-KEY         PIC X(9).
       01  WS-VAULT-STATUS-CODE        PIC S9(9) COMP-5.

       01  SQLDA-ID pic 9(4) comp-5.
       01  SQLDSIZE pic 9(4) comp-5.
       01  SQL-STMT-ID pic 9(4) comp-5.
       01  SQLVAR-INDEX pic 9(4) comp-5.
       01  SQL-DATA-TYPE pic 9(4) comp-5.
       01  SQL-HOST-VAR-LENGTH pic 9(9) comp-5.
       01  SQL-CALL-TYPE pic 9(4) comp-5.
       01  SQL-SECTIONUMBER pic 9(4) comp-5.
       01  SQL-INPUT-SQLDA-ID pic 9(4) comp-5.
       01  SQL-OUTPUT-SQLDA-ID pic 9(4) comp-5.
       COPY "db2pid.cpy".

      *> SQL communication area
       COPY "sqlca.cpy".

      *> SQL status
       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.
          88 SQL-STATUS-DUP            VALUE -803.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01 WS-BATCH-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.

      *> connect fields with variable length, bound by DB2CONNS
       01 HV-DBALIAS.
          49 HV-DBALIAS-LEN            PIC S9(4) COMP-5.
          49 HV-DBALIAS-BUF            PIC X(9).
       01 HV-USERID.
          49 HV-USERID-LEN             PIC S9(4) COMP-5.
          49 HV-USERID-BUF             PIC X(20).
       01 HV-PSWD.
          49 HV-PSWD-LEN               PIC S9(4) COMP-5.
          49 HV-PSWD-BUF               PIC X(20).

      *> host variables for the CUSTOMER_MASTER reversals
       01 HV-CUST-ID                   PIC S9(9) COMP-5.
       01 HV-CUST-NAME                 PIC X(30).
       01 HV-CUST-STATUS               PIC X(1).

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "CUSTOMER-MASTER FEED BACKOUT REPORT  RUN  ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-RPT-TARGET-LINE.
           05 FILLER                   PIC X(11) VALUE "TARGET     ".
           05 WS-RPT-TARGET            PIC X(9).
           05 FILLER                   PIC X(17) VALUE
              "  FEED RUN DATE  ".
           05 WS-RPT-RUN-DATE          PIC X(26).
           05 FILLER                   PIC X(17) VALUE SPACES.
       01  WS-RPT-CONFLICT-LINE.
           05 FILLER                   PIC X(14) VALUE "  CONFLICT    ".
           05 WS-RPT-CFL-SEQ           PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(10) VALUE "  CUST-ID ".
           05 WS-RPT-CFL-CUST-ID       PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-CFL-REASON        PIC X(30).
           05 FILLER                   PIC X(6)  VALUE SPACES.
       01  WS-RPT-ORIG-LINE.
           05 FILLER                   PIC X(14) VALUE "FEED APPLIED  ".
           05 WS-RPT-ORIG-TOTAL        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  INS  ".
           05 WS-RPT-ORIG-INS          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  UPD  ".
           05 WS-RPT-ORIG-UPD          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  DLT  ".
           05 WS-RPT-ORIG-DEL          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-RPT-REV-LINE.
           05 FILLER                   PIC X(14) VALUE "BACKED OUT    ".
           05 WS-RPT-REV-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  INS  ".
           05 WS-RPT-REV-INS           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  UPD  ".
           05 WS-RPT-REV-UPD           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  DLT  ".
           05 WS-RPT-REV-DEL           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-RPT-CFL-TOTAL-LINE.
           05 FILLER                   PIC X(14) VALUE "CONFLICTS     ".
           05 WS-RPT-CONFLICTS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(21) VALUE
              "  RESUMED-PAST       ".
           05 WS-RPT-SKIPPED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(23) VALUE SPACES.
       01  WS-RPT-VERDICT-LINE.
           05 FILLER                   PIC X(15) VALUE
              "RECONCILIATION ".
           05 WS-RPT-VERDICT           PIC X(50).
           05 FILLER                   PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CMBAK SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CUSTOMER-MASTER FEED BACKOUT MODULE"

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EX

           PERFORM OPEN-BACKOUT-REPORT THRU OPEN-BACKOUT-REPORT-EX

           PERFORM LOAD-JOURNAL-TABLE THRU LOAD-JOURNAL-TABLE-EX

           IF JRNL-LOAD-BROKEN
              DISPLAY "*** UPDJRNL NOT FULLY LOADED - NOTHING BACKED"
               " OUT"
              MOVE "*** JOURNAL NOT FULLY LOADED - NOTHING BACKED OUT"
                TO WS-RPT-VERDICT
              WRITE BAKRPT-RECORD FROM WS-RPT-VERDICT-LINE
              CLOSE BAKRPT
              MOVE 12 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-JTAB-COUNT = 0
              IF BACKOUT-MARK-SEEN
                 DISPLAY "WARNING - FEED RUN ALREADY BACKED OUT -"
                  " NOTHING LEFT TO REVERSE"
                 MOVE "FEED RUN ALREADY BACKED OUT - NOTHING TO DO"
                   TO WS-RPT-VERDICT
                 IF WS-BATCH-RETURN-CODE < 4
                    MOVE 4 TO WS-BATCH-RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY "*** NO COMMITTED JOURNAL RECORDS FOR FEED"
                  " RUN " WS-FEED-RUN-DATE " ON " WS-TARGET-ALIAS
                 MOVE "*** NO COMMITTED JOURNAL RECORDS FOR FEED RUN"
                   TO WS-RPT-VERDICT
                 IF WS-BATCH-RETURN-CODE < 8
                    MOVE 8 TO WS-BATCH-RETURN-CODE
                 END-IF
              END-IF
              WRITE BAKRPT-RECORD FROM WS-RPT-VERDICT-LINE
              CLOSE BAKRPT
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM READ-BACKOUT-CKPT THRU READ-BACKOUT-CKPT-EX

           PERFORM CONNECT-TO-TARGET THRU CONNECT-TO-TARGET-EX
           IF BACKOUT-BROKEN
              MOVE SPACES TO WS-RPT-VERDICT
              STRING "*** BACKOUT NOT PERFORMED - "
                     WS-CONNECT-FAIL-REASON
                 DELIMITED BY SIZE INTO WS-RPT-VERDICT
              WRITE BAKRPT-RECORD FROM WS-RPT-VERDICT-LINE
              CLOSE BAKRPT
              MOVE 12 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-JTAB-COUNT TO WS-JTAB-IX
           PERFORM BACKOUT-ONE-ENTRY THRU BACKOUT-ONE-ENTRY-EX
              UNTIL WS-JTAB-IX < 1
                 OR BACKOUT-BROKEN

           IF BACKOUT-BROKEN
              PERFORM ROLLBACK-WORK THRU ROLLBACK-WORK-EX
              MOVE WS-COMMITTED-REV-INS TO WS-REV-INS
              MOVE WS-COMMITTED-REV-UPD TO WS-REV-UPD
              MOVE WS-COMMITTED-REV-DEL TO WS-REV-DEL
              MOVE WS-COMMITTED-CONFLICTS TO WS-CONFLICT-COUNT
              PERFORM UPDATE-BACKOUT-CKPT THRU UPDATE-BACKOUT-CKPT-EX
              DISPLAY "*** BACKOUT STOPPED AFTER " WS-COMMITTED-COUNT
               " COMMITTED REVERSAL(S) - RERUN RESUMES THERE"
              MOVE 12 TO WS-BATCH-RETURN-CODE
           ELSE
              PERFORM COMMIT-WORK THRU COMMIT-WORK-EX
              IF BACKOUT-BROKEN
                 MOVE WS-COMMITTED-REV-INS TO WS-REV-INS
                 MOVE WS-COMMITTED-REV-UPD TO WS-REV-UPD
                 MOVE WS-COMMITTED-REV-DEL TO WS-REV-DEL
                 MOVE WS-COMMITTED-CONFLICTS TO WS-CONFLICT-COUNT
                 PERFORM UPDATE-BACKOUT-CKPT
                    THRU UPDATE-BACKOUT-CKPT-EX
                 MOVE 12 TO WS-BATCH-RETURN-CODE
              ELSE
                 MOVE WS-DONE-COUNT TO WS-COMMITTED-COUNT
                 PERFORM WRITE-BACKOUT-MARK THRU WRITE-BACKOUT-MARK-EX
      *> every reversal is committed either way - without the X mark
      *> the checkpoint is left past the end, so a rerun reverses
      *> nothing a second time and only lays the mark down
                 IF BACKOUT-MARK-WRITTEN
                    PERFORM CLEAR-BACKOUT-CKPT
                       THRU CLEAR-BACKOUT-CKPT-EX
                 ELSE
                    MOVE WS-JTAB-COUNT TO WS-COMMITTED-COUNT
                    MOVE WS-REV-INS TO WS-COMMITTED-REV-INS
                    MOVE WS-REV-UPD TO WS-COMMITTED-REV-UPD
                    MOVE WS-REV-DEL TO WS-COMMITTED-REV-DEL
                    MOVE WS-CONFLICT-COUNT TO WS-COMMITTED-CONFLICTS
                    PERFORM UPDATE-BACKOUT-CKPT
                       THRU UPDATE-BACKOUT-CKPT-EX
                    MOVE 12 TO WS-BATCH-RETURN-CODE
                 END-IF
              END-IF
           END-IF

           PERFORM CONNECT-RESET THRU CONNECT-RESET-EX

           PERFORM WRITE-BACKOUT-SUMMARY THRU WRITE-BACKOUT-SUMMARY-EX

           IF WS-CONFLICT-COUNT > 0
              DISPLAY "WARNING - " WS-CONFLICT-COUNT " REVERSAL(S) IN"
               " CONFLICT - SEE BAKRPT, RESOLVE BY HAND"
              IF WS-BATCH-RETURN-CODE < 8
                 MOVE 8 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

           DISPLAY "BACKOUT SUMMARY - JOURNALED=" WS-JTAB-COUNT
            " DELETED=" WS-REV-INS " RESTORED=" WS-REV-UPD
            " REINSERTED=" WS-REV-DEL " CONFLICTS=" WS-CONFLICT-COUNT
            " RESUMED-PAST=" WS-SKIPPED-COUNT

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CUSTOMER-MASTER FEED BACKOUT MODULE"
            " - RC=" RETURN-CODE
           GOBACK
          .
       MAIN-DB2CMBAK-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads the BAKCTL run control cards - keyword=value, one per
      *> card, '*' in column 1 for comments, same card grammar as
      *> DB2CMUPD's UPDCTL. TARGET= and RUNDATE= are both required;
      *> a backout must name exactly one feed run.
      *>------------------------------------------------------------------------
       READ-CONTROL-CARDS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT BAKCTL

          IF NOT CTL-FILE-OK
             DISPLAY "*** BAKCTL NOT AVAILABLE, STATUS="
              WS-CTL-FILE-STATUS " - TARGET= AND RUNDATE= ARE REQUIRED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE 'Y' TO WS-MORE-CTL
          PERFORM PARSE-CONTROL-CARD THRU PARSE-CONTROL-CARD-EX
             UNTIL WS-MORE-CTL = 'N'

          CLOSE BAKCTL

          IF WS-TARGET-ALIAS = SPACES OR WS-FEED-RUN-DATE = SPACES
             DISPLAY "*** BAKCTL NEEDS BOTH A TARGET= AND A RUNDATE="
              " CARD - NO FEED RUN TO BACK OUT"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF
          .
       READ-CONTROL-CARDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-CONTROL-CARD SECTION.
      *>------------------------------------------------------------------------
          READ BAKCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-EOF
                DISPLAY "WARNING - BAKCTL READ FAILED, STATUS="
                 WS-CTL-FILE-STATUS " - REMAINING CARDS IGNORED"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-CTL
             GO TO PARSE-CONTROL-CARD-EX
          END-IF

          IF CTL-RECORD = SPACES OR CTL-RECORD(1:1) = "*"
             GO TO PARSE-CONTROL-CARD-EX
          END-IF

          EVALUATE TRUE
             WHEN CTL-RECORD(1:7) = "TARGET="
                IF CTL-RECORD(8:9) = SPACES
                   DISPLAY "WARNING - BAD TARGET CARD: "
                    CTL-RECORD(1:20)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                ELSE
                   MOVE CTL-RECORD(8:9) TO WS-TARGET-ALIAS
                   DISPLAY "CONTROL CARD - BACKOUT TARGET "
                    WS-TARGET-ALIAS
                END-IF
             WHEN CTL-RECORD(1:8) = "RUNDATE="
                IF CTL-RECORD(9:26) = SPACES
                   DISPLAY "WARNING - BAD RUNDATE CARD: "
                    CTL-RECORD(1:20)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                ELSE
                   MOVE CTL-RECORD(9:26) TO WS-FEED-RUN-DATE
                   DISPLAY "CONTROL CARD - FEED RUN " WS-FEED-RUN-DATE
                END-IF
             WHEN CTL-RECORD(1:8) = "COMMITN="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(9:5)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(9:5)) > 0
                   COMPUTE WS-COMMIT-INTERVAL =
                      FUNCTION NUMVAL(CTL-RECORD(9:5))
                   DISPLAY "CONTROL CARD - COMMIT EVERY "
                    WS-COMMIT-INTERVAL " REVERSAL(S)"
                ELSE
                   DISPLAY "WARNING - BAD COMMITN CARD: "
                    CTL-RECORD(1:20)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             WHEN OTHER
                DISPLAY "WARNING - UNRECOGNIZED CONTROL CARD: "
                 CTL-RECORD(1:40)
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
          END-EVALUATE
          .
       PARSE-CONTROL-CARD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-BACKOUT-REPORT SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT BAKRPT
          IF NOT BAKRPT-FILE-OK
             DISPLAY "*** UNABLE TO OPEN BAKRPT, STATUS="
              WS-BAKRPT-FILE-STATUS " - NO BACKOUT WITHOUT ITS PROOF"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
          WRITE BAKRPT-RECORD FROM WS-RPT-HEADER
          MOVE SPACES TO BAKRPT-RECORD
          WRITE BAKRPT-RECORD

          MOVE WS-TARGET-ALIAS TO WS-RPT-TARGET
          MOVE WS-FEED-RUN-DATE TO WS-RPT-RUN-DATE
          WRITE BAKRPT-RECORD FROM WS-RPT-TARGET-LINE
          MOVE SPACES TO BAKRPT-RECORD
          WRITE BAKRPT-RECORD
          .
       OPEN-BACKOUT-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> One pass over the journal, keeping the named feed run's
      *> records and applying its marks in the order DB2CMUPD wrote
      *> them: a commit mark confirms the records it covers, a
      *> rollback/restart mark voids the unconfirmed ones above its
      *> position, a backout mark retires everything before it.
      *> Whatever is still unconfirmed at end of journal never
      *> reached the table.
      *>------------------------------------------------------------------------
       LOAD-JOURNAL-TABLE SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT UPDJRNL

          IF NOT JRNL-FILE-OK
             IF JRNL-FILE-NOT-FOUND
                DISPLAY "UPDJRNL NOT FOUND - NOTHING HAS BEEN JOURNALED"
             ELSE
                DISPLAY "*** UNABLE TO OPEN UPDJRNL, STATUS="
                 WS-JRNL-FILE-STATUS
                MOVE 'Y' TO WS-JRNL-LOAD-BROKEN
             END-IF
             GO TO LOAD-JOURNAL-TABLE-EX
          END-IF

          MOVE 'Y' TO WS-MORE-JRNL
          PERFORM LOAD-ONE-JOURNAL-RECORD
             THRU LOAD-ONE-JOURNAL-RECORD-EX
             UNTIL WS-MORE-JRNL = 'N'

          CLOSE UPDJRNL

          IF JRNL-LOAD-BROKEN
             GO TO LOAD-JOURNAL-TABLE-EX
          END-IF

          MOVE 0 TO WS-VOID-ABOVE-SEQ
          PERFORM VOID-UNCOMMITTED-ENTRIES
             THRU VOID-UNCOMMITTED-ENTRIES-EX

          PERFORM VARYING WS-JTAB-IX FROM 1 BY 1
                  UNTIL WS-JTAB-IX > WS-JTAB-COUNT
             EVALUATE WS-JT-ACTION(WS-JTAB-IX)
                WHEN "A"
                   ADD 1 TO WS-ORIG-INS
                WHEN "C"
                   ADD 1 TO WS-ORIG-UPD
                WHEN "D"
                   ADD 1 TO WS-ORIG-DEL
             END-EVALUATE
          END-PERFORM

          DISPLAY "JOURNAL READ - " WS-JRNL-READ-COUNT " RECORD(S), "
           WS-JTAB-COUNT " COMMITTED CHANGE(S) FOR THIS FEED RUN"
          .
       LOAD-JOURNAL-TABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-JOURNAL-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ UPDJRNL

          IF NOT JRNL-FILE-OK
             IF NOT JRNL-FILE-EOF
                DISPLAY "*** UPDJRNL READ FAILED, STATUS="
                 WS-JRNL-FILE-STATUS " AFTER " WS-JRNL-READ-COUNT
                 " RECORD(S)"
                MOVE 'Y' TO WS-JRNL-LOAD-BROKEN
             END-IF
             MOVE 'N' TO WS-MORE-JRNL
             GO TO LOAD-ONE-JOURNAL-RECORD-EX
          END-IF

          ADD 1 TO WS-JRNL-READ-COUNT

          IF JRNL-FEED-RUN-DATE NOT = WS-FEED-RUN-DATE
           OR JRNL-TARGET-ALIAS NOT = WS-TARGET-ALIAS
             GO TO LOAD-ONE-JOURNAL-RECORD-EX
          END-IF

          EVALUATE TRUE
             WHEN JRNL-IMAGE
                IF WS-JTAB-COUNT >= WS-JTAB-MAX
                   DISPLAY "*** JOURNAL TABLE FULL AT " WS-JTAB-MAX
                    " CHANGES (RAISE WS-JTAB-MAX)"
                   MOVE 'Y' TO WS-JRNL-LOAD-BROKEN
                   MOVE 'N' TO WS-MORE-JRNL
                   GO TO LOAD-ONE-JOURNAL-RECORD-EX
                END-IF
                ADD 1 TO WS-JTAB-COUNT
                MOVE WS-JTAB-COUNT TO WS-JTAB-IX
                MOVE JRNL-DETAIL-SEQ TO WS-JT-DETAIL-SEQ(WS-JTAB-IX)
                MOVE JRNL-ACTION TO WS-JT-ACTION(WS-JTAB-IX)
                MOVE JRNL-CUST-ID TO WS-JT-CUST-ID(WS-JTAB-IX)
                MOVE JRNL-BEFORE-NAME TO WS-JT-BEFORE-NAME(WS-JTAB-IX)
                MOVE JRNL-BEFORE-STATUS
                  TO WS-JT-BEFORE-STATUS(WS-JTAB-IX)
                MOVE 'N' TO WS-JT-COMMITTED(WS-JTAB-IX)
             WHEN JRNL-COMMIT-MARK
      *> unconfirmed records all sit at the end of the table - the
      *> scan stops at the first confirmed one, tested inside the loop
      *> so no entry is ever looked at below index 1
                MOVE 'N' TO WS-SCAN-STOP
                PERFORM VARYING WS-JTAB-IX FROM WS-JTAB-COUNT BY -1
                        UNTIL WS-JTAB-IX < 1
                           OR SCAN-STOPPED
                   IF JT-COMMITTED(WS-JTAB-IX)
                      MOVE 'Y' TO WS-SCAN-STOP
                   ELSE
                      IF WS-JT-DETAIL-SEQ(WS-JTAB-IX)
                         <= JRNL-DETAIL-SEQ
                         MOVE 'Y' TO WS-JT-COMMITTED(WS-JTAB-IX)
                      END-IF
                   END-IF
                END-PERFORM
             WHEN JRNL-ROLLBACK-MARK
                MOVE JRNL-DETAIL-SEQ TO WS-VOID-ABOVE-SEQ
                PERFORM VOID-UNCOMMITTED-ENTRIES
                   THRU VOID-UNCOMMITTED-ENTRIES-EX
             WHEN JRNL-BACKOUT-MARK
                MOVE 0 TO WS-JTAB-COUNT
                MOVE 'Y' TO WS-BACKOUT-MARK-SEEN
          END-EVALUATE
          .
       LOAD-ONE-JOURNAL-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Drops the unconfirmed records above WS-VOID-ABOVE-SEQ from the
      *> end of the table - they were rolled back, or never committed.
      *>------------------------------------------------------------------------
       VOID-UNCOMMITTED-ENTRIES SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-KEEP-COUNT
          MOVE 'N' TO WS-SCAN-STOP
          PERFORM VARYING WS-JTAB-IX FROM WS-JTAB-COUNT BY -1
                  UNTIL WS-JTAB-IX < 1
                     OR SCAN-STOPPED
             IF JT-COMMITTED(WS-JTAB-IX)
              OR WS-JT-DETAIL-SEQ(WS-JTAB-IX) <= WS-VOID-ABOVE-SEQ
                MOVE WS-JTAB-IX TO WS-KEEP-COUNT
                MOVE 'Y' TO WS-SCAN-STOP
             END-IF
          END-PERFORM

          MOVE WS-KEEP-COUNT TO WS-JTAB-COUNT
          .
       VOID-UNCOMMITTED-ENTRIES-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads the restart checkpoint. Only a checkpoint stamped with
      *> THIS feed run and target is honored; one left by another
      *> backout is reported and ignored.
      *>------------------------------------------------------------------------
       READ-BACKOUT-CKPT SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT BAKCKPT

          IF CKPT-FILE-OK
             READ BAKCKPT
             IF CKPT-FILE-OK AND BCKPT-DONE-COUNT NUMERIC
              AND BCKPT-DONE-COUNT > 0
                IF BCKPT-RUN-DATE = WS-FEED-RUN-DATE
                 AND BCKPT-TARGET-ALIAS = WS-TARGET-ALIAS
                   MOVE BCKPT-DONE-COUNT TO WS-RESUME-COUNT
                   MOVE BCKPT-DONE-COUNT TO WS-COMMITTED-COUNT
                   MOVE BCKPT-REV-INS TO WS-REV-INS
                   MOVE BCKPT-REV-UPD TO WS-REV-UPD
                   MOVE BCKPT-REV-DEL TO WS-REV-DEL
                   MOVE BCKPT-CONFLICT-COUNT TO WS-CONFLICT-COUNT
                   MOVE WS-REV-INS TO WS-COMMITTED-REV-INS
                   MOVE WS-REV-UPD TO WS-COMMITTED-REV-UPD
                   MOVE WS-REV-DEL TO WS-COMMITTED-REV-DEL
                   MOVE WS-CONFLICT-COUNT TO WS-COMMITTED-CONFLICTS
                   DISPLAY "RESTART CHECKPOINT FOUND - RESUMING"
                    " AFTER REVERSAL " WS-RESUME-COUNT
                ELSE
                   DISPLAY "WARNING - CHECKPOINT BELONGS TO A"
                    " DIFFERENT BACKOUT - IGNORED, REVERSING FROM"
                    " THE NEWEST CHANGE"
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             END-IF
             CLOSE BAKCKPT
          END-IF
          .
       READ-BACKOUT-CKPT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-BACKOUT-CKPT SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-COMMITTED-COUNT TO BCKPT-DONE-COUNT
          MOVE WS-FEED-RUN-DATE TO BCKPT-RUN-DATE
          MOVE WS-TARGET-ALIAS TO BCKPT-TARGET-ALIAS
          MOVE WS-COMMITTED-REV-INS TO BCKPT-REV-INS
          MOVE WS-COMMITTED-REV-UPD TO BCKPT-REV-UPD
          MOVE WS-COMMITTED-REV-DEL TO BCKPT-REV-DEL
          MOVE WS-COMMITTED-CONFLICTS TO BCKPT-CONFLICT-COUNT
          OPEN OUTPUT BAKCKPT
          IF NOT CKPT-FILE-OK
             DISPLAY "WARNING - UNABLE TO OPEN BAKCKPT, STATUS="
              WS-CKPT-FILE-STATUS " - RESTART CHECKPOINT NOT UPDATED"
          ELSE
             WRITE BAKCKPT-RECORD
             IF NOT CKPT-FILE-OK
                DISPLAY "WARNING - UNABLE TO WRITE BAKCKPT, STATUS="
                 WS-CKPT-FILE-STATUS
                 " - RESTART CHECKPOINT NOT UPDATED"
             END-IF
             CLOSE BAKCKPT
          END-IF
          .
       UPDATE-BACKOUT-CKPT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLEAR-BACKOUT-CKPT SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO BCKPT-DONE-COUNT
          MOVE SPACES TO BCKPT-RUN-DATE
          MOVE SPACES TO BCKPT-TARGET-ALIAS
          MOVE 0 TO BCKPT-REV-INS
          MOVE 0 TO BCKPT-REV-UPD
          MOVE 0 TO BCKPT-REV-DEL
          MOVE 0 TO BCKPT-CONFLICT-COUNT
          OPEN OUTPUT BAKCKPT
          IF NOT CKPT-FILE-OK
             DISPLAY "WARNING - UNABLE TO OPEN BAKCKPT, STATUS="
              WS-CKPT-FILE-STATUS " - RESTART CHECKPOINT NOT CLEARED"
          ELSE
             WRITE BAKCKPT-RECORD
             IF NOT CKPT-FILE-OK
                DISPLAY "WARNING - UNABLE TO WRITE BAKCKPT, STATUS="
                 WS-CKPT-FILE-STATUS
                 " - RESTART CHECKPOINT NOT CLEARED"
             END-IF
             CLOSE BAKCKPT
          END-IF
          .
       CLEAR-BACKOUT-CKPT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Resolves the target's PARMFILE entry and vaulted credential
      *> and connects through DB2CONNS, exactly as DB2CMUPD does.
      *>------------------------------------------------------------------------
       CONNECT-TO-TARGET SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-PARM-ALIAS-FOUND

          OPEN INPUT PARMFILE
          IF NOT PARM-FILE-OK
             DISPLAY "*** PARMFILE NOT AVAILABLE, STATUS="
              WS-PARM-FILE-STATUS
             MOVE "PARMFILE NOT AVAILABLE" TO WS-CONNECT-FAIL-REASON
             MOVE 'Y' TO WS-BACKOUT-BROKEN
             GO TO CONNECT-TO-TARGET-EX
          END-IF

          MOVE 'Y' TO WS-MORE-PARM
          PERFORM SCAN-ONE-PARM-ENTRY THRU SCAN-ONE-PARM-ENTRY-EX
             UNTIL WS-MORE-PARM = 'N'
          CLOSE PARMFILE

          IF NOT PARM-ALIAS-FOUND
             DISPLAY "*** BACKOUT TARGET " WS-TARGET-ALIAS
              " NOT IN PARMFILE"
             MOVE "TARGET NOT IN PARMFILE" TO WS-CONNECT-FAIL-REASON
             MOVE 'Y' TO WS-BACKOUT-BROKEN
             GO TO CONNECT-TO-TARGET-EX
          END-IF

          CALL "DB2VAULT" USING WS-VAULT-LOOKUP-KEY
                                 HV-PSWD
                                 WS-VAULT-STATUS-CODE
          IF WS-VAULT-STATUS-CODE NOT = 0
             DISPLAY "*** NO VAULT ENTRY FOR KEY " WS-VAULT-LOOKUP-KEY
             MOVE "NO VAULT ENTRY" TO WS-CONNECT-FAIL-REASON
             MOVE 'Y' TO WS-BACKOUT-BROKEN
             GO TO CONNECT-TO-TARGET-EX
          END-IF

          MOVE FUNCTION STORED-CHAR-LENGTH(HV-DBALIAS-BUF)
            TO HV-DBALIAS-LEN
          MOVE FUNCTION STORED-CHAR-LENGTH(HV-USERID-BUF)
            TO HV-USERID-LEN
          MOVE "DB2CMBAK" TO SQL-PART8
          MOVE HV-USERID-BUF TO SQL-PART5

          DISPLAY "INITIATING CONNECTION REQUEST WITH " HV-DBALIAS-BUF
          CALL "DB2CONNS" USING HV-DBALIAS
                                 HV-USERID
                                 HV-PSWD
                                 SQLCA
                                 WS-SQL-STATUS
          IF NOT SQL-STATUS-OK
             DISPLAY "*** BACKOUT TARGET CONNECT SQLCODE=" SQLCODE
             MOVE "TARGET CONNECT FAILED" TO WS-CONNECT-FAIL-REASON
             MOVE 'Y' TO WS-BACKOUT-BROKEN
          END-IF
          .
       CONNECT-TO-TARGET-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-PARM-ENTRY SECTION.
      *>------------------------------------------------------------------------
          READ PARMFILE

          IF NOT PARM-FILE-OK
             MOVE 'N' TO WS-MORE-PARM
             GO TO SCAN-ONE-PARM-ENTRY-EX
          END-IF

          IF PARM-DBALIAS = WS-TARGET-ALIAS
             MOVE 'Y' TO WS-PARM-ALIAS-FOUND
             MOVE PARM-DBALIAS TO HV-DBALIAS-BUF
             MOVE PARM-USERID TO HV-USERID-BUF
             MOVE PARM-VAULT-KEY TO WS-VAULT-LOOKUP-KEY
             MOVE 'N' TO WS-MORE-PARM
             GO TO SCAN-ONE-PARM-ENTRY-EX
          END-IF

      *> a DR alias is carried as the PARM-2ND-* half of its primary's
      *> entry, with its own credentials - the same match DB2CMUPD
      *> makes, so a feed applied to the DR site can be backed out
          IF PARM-2ND-DBALIAS NOT = SPACES
             AND PARM-2ND-DBALIAS = WS-TARGET-ALIAS
             MOVE 'Y' TO WS-PARM-ALIAS-FOUND
             MOVE PARM-2ND-DBALIAS TO HV-DBALIAS-BUF
             MOVE PARM-2ND-USERID TO HV-USERID-BUF
             MOVE PARM-2ND-VAULT-KEY TO WS-VAULT-LOOKUP-KEY
             MOVE 'N' TO WS-MORE-PARM
          END-IF
          .
       SCAN-ONE-PARM-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reverses the journal record at WS-JTAB-IX, stepping the index
      *> on to the next older one first. Records already reversed and
      *> committed by an interrupted run are stepped over, not
      *> reversed twice.
      *>------------------------------------------------------------------------
       BACKOUT-ONE-ENTRY SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-JTAB-IX TO WS-CUR-IX
          SUBTRACT 1 FROM WS-JTAB-IX
          ADD 1 TO WS-DONE-COUNT

          IF WS-DONE-COUNT <= WS-RESUME-COUNT
             ADD 1 TO WS-SKIPPED-COUNT
             GO TO BACKOUT-ONE-ENTRY-EX
          END-IF

          MOVE WS-JT-CUST-ID(WS-CUR-IX) TO HV-CUST-ID
          MOVE WS-JT-BEFORE-NAME(WS-CUR-IX) TO HV-CUST-NAME
          MOVE WS-JT-BEFORE-STATUS(WS-CUR-IX) TO HV-CUST-STATUS
          MOVE SPACES TO WS-CONFLICT-REASON

          EVALUATE WS-JT-ACTION(WS-CUR-IX)
             WHEN "A"
                PERFORM DELETE-CUSTOMER-ROW
                   THRU DELETE-CUSTOMER-ROW-EX
                IF SQL-STATUS-OK
                   ADD 1 TO WS-REV-INS
                END-IF
                IF SQL-STATUS-NOT-FOUND
                   MOVE "ADDED ROW NO LONGER THERE"
                     TO WS-CONFLICT-REASON
                END-IF
             WHEN "C"
                PERFORM UPDATE-CUSTOMER-ROW
                   THRU UPDATE-CUSTOMER-ROW-EX
                IF SQL-STATUS-OK
                   ADD 1 TO WS-REV-UPD
                END-IF
                IF SQL-STATUS-NOT-FOUND
                   MOVE "CHANGED ROW NO LONGER THERE"
                     TO WS-CONFLICT-REASON
                END-IF
             WHEN "D"
                PERFORM INSERT-CUSTOMER-ROW
                   THRU INSERT-CUSTOMER-ROW-EX
                IF SQL-STATUS-OK
                   ADD 1 TO WS-REV-DEL
                END-IF
                IF SQL-STATUS-DUP
                   MOVE "DELETED ROW HAS BEEN RE-ADDED"
                     TO WS-CONFLICT-REASON
                END-IF
          END-EVALUATE

          IF WS-CONFLICT-REASON NOT = SPACES
             ADD 1 TO WS-CONFLICT-COUNT
             DISPLAY "CONFLICT - TRANSACTION "
              WS-JT-DETAIL-SEQ(WS-CUR-IX) " CUST-ID " HV-CUST-ID
              " " WS-CONFLICT-REASON
             MOVE WS-JT-DETAIL-SEQ(WS-CUR-IX) TO WS-RPT-CFL-SEQ
             MOVE WS-JT-CUST-ID(WS-CUR-IX) TO WS-RPT-CFL-CUST-ID
             MOVE WS-CONFLICT-REASON TO WS-RPT-CFL-REASON
             WRITE BAKRPT-RECORD FROM WS-RPT-CONFLICT-LINE
          ELSE
             IF NOT SQL-STATUS-OK
                DISPLAY "*** REVERSAL SQLCODE=" SQLCODE
                 " AT TRANSACTION " WS-JT-DETAIL-SEQ(WS-CUR-IX)
                MOVE 'Y' TO WS-BACKOUT-BROKEN
                GO TO BACKOUT-ONE-ENTRY-EX
             END-IF
          END-IF

          ADD 1 TO WS-SINCE-COMMIT
          IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
             PERFORM COMMIT-WORK THRU COMMIT-WORK-EX
             IF NOT BACKOUT-BROKEN
                MOVE WS-DONE-COUNT TO WS-COMMITTED-COUNT
                MOVE WS-REV-INS TO WS-COMMITTED-REV-INS
                MOVE WS-REV-UPD TO WS-COMMITTED-REV-UPD
                MOVE WS-REV-DEL TO WS-COMMITTED-REV-DEL
                MOVE WS-CONFLICT-COUNT TO WS-COMMITTED-CONFLICTS
                PERFORM UPDATE-BACKOUT-CKPT
                   THRU UPDATE-BACKOUT-CKPT-EX
                MOVE 0 TO WS-SINCE-COMMIT
             END-IF
          END-IF
          .
       BACKOUT-ONE-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       INSERT-CUSTOMER-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *INSERT INTO APPDB.CUSTOMER_MASTER
      *        (CUST_ID, CUST_NAME, CUST_STATUS)
      *        VALUES (:HV-CUST-ID, :HV-CUST-NAME, :HV-CUST-STATUS)
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 1 TO SQL-STMT-ID
           MOVE 3 TO SQLDSIZE
           MOVE 2 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-ID
            BY VALUE 0
                     0

           MOVE 30 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-NAME
            BY VALUE 0
                     0

           MOVE 1 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-STATUS
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 2 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 24 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS
          .
       INSERT-CUSTOMER-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-CUSTOMER-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *UPDATE APPDB.CUSTOMER_MASTER
      *       SET CUST_NAME = :HV-CUST-NAME,
      *           CUST_STATUS = :HV-CUST-STATUS
      *     WHERE CUST_ID = :HV-CUST-ID
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 2 TO SQL-STMT-ID
           MOVE 3 TO SQLDSIZE
           MOVE 3 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 30 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 3 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-NAME
            BY VALUE 0
                     0

           MOVE 1 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 3 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-STATUS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 3 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-ID
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 3 TO SQL-INPUT-SQLDA-ID
           MOVE 2 TO SQL-SECTIONUMBER
           MOVE 24 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS
          .
       UPDATE-CUSTOMER-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-CUSTOMER-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *DELETE FROM APPDB.CUSTOMER_MASTER
      *     WHERE CUST_ID = :HV-CUST-ID
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 3 TO SQL-STMT-ID
           MOVE 1 TO SQLDSIZE
           MOVE 4 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 4 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-ID
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 4 TO SQL-INPUT-SQLDA-ID
           MOVE 3 TO SQL-SECTIONUMBER
           MOVE 24 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS
          .
       DELETE-CUSTOMER-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMMIT-WORK SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *COMMIT
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 4 TO SQL-SECTIONUMBER
           MOVE 21 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS
          IF NOT SQL-STATUS-OK
             DISPLAY "*** COMMIT SQLCODE=" SQLCODE
             MOVE 'Y' TO WS-BACKOUT-BROKEN
          END-IF
          .
       COMMIT-WORK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ROLLBACK-WORK SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *ROLLBACK
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 5 TO SQL-SECTIONUMBER
           MOVE 22 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          DISPLAY "UNCOMMITTED WORK ROLLED BACK - SQLCODE=" SQLCODE
          .
       ROLLBACK-WORK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-RESET SECTION.
      *>------------------------------------------------------------------------
          DISPLAY "RESETTING DB2 CONNECTION NOW"

      *EXEC SQL
      *CONNECT RESET
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 6 TO SQL-SECTIONUMBER
           MOVE 29 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          DISPLAY "CONNECT RESET SQLCODE :" SQLCODE
          .
       CONNECT-RESET-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Marks the feed run backed out in the journal, so a second
      *> backout finds nothing left to reverse instead of reversing
      *> it again.
      *>------------------------------------------------------------------------
       WRITE-BACKOUT-MARK SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-BACKOUT-MARK-WRITTEN

          OPEN EXTEND UPDJRNL
          IF NOT JRNL-FILE-OK
             DISPLAY "*** UNABLE TO OPEN UPDJRNL, STATUS="
              WS-JRNL-FILE-STATUS " - FEED RUN BACKED OUT BUT NOT"
              " MARKED, A RERUN ONLY MARKS IT"
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO WRITE-BACKOUT-MARK-EX
          END-IF

          MOVE "X" TO JRNL-REC-TYPE
          MOVE WS-FEED-RUN-DATE TO JRNL-FEED-RUN-DATE
          MOVE WS-TARGET-ALIAS TO JRNL-TARGET-ALIAS
          MOVE WS-COMMITTED-COUNT TO JRNL-DETAIL-SEQ
          MOVE SPACES TO JRNL-ACTION
          MOVE 0 TO JRNL-CUST-ID
          MOVE SPACES TO JRNL-BEFORE-NAME
          MOVE SPACES TO JRNL-BEFORE-STATUS
          MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-WRITTEN-TS
          WRITE JRNL-RECORD
          IF NOT JRNL-FILE-OK
             DISPLAY "*** UPDJRNL BACKOUT MARK WRITE FAILED, STATUS="
              WS-JRNL-FILE-STATUS " - A RERUN ONLY MARKS IT"
             MOVE 12 TO WS-BATCH-RETURN-CODE
          ELSE
             MOVE 'Y' TO WS-BACKOUT-MARK-WRITTEN
          END-IF

          CLOSE UPDJRNL
          .
       WRITE-BACKOUT-MARK-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The proof: what the journal says the feed run applied,
      *> against what has been reversed (this run plus any run it
      *> resumed), in total and per original action.
      *>------------------------------------------------------------------------
       WRITE-BACKOUT-SUMMARY SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO BAKRPT-RECORD
          WRITE BAKRPT-RECORD

          COMPUTE WS-RPT-ORIG-TOTAL =
             WS-ORIG-INS + WS-ORIG-UPD + WS-ORIG-DEL
          MOVE WS-ORIG-INS TO WS-RPT-ORIG-INS
          MOVE WS-ORIG-UPD TO WS-RPT-ORIG-UPD
          MOVE WS-ORIG-DEL TO WS-RPT-ORIG-DEL
          WRITE BAKRPT-RECORD FROM WS-RPT-ORIG-LINE

          COMPUTE WS-RPT-REV-TOTAL =
             WS-REV-INS + WS-REV-UPD + WS-REV-DEL
          MOVE WS-REV-INS TO WS-RPT-REV-INS
          MOVE WS-REV-UPD TO WS-RPT-REV-UPD
          MOVE WS-REV-DEL TO WS-RPT-REV-DEL
          WRITE BAKRPT-RECORD FROM WS-RPT-REV-LINE

          MOVE WS-CONFLICT-COUNT TO WS-RPT-CONFLICTS
          MOVE WS-SKIPPED-COUNT TO WS-RPT-SKIPPED
          WRITE BAKRPT-RECORD FROM WS-RPT-CFL-TOTAL-LINE

          IF WS-REV-INS = WS-ORIG-INS
           AND WS-REV-UPD = WS-ORIG-UPD
           AND WS-REV-DEL = WS-ORIG-DEL
           AND NOT BACKOUT-BROKEN
             MOVE "BACKOUT COUNT EQUALS ORIGINAL APPLIED COUNT"
               TO WS-RPT-VERDICT
          ELSE
             MOVE "*** BACKOUT COUNT DOES NOT EQUAL APPLIED COUNT"
               TO WS-RPT-VERDICT
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          WRITE BAKRPT-RECORD FROM WS-RPT-VERDICT-LINE

          CLOSE BAKRPT
          .
       WRITE-BACKOUT-SUMMARY-EX.
          EXIT.
       END PROGRAM DB2CMBAK.
