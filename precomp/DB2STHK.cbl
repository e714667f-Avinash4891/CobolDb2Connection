      *>************************************************************************
      *>  DB2 CONN_STATUS DAILY ROLLUP AND PURGE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2STHK.cbl
      *>
      *> Purpose:      Housekeeping for the APPDB.CONN_STATUS reporting
      *>               table, which only ever grows - DB2CONN's publish
      *>               and the DB2STLD reload insert one row per alias
      *>               per sweep and nothing removes them, so every
      *>               dashboard query re-aggregates months of raw rows.
      *>               This job:
      *>               - reads every detail row of every complete day
      *>                 (before today) still held in CONN_STATUS and
      *>                 folds them into one row per alias per day in
      *>                 APPDB.CONN_STATUS_DAILY: sweep count, PASS /
      *>                 FAIL / DEGRADED / MAINT counts and the worst
      *>                 (lowest) connect SQLCODE of the day, MAINT
      *>                 rows left out of the worst - a planned window
      *>                 is not a failure. A day still held in detail
      *>                 is rebuilt whole from it each night, so rows a
      *>                 DB2STLD reload brings in late are folded in and
      *>                 a rerun can never double-count
      *>               - proves the rollup before anything is deleted,
      *>                 the same prove-before-purge rule DB2AUDHK
      *>                 follows for AUDITFILE: rows read must equal the
      *>                 summarized sweep counts, each day's status
      *>                 counts must add up to its sweep count, the
      *>                 table's own count of the purge-window detail
      *>                 must equal the rows read for it, and each
      *>                 purge-window day's summary row must read back
      *>                 with the sweep count just written
      *>               - deletes the detail of each proven day older
      *>                 than the retention period, alias by alias and
      *>                 day by day, marking the day's summary row
      *>                 DETAIL_PURGED in the same unit of work, and
      *>                 commits every COMMITN deleted rows. A day whose
      *>                 delete does not remove exactly the rows read
      *>                 for it is rolled back and the purge stops
      *>               - reports the counts and the proof on STHKRPT
      *>
      *>               Detail rows that turn up for a day whose detail
      *>               was already purged (a very late reload) cannot be
      *>               folded into a summary that no longer has its
      *>               detail behind it - they are left in CONN_STATUS
      *>               and reported, never silently summarized over.
      *>               The rollup rebuilds from the table itself, so a
      *>               failed run is simply rerun: committed days are
      *>               both summarized and purged, uncommitted ones are
      *>               rebuilt.
      *>
      *>               Control cards (STHKCTL): STATUSDB=<alias> is
      *>               required; RETDAYS=<n> overrides the 90-day
      *>               detail retention (DB2AUDHK's default);
      *>               COMMITN=<n> overrides the commit interval
      *>               (default 500).
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2STHK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STHKCTL ASSIGN TO "STHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT STHKRPT ASSIGN TO "STHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STHKRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STHKCTL
           RECORDING MODE IS F.
       01  CTL-RECORD                 PIC X(80).

       FD  PARMFILE
           RECORDING MODE IS F.
       COPY "db2parm.cpy".

       FD  STHKRPT
           RECORDING MODE IS F.
       01  STHKRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 CTL-FILE-OK              VALUE "00".
           88 CTL-FILE-EOF             VALUE "10".

       01  WS-PARM-FILE-STATUS         PIC X(2).
           88 PARM-FILE-OK             VALUE "00".

       01  WS-STHKRPT-FILE-STATUS      PIC X(2).
           88 STHKRPT-FILE-OK          VALUE "00".

       01  WS-MORE-CTL                 PIC X VALUE 'Y'.
       01  WS-MORE-PARM                PIC X VALUE 'Y'.
       01  WS-MORE-ROWS                PIC X VALUE 'Y'.

      *> run controls off the STHKCTL cards
       01  WS-STATUSDB-ALIAS           PIC X(9) VALUE SPACES.
       01  WS-RETAIN-DAYS              PIC 9(3) VALUE 90.
       01  WS-COMMIT-INTERVAL          PIC 9(5) VALUE 500.

      *> the two windows, as CONN_STATUS timestamps: everything before
      *> today is rolled up, everything before the retention cutoff is
      *> purged once proven
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-DAY                PIC X(10).
       01  WS-CUTOFF-INT               PIC 9(8) COMP-5.
       01  WS-CUTOFF-NUM               PIC 9(8).
       01  WS-CUTOFF-DATE              PIC X(8).
       01  WS-CUTOFF-DAY               PIC X(10).

       01  WS-PARM-ALIAS-FOUND         PIC X VALUE 'N'.
           88 PARM-ALIAS-FOUND         VALUE 'Y'.

      *> one entry per alias per day read from the detail, in the
      *> cursor's alias/timestamp order, carrying the day's counts and
      *> what became of it
       01  WS-GROUP-TABLE.
           05 WS-GRP-MAX               PIC 9(5) COMP-5 VALUE 10000.
           05 WS-GRP-COUNT             PIC 9(5) COMP-5 VALUE 0.
           05 WS-GRP-ENTRY OCCURS 10000 TIMES.
              10 WS-GRP-ALIAS          PIC X(9).
              10 WS-GRP-DAY            PIC X(10).
              10 WS-GRP-SWEEPS         PIC 9(9) COMP-5.
              10 WS-GRP-PASS           PIC 9(9) COMP-5.
              10 WS-GRP-FAIL           PIC 9(9) COMP-5.
              10 WS-GRP-DEGRADED       PIC 9(9) COMP-5.
              10 WS-GRP-MAINT          PIC 9(9) COMP-5.
              10 WS-GRP-OTHER          PIC 9(9) COMP-5.
              10 WS-GRP-WORST          PIC S9(9) COMP-5.
              10 WS-GRP-PURGE-WINDOW   PIC X.
                 88 GRP-IN-PURGE-WINDOW VALUE 'Y'.
              10 WS-GRP-STATE          PIC X.
                 88 GRP-NOT-SUMMARIZED VALUE 'N'.
                 88 GRP-SUMMARIZED     VALUE 'S'.
                 88 GRP-LATE-ROWS      VALUE 'L'.
                 88 GRP-PURGED         VALUE 'P'.
       01  WS-GRP-IX                   PIC 9(5) COMP-5.

      *> counts behind the report and the proof
       01  WS-ROWS-READ                PIC 9(9) COMP-5 VALUE 0.
       01  WS-SUMMARY-SWEEPS           PIC 9(9) COMP-5 VALUE 0.
       01  WS-DAYS-INSERTED            PIC 9(9) COMP-5 VALUE 0.
       01  WS-DAYS-UPDATED             PIC 9(9) COMP-5 VALUE 0.
       01  WS-DAYS-HELD                PIC 9(9) COMP-5 VALUE 0.
       01  WS-PURGE-WINDOW-ROWS        PIC 9(9) COMP-5 VALUE 0.
       01  WS-PURGE-HELD-ROWS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-DAYS-PURGED              PIC 9(9) COMP-5 VALUE 0.
       01  WS-ROWS-DELETED             PIC 9(9) COMP-5 VALUE 0.
       01  WS-SINCE-COMMIT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-DAYS-PENDING             PIC 9(9) COMP-5 VALUE 0.

      *> set when the detail could not be read end-to-end - the group
      *> table is then not the detail, so nothing is summarized from
      *> it and above all nothing is deleted
       01  WS-LOAD-BROKEN              PIC X VALUE 'N'.
           88 DETAIL-LOAD-BROKEN       VALUE 'Y'.

      *> set on any SQL trouble in the rollup or the purge - the work
      *> since the last commit is rolled back and the run stops there
       01  WS-HOUSEKEEP-BROKEN         PIC X VALUE 'N'.
           88 HOUSEKEEP-BROKEN         VALUE 'Y'.

      *> set once every proof holds - the only way into the purge
       01  WS-ROLLUP-PROVEN            PIC X VALUE 'N'.
           88 ROLLUP-PROVEN            VALUE 'Y'.

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

      *> host variables for the CONN_STATUS detail cursor, same shape
      *> as DB2CONN's publish
       01 HV-STAT-TIMESTAMP            PIC X(26).
       01 HV-STAT-ALIAS                PIC X(9).
       01 HV-STAT-STATUS               PIC X(8).
       01 HV-STAT-SQLCODE              PIC S9(9) COMP-5.

      *> window limits and one day's bounds, as CONN_STATUS timestamps
       01 HV-ROLLUP-LIMIT              PIC X(26).
       01 HV-PURGE-LIMIT               PIC X(26).
       01 HV-DAY-START                 PIC X(26).
       01 HV-DAY-END                   PIC X(26).
       01 HV-DETAIL-COUNT              PIC S9(9) COMP-5.

      *> host variables for one CONN_STATUS_DAILY row
       01 HV-SUM-ALIAS                 PIC X(9).
       01 HV-SUM-DAY                   PIC X(10).
       01 HV-SUM-SWEEPS                PIC S9(9) COMP-5.
       01 HV-SUM-PASS                  PIC S9(9) COMP-5.
       01 HV-SUM-FAIL                  PIC S9(9) COMP-5.
       01 HV-SUM-DEGRADED              PIC S9(9) COMP-5.
       01 HV-SUM-MAINT                 PIC S9(9) COMP-5.
       01 HV-SUM-WORST                 PIC S9(9) COMP-5.
       01 HV-SUM-PURGED                PIC X(1).

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "DB2 CONN_STATUS HOUSEKEEPING REPORT RUN   ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-RPT-WINDOW-LINE.
           05 FILLER                   PIC X(18) VALUE
              "STATUSDB          ".
           05 WS-RPT-STATUSDB          PIC X(9).
           05 FILLER                   PIC X(16) VALUE
              "  RETENTION     ".
           05 WS-RPT-RETDAYS           PIC ZZ9.
           05 FILLER                   PIC X(26) VALUE
              " DAYS - PURGING BEFORE    ".
           05 WS-RPT-CUTOFF            PIC X(8).
       01  WS-RPT-HELD-LINE.
           05 FILLER                   PIC X(8)  VALUE "  HELD  ".
           05 WS-RPT-HELD-ALIAS        PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-HELD-DAY          PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-HELD-ROWS         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-HELD-REASON       PIC X(42).
       01  WS-RPT-COUNT-LINE.
           05 WS-RPT-COUNT-LABEL       PIC X(44).
           05 WS-RPT-COUNT-VALUE       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(25) VALUE SPACES.
       01  WS-RPT-VERDICT-LINE.
           05 FILLER                   PIC X(15) VALUE
              "RECONCILIATION ".
           05 WS-RPT-VERDICT           PIC X(60).
           05 FILLER                   PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2STHK SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CONN_STATUS HOUSEKEEPING MODULE"

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EX
           PERFORM COMPUTE-WINDOW-LIMITS THRU COMPUTE-WINDOW-LIMITS-EX
           PERFORM OPEN-HOUSEKEEP-REPORT THRU OPEN-HOUSEKEEP-REPORT-EX

           PERFORM CONNECT-TO-STATUSDB THRU CONNECT-TO-STATUSDB-EX
           IF HOUSEKEEP-BROKEN
              MOVE "*** STATUSDB NOT REACHED - NOTHING DONE"
                TO WS-RPT-VERDICT
              WRITE STHKRPT-RECORD FROM WS-RPT-VERDICT-LINE
              CLOSE STHKRPT
              MOVE 12 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-DETAIL-GROUPS THRU LOAD-DETAIL-GROUPS-EX

           EVALUATE TRUE
              WHEN DETAIL-LOAD-BROKEN
                 DISPLAY "*** CONN_STATUS DETAIL NOT FULLY READ -"
                  " NOTHING SUMMARIZED OR PURGED"
                 MOVE "*** DETAIL NOT FULLY READ - NOTHING SUMMARIZED"
                   TO WS-RPT-VERDICT
                 MOVE 12 TO WS-BATCH-RETURN-CODE
              WHEN WS-GRP-COUNT = 0
                 DISPLAY "NO COMPLETE DAYS HELD IN CONN_STATUS DETAIL"
                  " - NOTHING TO DO"
                 MOVE "NO DETAIL BEFORE TODAY - NOTHING TO DO"
                   TO WS-RPT-VERDICT
                 IF WS-BATCH-RETURN-CODE < 4
                    MOVE 4 TO WS-BATCH-RETURN-CODE
                 END-IF
              WHEN OTHER
                 PERFORM ROLLUP-DAILY-SUMMARY
                    THRU ROLLUP-DAILY-SUMMARY-EX
                 IF NOT HOUSEKEEP-BROKEN
                    PERFORM PROVE-ROLLUP THRU PROVE-ROLLUP-EX
                 END-IF
                 IF ROLLUP-PROVEN
                    PERFORM PURGE-DETAIL-ROWS
                       THRU PURGE-DETAIL-ROWS-EX
                 END-IF
           END-EVALUATE

           PERFORM CONNECT-RESET THRU CONNECT-RESET-EX

      *> no decoded password outlives the run
           MOVE SPACES TO HV-PSWD-BUF
           MOVE 0 TO HV-PSWD-LEN

           PERFORM WRITE-HOUSEKEEP-SUMMARY
              THRU WRITE-HOUSEKEEP-SUMMARY-EX

           IF WS-DAYS-HELD > 0
              DISPLAY "WARNING - " WS-DAYS-HELD " ALIAS-DAY(S) HELD"
               " BACK FROM THE ROLLUP OR PURGE - SEE STHKRPT"
              IF WS-BATCH-RETURN-CODE < 4
                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

           DISPLAY "CONN_STATUS HOUSEKEEPING SUMMARY - READ="
            WS-ROWS-READ " DAYS=" WS-GRP-COUNT
            " INSERTED=" WS-DAYS-INSERTED " UPDATED=" WS-DAYS-UPDATED
            " PURGED DAYS=" WS-DAYS-PURGED " DELETED=" WS-ROWS-DELETED

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CONN_STATUS HOUSEKEEPING MODULE - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2STHK-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads the STHKCTL run control cards - keyword=value, one per
      *> card, '*' in column 1 for comments, same card grammar as
      *> DB2CMUPD's UPDCTL. STATUSDB= is required: there is no
      *> sensible default subsystem to delete rows from.
      *>------------------------------------------------------------------------
       READ-CONTROL-CARDS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT STHKCTL

          IF CTL-FILE-OK
             MOVE 'Y' TO WS-MORE-CTL
             PERFORM PARSE-CONTROL-CARD THRU PARSE-CONTROL-CARD-EX
                UNTIL WS-MORE-CTL = 'N'
             CLOSE STHKCTL
          END-IF

          IF WS-STATUSDB-ALIAS = SPACES
             DISPLAY "*** STHKCTL CARD STATUSDB=<ALIAS> IS REQUIRED -"
              " NO REPORTING SUBSYSTEM TO HOUSEKEEP"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF
          .
       READ-CONTROL-CARDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-CONTROL-CARD SECTION.
      *>------------------------------------------------------------------------
          READ STHKCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-EOF
                DISPLAY "WARNING - STHKCTL READ FAILED, STATUS="
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
             WHEN CTL-RECORD(1:9) = "STATUSDB="
                MOVE CTL-RECORD(10:9) TO WS-STATUSDB-ALIAS
                DISPLAY "CONTROL CARD - STATUSDB " WS-STATUSDB-ALIAS
             WHEN CTL-RECORD(1:8) = "RETDAYS="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(9:3)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(9:3)) > 0
                   COMPUTE WS-RETAIN-DAYS =
                      FUNCTION NUMVAL(CTL-RECORD(9:3))
                   DISPLAY "CONTROL CARD - RETAIN DETAIL "
                    WS-RETAIN-DAYS " DAYS"
                ELSE
                   DISPLAY "WARNING - BAD RETDAYS CARD: "
                    CTL-RECORD(1:20) " - USING DEFAULT RETENTION"
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             WHEN CTL-RECORD(1:8) = "COMMITN="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(9:5)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(9:5)) > 0
                   COMPUTE WS-COMMIT-INTERVAL =
                      FUNCTION NUMVAL(CTL-RECORD(9:5))
                   DISPLAY "CONTROL CARD - COMMIT EVERY "
                    WS-COMMIT-INTERVAL " ROW(S)"
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
      *> Builds the two window limits in CONN_STATUS's RUN_TS form
      *> (YYYY-MM-DD-HH.MM.SS.ffffff): midnight today closes the
      *> rollup to complete days, midnight on the retention cutoff
      *> closes the purge.
      *>------------------------------------------------------------------------
       COMPUTE-WINDOW-LIMITS SECTION.
      *>------------------------------------------------------------------------
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          COMPUTE WS-CUTOFF-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
             - WS-RETAIN-DAYS
          COMPUTE WS-CUTOFF-NUM =
             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
          MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE

          STRING WS-TODAY-DATE(1:4) "-" WS-TODAY-DATE(5:2) "-"
                 WS-TODAY-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-TODAY-DAY
          STRING WS-CUTOFF-DATE(1:4) "-" WS-CUTOFF-DATE(5:2) "-"
                 WS-CUTOFF-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-CUTOFF-DAY

          STRING WS-TODAY-DAY "-00.00.00.000000"
                 DELIMITED BY SIZE INTO HV-ROLLUP-LIMIT
          STRING WS-CUTOFF-DAY "-00.00.00.000000"
                 DELIMITED BY SIZE INTO HV-PURGE-LIMIT

          DISPLAY "ROLLING UP DETAIL BEFORE " WS-TODAY-DAY
           " - RETENTION " WS-RETAIN-DAYS " DAYS, PURGING DETAIL"
           " BEFORE " WS-CUTOFF-DAY
          .
       COMPUTE-WINDOW-LIMITS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-HOUSEKEEP-REPORT SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT STHKRPT
          IF NOT STHKRPT-FILE-OK
             DISPLAY "*** UNABLE TO OPEN STHKRPT, STATUS="
              WS-STHKRPT-FILE-STATUS " - NO PURGE WITHOUT ITS PROOF"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
          WRITE STHKRPT-RECORD FROM WS-RPT-HEADER
          MOVE SPACES TO STHKRPT-RECORD
          WRITE STHKRPT-RECORD

          MOVE WS-STATUSDB-ALIAS TO WS-RPT-STATUSDB
          MOVE WS-RETAIN-DAYS TO WS-RPT-RETDAYS
          MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF
          WRITE STHKRPT-RECORD FROM WS-RPT-WINDOW-LINE
          MOVE SPACES TO STHKRPT-RECORD
          WRITE STHKRPT-RECORD
          .
       OPEN-HOUSEKEEP-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Resolves the reporting subsystem's PARMFILE credentials and
      *> connects through DB2CONNS, the way DB2STLD does.
      *>------------------------------------------------------------------------
       CONNECT-TO-STATUSDB SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-PARM-ALIAS-FOUND

          OPEN INPUT PARMFILE
          IF PARM-FILE-OK
             MOVE 'Y' TO WS-MORE-PARM
             PERFORM SCAN-ONE-PARM-ENTRY THRU SCAN-ONE-PARM-ENTRY-EX
                UNTIL WS-MORE-PARM = 'N'
             CLOSE PARMFILE
          ELSE
             DISPLAY "*** PARMFILE NOT AVAILABLE, STATUS="
              WS-PARM-FILE-STATUS
          END-IF

          IF NOT PARM-ALIAS-FOUND
             DISPLAY "*** STATUSDB " WS-STATUSDB-ALIAS
              " NOT IN PARMFILE - NOTHING HOUSEKEPT"
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
             GO TO CONNECT-TO-STATUSDB-EX
          END-IF

          CALL "DB2VAULT" USING WS-VAULT-LOOKUP-KEY
                                 HV-PSWD
                                 WS-VAULT-STATUS-CODE
          IF WS-VAULT-STATUS-CODE NOT = 0
             DISPLAY "*** NO VAULT ENTRY FOR KEY " WS-VAULT-LOOKUP-KEY
              " - NOTHING HOUSEKEPT"
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
             GO TO CONNECT-TO-STATUSDB-EX
          END-IF

          MOVE FUNCTION STORED-CHAR-LENGTH(HV-DBALIAS-BUF)
            TO HV-DBALIAS-LEN
          MOVE FUNCTION STORED-CHAR-LENGTH(HV-USERID-BUF)
            TO HV-USERID-LEN
          MOVE "DB2STHK " TO SQL-PART8
          MOVE HV-USERID-BUF TO SQL-PART5

          DISPLAY "INITIATING CONNECTION REQUEST WITH " HV-DBALIAS-BUF
          CALL "DB2CONNS" USING HV-DBALIAS
                                 HV-USERID
                                 HV-PSWD
                                 SQLCA
                                 WS-SQL-STATUS
          IF NOT SQL-STATUS-OK
             DISPLAY "*** STATUSDB CONNECT SQLCODE=" SQLCODE
              " - NOTHING HOUSEKEPT"
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       CONNECT-TO-STATUSDB-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-PARM-ENTRY SECTION.
      *>------------------------------------------------------------------------
          READ PARMFILE

          IF NOT PARM-FILE-OK
             MOVE 'N' TO WS-MORE-PARM
             GO TO SCAN-ONE-PARM-ENTRY-EX
          END-IF

          IF PARM-DBALIAS = WS-STATUSDB-ALIAS
             MOVE 'Y' TO WS-PARM-ALIAS-FOUND
             MOVE PARM-DBALIAS TO HV-DBALIAS-BUF
             MOVE PARM-USERID TO HV-USERID-BUF
             MOVE PARM-VAULT-KEY TO WS-VAULT-LOOKUP-KEY
             MOVE 'N' TO WS-MORE-PARM
          END-IF
          .
       SCAN-ONE-PARM-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> One pass over the detail of every complete day, folded into
      *> the group table. Stopping anywhere short of a clean +100
      *> leaves the table short of the detail, so the load is flagged
      *> broken and nothing downstream trusts it.
      *>------------------------------------------------------------------------
       LOAD-DETAIL-GROUPS SECTION.
      *>------------------------------------------------------------------------
          PERFORM OPEN-DETAIL-CURSOR THRU OPEN-DETAIL-CURSOR-EX
          IF NOT SQL-STATUS-OK
             DISPLAY "*** UNABLE TO OPEN CONN_STATUS CURSOR SQLCODE="
              SQLCODE
             MOVE 'Y' TO WS-LOAD-BROKEN
             GO TO LOAD-DETAIL-GROUPS-EX
          END-IF

          MOVE 'Y' TO WS-MORE-ROWS
          PERFORM FETCH-DETAIL-ROW THRU FETCH-DETAIL-ROW-EX
             UNTIL WS-MORE-ROWS = 'N'

          PERFORM CLOSE-DETAIL-CURSOR THRU CLOSE-DETAIL-CURSOR-EX

          DISPLAY "DETAIL ROWS READ=" WS-ROWS-READ " ALIAS-DAYS="
           WS-GRP-COUNT
          .
       LOAD-DETAIL-GROUPS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-DETAIL-CURSOR SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *DECLARE STHK_CSR CURSOR FOR
      *   SELECT RUN_TS, DBALIAS, STATUS, CONNECT_SQLCODE
      *     FROM APPDB.CONN_STATUS
      *    WHERE RUN_TS < :HV-ROLLUP-LIMIT
      *    ORDER BY DBALIAS, RUN_TS
      *EXEC SQL OPEN STHK_CSR END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 1 TO SQL-STMT-ID
           MOVE 1 TO SQLDSIZE
           MOVE 1 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 26 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 1 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-ROLLUP-LIMIT
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 1 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 33 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS
          DISPLAY "OPEN CURSOR SQLCODE :" SQLCODE
          .
       OPEN-DETAIL-CURSOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Fetches one detail row and counts it into its alias-day -
      *> the cursor is in alias/timestamp order, so a row either
      *> belongs to the newest group or starts the next one.
      *>------------------------------------------------------------------------
       FETCH-DETAIL-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *FETCH STHK_CSR INTO :HV-STAT-TIMESTAMP, :HV-STAT-ALIAS,
      *                    :HV-STAT-STATUS, :HV-STAT-SQLCODE
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 1 TO SQL-STMT-ID
           MOVE 4 TO SQLDSIZE
           MOVE 2 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 26 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-STAT-TIMESTAMP
            BY VALUE 0
                     0

           MOVE 9 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-STAT-ALIAS
            BY VALUE 0
                     0

           MOVE 8 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-STAT-STATUS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 3 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-STAT-SQLCODE
            BY VALUE 0
                     0

           MOVE 2 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 42 TO SQL-CALL-TYPE

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
             MOVE 'N' TO WS-MORE-ROWS
             IF NOT SQL-STATUS-NOT-FOUND
                DISPLAY "*** CONN_STATUS FETCH SQLCODE=" SQLCODE
                 " AFTER " WS-ROWS-READ " ROW(S)"
                MOVE 'Y' TO WS-LOAD-BROKEN
             END-IF
             GO TO FETCH-DETAIL-ROW-EX
          END-IF

          ADD 1 TO WS-ROWS-READ

          IF WS-GRP-COUNT = 0
             PERFORM START-DETAIL-GROUP THRU START-DETAIL-GROUP-EX
          ELSE
             IF HV-STAT-ALIAS NOT = WS-GRP-ALIAS(WS-GRP-COUNT)
              OR HV-STAT-TIMESTAMP(1:10) NOT = WS-GRP-DAY(WS-GRP-COUNT)
                PERFORM START-DETAIL-GROUP
                   THRU START-DETAIL-GROUP-EX
             END-IF
          END-IF

          IF DETAIL-LOAD-BROKEN
             MOVE 'N' TO WS-MORE-ROWS
             GO TO FETCH-DETAIL-ROW-EX
          END-IF

          MOVE WS-GRP-COUNT TO WS-GRP-IX
          ADD 1 TO WS-GRP-SWEEPS(WS-GRP-IX)
          EVALUATE HV-STAT-STATUS
             WHEN "PASS    "
                ADD 1 TO WS-GRP-PASS(WS-GRP-IX)
             WHEN "FAIL    "
                ADD 1 TO WS-GRP-FAIL(WS-GRP-IX)
             WHEN "DEGRADED"
                ADD 1 TO WS-GRP-DEGRADED(WS-GRP-IX)
             WHEN "MAINT   "
                ADD 1 TO WS-GRP-MAINT(WS-GRP-IX)
             WHEN OTHER
                ADD 1 TO WS-GRP-OTHER(WS-GRP-IX)
          END-EVALUATE

      *> a MAINT row was deliberately not probed - its sentinel is not
      *> a failure and never the day's worst
          IF HV-STAT-STATUS NOT = "MAINT   "
           AND HV-STAT-SQLCODE < WS-GRP-WORST(WS-GRP-IX)
             MOVE HV-STAT-SQLCODE TO WS-GRP-WORST(WS-GRP-IX)
          END-IF
          .
       FETCH-DETAIL-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       START-DETAIL-GROUP SECTION.
      *>------------------------------------------------------------------------
          IF WS-GRP-COUNT >= WS-GRP-MAX
             DISPLAY "*** ALIAS-DAY TABLE FULL AT " HV-STAT-ALIAS " "
              HV-STAT-TIMESTAMP(1:10) " (RAISE WS-GRP-MAX)"
             MOVE 'Y' TO WS-LOAD-BROKEN
             GO TO START-DETAIL-GROUP-EX
          END-IF

          ADD 1 TO WS-GRP-COUNT
          MOVE WS-GRP-COUNT TO WS-GRP-IX
          MOVE HV-STAT-ALIAS TO WS-GRP-ALIAS(WS-GRP-IX)
          MOVE HV-STAT-TIMESTAMP(1:10) TO WS-GRP-DAY(WS-GRP-IX)
          MOVE 0 TO WS-GRP-SWEEPS(WS-GRP-IX)
          MOVE 0 TO WS-GRP-PASS(WS-GRP-IX)
          MOVE 0 TO WS-GRP-FAIL(WS-GRP-IX)
          MOVE 0 TO WS-GRP-DEGRADED(WS-GRP-IX)
          MOVE 0 TO WS-GRP-MAINT(WS-GRP-IX)
          MOVE 0 TO WS-GRP-OTHER(WS-GRP-IX)
          MOVE 0 TO WS-GRP-WORST(WS-GRP-IX)
          MOVE 'N' TO WS-GRP-STATE(WS-GRP-IX)
          IF HV-STAT-TIMESTAMP(1:10) < WS-CUTOFF-DAY
             MOVE 'Y' TO WS-GRP-PURGE-WINDOW(WS-GRP-IX)
          ELSE
             MOVE 'N' TO WS-GRP-PURGE-WINDOW(WS-GRP-IX)
          END-IF
          .
       START-DETAIL-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-DETAIL-CURSOR SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL CLOSE STHK_CSR END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 34 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          DISPLAY "CLOSE CURSOR SQLCODE :" SQLCODE
          .
       CLOSE-DETAIL-CURSOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Writes every alias-day into CONN_STATUS_DAILY - a new day is
      *> inserted, a day already summarized is rebuilt in place from
      *> its full detail, a day whose detail was already purged is
      *> held back. Commits every COMMITN days; the rollup rebuilds
      *> from the table, so a failure here is simply rerun.
      *>------------------------------------------------------------------------
       ROLLUP-DAILY-SUMMARY SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-SINCE-COMMIT

          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                  UNTIL WS-GRP-IX > WS-GRP-COUNT
                     OR HOUSEKEEP-BROKEN
             PERFORM SUMMARIZE-ONE-GROUP THRU SUMMARIZE-ONE-GROUP-EX
             IF NOT HOUSEKEEP-BROKEN
              AND WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                PERFORM COMMIT-WORK THRU COMMIT-WORK-EX
                MOVE 0 TO WS-SINCE-COMMIT
             END-IF
          END-PERFORM

          IF HOUSEKEEP-BROKEN
             PERFORM ROLLBACK-WORK THRU ROLLBACK-WORK-EX
             DISPLAY "*** DAILY ROLLUP STOPPED - NOTHING PURGED, RERUN"
              " REBUILDS THE UNCOMMITTED DAYS"
             MOVE "*** DAILY ROLLUP FAILED - NOTHING PURGED"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO ROLLUP-DAILY-SUMMARY-EX
          END-IF

          PERFORM COMMIT-WORK THRU COMMIT-WORK-EX
          IF HOUSEKEEP-BROKEN
             MOVE "*** DAILY ROLLUP COMMIT FAILED - NOTHING PURGED"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
          END-IF
          .
       ROLLUP-DAILY-SUMMARY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SUMMARIZE-ONE-GROUP SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-GRP-ALIAS(WS-GRP-IX) TO HV-SUM-ALIAS
          MOVE WS-GRP-DAY(WS-GRP-IX) TO HV-SUM-DAY

          PERFORM SELECT-DAILY-ROW THRU SELECT-DAILY-ROW-EX
          IF HOUSEKEEP-BROKEN
             GO TO SUMMARIZE-ONE-GROUP-EX
          END-IF

          IF SQL-STATUS-OK AND HV-SUM-PURGED = "Y"
             MOVE 'L' TO WS-GRP-STATE(WS-GRP-IX)
             ADD 1 TO WS-DAYS-HELD
             MOVE "LATE ROWS FOR A PURGED DAY - LEFT IN DETAIL"
               TO WS-RPT-HELD-REASON
             PERFORM WRITE-HELD-LINE THRU WRITE-HELD-LINE-EX
             GO TO SUMMARIZE-ONE-GROUP-EX
          END-IF

          MOVE WS-GRP-SWEEPS(WS-GRP-IX) TO HV-SUM-SWEEPS
          MOVE WS-GRP-PASS(WS-GRP-IX) TO HV-SUM-PASS
          MOVE WS-GRP-FAIL(WS-GRP-IX) TO HV-SUM-FAIL
          MOVE WS-GRP-DEGRADED(WS-GRP-IX) TO HV-SUM-DEGRADED
          MOVE WS-GRP-MAINT(WS-GRP-IX) TO HV-SUM-MAINT
          MOVE WS-GRP-WORST(WS-GRP-IX) TO HV-SUM-WORST

          IF SQL-STATUS-NOT-FOUND
             PERFORM INSERT-DAILY-ROW THRU INSERT-DAILY-ROW-EX
             IF NOT HOUSEKEEP-BROKEN
                ADD 1 TO WS-DAYS-INSERTED
             END-IF
          ELSE
             PERFORM UPDATE-DAILY-ROW THRU UPDATE-DAILY-ROW-EX
             IF NOT HOUSEKEEP-BROKEN
                ADD 1 TO WS-DAYS-UPDATED
             END-IF
          END-IF

          IF NOT HOUSEKEEP-BROKEN
             MOVE 'S' TO WS-GRP-STATE(WS-GRP-IX)
             ADD 1 TO WS-SINCE-COMMIT
          END-IF
          .
       SUMMARIZE-ONE-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads the alias-day's summary row, if there is one: its
      *> purged flag decides insert / rebuild / hold in the rollup,
      *> and its sweep count is what the proof reads back.
      *>------------------------------------------------------------------------
       SELECT-DAILY-ROW SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO HV-SUM-PURGED
          MOVE 0 TO HV-SUM-SWEEPS

      *EXEC SQL
      *SELECT DETAIL_PURGED, SWEEP_COUNT
      *         INTO :HV-SUM-PURGED, :HV-SUM-SWEEPS
      *         FROM APPDB.CONN_STATUS_DAILY
      *        WHERE DBALIAS = :HV-SUM-ALIAS
      *          AND SUMMARY_DATE = :HV-SUM-DAY
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 5 TO SQL-STMT-ID
           MOVE 2 TO SQLDSIZE
           MOVE 3 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 9 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 3 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-ALIAS
            BY VALUE 0
                     0

           MOVE 10 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 3 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-DAY
            BY VALUE 0
                     0

           MOVE 2 TO SQLDSIZE
           MOVE 4 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 1 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 4 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-PURGED
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 4 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-SWEEPS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-OUTPUT-SQLDA-ID
           MOVE 3 TO SQL-INPUT-SQLDA-ID
           MOVE 5 TO SQL-SECTIONUMBER
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
          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
             DISPLAY "*** CONN_STATUS_DAILY SELECT SQLCODE=" SQLCODE
              " FOR " HV-SUM-ALIAS " " HV-SUM-DAY
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       SELECT-DAILY-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       INSERT-DAILY-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *INSERT INTO APPDB.CONN_STATUS_DAILY
      *        (DBALIAS, SUMMARY_DATE, SWEEP_COUNT, PASS_COUNT,
      *         FAIL_COUNT, DEGRADED_COUNT, MAINT_COUNT,
      *         WORST_SQLCODE, DETAIL_PURGED, ROLLUP_TS)
      *        VALUES (:HV-SUM-ALIAS, :HV-SUM-DAY, :HV-SUM-SWEEPS,
      *                :HV-SUM-PASS, :HV-SUM-FAIL, :HV-SUM-DEGRADED,
      *                :HV-SUM-MAINT, :HV-SUM-WORST, 'N',
      *                CURRENT TIMESTAMP)
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 6 TO SQL-STMT-ID
           MOVE 8 TO SQLDSIZE
           MOVE 5 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 9 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-ALIAS
            BY VALUE 0
                     0

           MOVE 10 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-DAY
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-SWEEPS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 3 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-PASS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 4 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-FAIL
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 5 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-DEGRADED
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 6 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-MAINT
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 7 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-WORST
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 5 TO SQL-INPUT-SQLDA-ID
           MOVE 6 TO SQL-SECTIONUMBER
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
          IF NOT SQL-STATUS-OK
             DISPLAY "*** CONN_STATUS_DAILY INSERT SQLCODE=" SQLCODE
              " FOR " HV-SUM-ALIAS " " HV-SUM-DAY
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       INSERT-DAILY-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-DAILY-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *UPDATE APPDB.CONN_STATUS_DAILY
      *   SET SWEEP_COUNT    = :HV-SUM-SWEEPS,
      *       PASS_COUNT     = :HV-SUM-PASS,
      *       FAIL_COUNT     = :HV-SUM-FAIL,
      *       DEGRADED_COUNT = :HV-SUM-DEGRADED,
      *       MAINT_COUNT    = :HV-SUM-MAINT,
      *       WORST_SQLCODE  = :HV-SUM-WORST,
      *       ROLLUP_TS      = CURRENT TIMESTAMP
      * WHERE DBALIAS = :HV-SUM-ALIAS
      *   AND SUMMARY_DATE = :HV-SUM-DAY
      *   AND DETAIL_PURGED = 'N'
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 7 TO SQL-STMT-ID
           MOVE 8 TO SQLDSIZE
           MOVE 6 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-SWEEPS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-PASS
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-FAIL
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 3 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-DEGRADED
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 4 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-MAINT
            BY VALUE 0
                     0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 5 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-WORST
            BY VALUE 0
                     0

           MOVE 9 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 6 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-ALIAS
            BY VALUE 0
                     0

           MOVE 10 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 7 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-DAY
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 6 TO SQL-INPUT-SQLDA-ID
           MOVE 7 TO SQL-SECTIONUMBER
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
          IF NOT SQL-STATUS-OK
             DISPLAY "*** CONN_STATUS_DAILY UPDATE SQLCODE=" SQLCODE
              " FOR " HV-SUM-ALIAS " " HV-SUM-DAY
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       UPDATE-DAILY-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The proof, before a single detail row goes: rows read equal
      *> the summarized sweeps; every day's status counts add up to
      *> its sweeps; the table's own count of the purge-window detail
      *> equals what was read for it (nothing arrived or vanished
      *> since the cursor); and every purge-window day reads back from
      *> CONN_STATUS_DAILY with the sweep count just committed. A day
      *> that fails its own check is held, not purged; a failure of
      *> the totals stops the purge outright.
      *>------------------------------------------------------------------------
       PROVE-ROLLUP SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-SUMMARY-SWEEPS
          MOVE 0 TO WS-PURGE-WINDOW-ROWS

          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                  UNTIL WS-GRP-IX > WS-GRP-COUNT
                     OR HOUSEKEEP-BROKEN
             PERFORM PROVE-ONE-GROUP THRU PROVE-ONE-GROUP-EX
          END-PERFORM

          IF HOUSEKEEP-BROKEN
             MOVE "*** SUMMARY READ-BACK FAILED - NOTHING PURGED"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO PROVE-ROLLUP-EX
          END-IF

          IF WS-SUMMARY-SWEEPS NOT = WS-ROWS-READ
             DISPLAY "*** RECONCILIATION FAILED - READ=" WS-ROWS-READ
              " SUMMARIZED=" WS-SUMMARY-SWEEPS " - NOTHING PURGED"
             MOVE "*** ROWS READ NOT EQUAL TO SUMMARIZED - NO PURGE"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO PROVE-ROLLUP-EX
          END-IF

          PERFORM COUNT-PURGE-WINDOW THRU COUNT-PURGE-WINDOW-EX
          IF HOUSEKEEP-BROKEN
             MOVE "*** PURGE-WINDOW COUNT FAILED - NOTHING PURGED"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO PROVE-ROLLUP-EX
          END-IF

          IF HV-DETAIL-COUNT NOT = WS-PURGE-WINDOW-ROWS
             DISPLAY "*** RECONCILIATION FAILED - PURGE WINDOW HOLDS "
              HV-DETAIL-COUNT " ROW(S), " WS-PURGE-WINDOW-ROWS
              " READ - NOTHING PURGED"
             MOVE "*** DETAIL CHANGED SINCE READ - NO PURGE"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO PROVE-ROLLUP-EX
          END-IF

          MOVE 'Y' TO WS-ROLLUP-PROVEN
          .
       PROVE-ROLLUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROVE-ONE-GROUP SECTION.
      *>------------------------------------------------------------------------
          ADD WS-GRP-SWEEPS(WS-GRP-IX) TO WS-SUMMARY-SWEEPS
          IF GRP-IN-PURGE-WINDOW(WS-GRP-IX)
             ADD WS-GRP-SWEEPS(WS-GRP-IX) TO WS-PURGE-WINDOW-ROWS
          END-IF

          IF NOT GRP-SUMMARIZED(WS-GRP-IX)
             GO TO PROVE-ONE-GROUP-EX
          END-IF

          IF WS-GRP-OTHER(WS-GRP-IX) > 0
             MOVE 'N' TO WS-GRP-STATE(WS-GRP-IX)
             ADD 1 TO WS-DAYS-HELD
             MOVE "UNKNOWN STATUS VALUES - COUNTS DO NOT ADD UP"
               TO WS-RPT-HELD-REASON
             PERFORM WRITE-HELD-LINE THRU WRITE-HELD-LINE-EX
             GO TO PROVE-ONE-GROUP-EX
          END-IF

          IF NOT GRP-IN-PURGE-WINDOW(WS-GRP-IX)
             GO TO PROVE-ONE-GROUP-EX
          END-IF

          MOVE WS-GRP-ALIAS(WS-GRP-IX) TO HV-SUM-ALIAS
          MOVE WS-GRP-DAY(WS-GRP-IX) TO HV-SUM-DAY
          PERFORM SELECT-DAILY-ROW THRU SELECT-DAILY-ROW-EX
          IF HOUSEKEEP-BROKEN
             GO TO PROVE-ONE-GROUP-EX
          END-IF

          IF NOT SQL-STATUS-OK
           OR HV-SUM-SWEEPS NOT = WS-GRP-SWEEPS(WS-GRP-IX)
             MOVE 'N' TO WS-GRP-STATE(WS-GRP-IX)
             ADD 1 TO WS-DAYS-HELD
             MOVE "SUMMARY ROW DID NOT READ BACK - DETAIL KEPT"
               TO WS-RPT-HELD-REASON
             PERFORM WRITE-HELD-LINE THRU WRITE-HELD-LINE-EX
          END-IF
          .
       PROVE-ONE-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-PURGE-WINDOW SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO HV-DETAIL-COUNT

      *EXEC SQL
      *SELECT COUNT(*)
      *         INTO :HV-DETAIL-COUNT
      *         FROM APPDB.CONN_STATUS
      *        WHERE RUN_TS < :HV-PURGE-LIMIT
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 8 TO SQL-STMT-ID
           MOVE 1 TO SQLDSIZE
           MOVE 7 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 26 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 7 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-PURGE-LIMIT
            BY VALUE 0
                     0

           MOVE 1 TO SQLDSIZE
           MOVE 8 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 8 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-DETAIL-COUNT
            BY VALUE 0
                     0

           MOVE 8 TO SQL-OUTPUT-SQLDA-ID
           MOVE 7 TO SQL-INPUT-SQLDA-ID
           MOVE 8 TO SQL-SECTIONUMBER
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
          IF NOT SQL-STATUS-OK
             DISPLAY "*** CONN_STATUS COUNT SQLCODE=" SQLCODE
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       COUNT-PURGE-WINDOW-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Deletes the detail of every proven purge-window day, one
      *> alias-day per delete, flagging the day's summary row in the
      *> same unit of work, and commits every COMMITN deleted rows.
      *> A delete that does not remove exactly the rows read for the
      *> day, or any SQL error, rolls back to the last commit and
      *> stops - committed days are both flagged and gone, so the
      *> rerun carries on from there.
      *>------------------------------------------------------------------------
       PURGE-DETAIL-ROWS SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-SINCE-COMMIT
          MOVE 0 TO WS-DAYS-PENDING

          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                  UNTIL WS-GRP-IX > WS-GRP-COUNT
                     OR HOUSEKEEP-BROKEN
             IF GRP-IN-PURGE-WINDOW(WS-GRP-IX)
                IF GRP-SUMMARIZED(WS-GRP-IX)
                   PERFORM PURGE-ONE-GROUP THRU PURGE-ONE-GROUP-EX
                ELSE
                   ADD WS-GRP-SWEEPS(WS-GRP-IX) TO WS-PURGE-HELD-ROWS
                END-IF
             END-IF
             IF NOT HOUSEKEEP-BROKEN
              AND WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                PERFORM COMMIT-PURGED-DAYS THRU COMMIT-PURGED-DAYS-EX
             END-IF
          END-PERFORM

          IF NOT HOUSEKEEP-BROKEN
             PERFORM COMMIT-PURGED-DAYS THRU COMMIT-PURGED-DAYS-EX
          END-IF

          IF HOUSEKEEP-BROKEN
             PERFORM ROLLBACK-WORK THRU ROLLBACK-WORK-EX
             DISPLAY "*** PURGE STOPPED AFTER " WS-DAYS-PURGED
              " COMMITTED DAY(S) - RERUN CARRIES ON FROM THERE"
             MOVE "*** PURGE STOPPED - COMMITTED DAYS ARE PROVEN"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
             GO TO PURGE-DETAIL-ROWS-EX
          END-IF

          IF WS-ROWS-DELETED + WS-PURGE-HELD-ROWS
             NOT = WS-PURGE-WINDOW-ROWS
             DISPLAY "*** PURGE RECONCILIATION FAILED - WINDOW="
              WS-PURGE-WINDOW-ROWS " DELETED=" WS-ROWS-DELETED
              " HELD=" WS-PURGE-HELD-ROWS
             MOVE "*** DELETED + HELD NOT EQUAL TO PURGE WINDOW"
               TO WS-RPT-VERDICT
             MOVE 12 TO WS-BATCH-RETURN-CODE
          ELSE
             MOVE "BALANCED - READ = SUMMARIZED, WINDOW = DELETED+HELD"
               TO WS-RPT-VERDICT
          END-IF
          .
       PURGE-DETAIL-ROWS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PURGE-ONE-GROUP SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-GRP-ALIAS(WS-GRP-IX) TO HV-SUM-ALIAS
          MOVE WS-GRP-DAY(WS-GRP-IX) TO HV-SUM-DAY
          STRING WS-GRP-DAY(WS-GRP-IX) "-00.00.00.000000"
                 DELIMITED BY SIZE INTO HV-DAY-START
          STRING WS-GRP-DAY(WS-GRP-IX) "-23.59.59.999999"
                 DELIMITED BY SIZE INTO HV-DAY-END

          PERFORM DELETE-DETAIL-DAY THRU DELETE-DETAIL-DAY-EX
          IF HOUSEKEEP-BROKEN
             GO TO PURGE-ONE-GROUP-EX
          END-IF

          IF SQLERRD(3) NOT = WS-GRP-SWEEPS(WS-GRP-IX)
             DISPLAY "*** DELETE FOR " HV-SUM-ALIAS " " HV-SUM-DAY
              " REMOVED " SQLERRD(3) " ROW(S), "
              WS-GRP-SWEEPS(WS-GRP-IX) " SUMMARIZED"
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
             GO TO PURGE-ONE-GROUP-EX
          END-IF

          PERFORM MARK-DAILY-PURGED THRU MARK-DAILY-PURGED-EX
          IF HOUSEKEEP-BROKEN
             GO TO PURGE-ONE-GROUP-EX
          END-IF

          MOVE 'P' TO WS-GRP-STATE(WS-GRP-IX)
          ADD WS-GRP-SWEEPS(WS-GRP-IX) TO WS-SINCE-COMMIT
          ADD 1 TO WS-DAYS-PENDING
          .
       PURGE-ONE-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-DETAIL-DAY SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *DELETE FROM APPDB.CONN_STATUS
      * WHERE DBALIAS = :HV-SUM-ALIAS
      *   AND RUN_TS BETWEEN :HV-DAY-START AND :HV-DAY-END
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 9 TO SQL-STMT-ID
           MOVE 3 TO SQLDSIZE
           MOVE 9 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 9 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 9 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-ALIAS
            BY VALUE 0
                     0

           MOVE 26 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 9 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-DAY-START
            BY VALUE 0
                     0

           MOVE 26 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 9 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-DAY-END
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 9 TO SQL-INPUT-SQLDA-ID
           MOVE 9 TO SQL-SECTIONUMBER
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
          IF NOT SQL-STATUS-OK
             DISPLAY "*** CONN_STATUS DELETE SQLCODE=" SQLCODE
              " FOR " HV-SUM-ALIAS " " HV-SUM-DAY
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       DELETE-DETAIL-DAY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MARK-DAILY-PURGED SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *UPDATE APPDB.CONN_STATUS_DAILY
      *   SET DETAIL_PURGED = 'Y'
      * WHERE DBALIAS = :HV-SUM-ALIAS
      *   AND SUMMARY_DATE = :HV-SUM-DAY
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 10 TO SQL-STMT-ID
           MOVE 2 TO SQLDSIZE
           MOVE 10 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 9 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 10 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-ALIAS
            BY VALUE 0
                     0

           MOVE 10 TO SQL-HOST-VAR-LENGTH
           MOVE 452 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 10 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-SUM-DAY
            BY VALUE 0
                     0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 10 TO SQL-INPUT-SQLDA-ID
           MOVE 10 TO SQL-SECTIONUMBER
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
          IF NOT SQL-STATUS-OK
             DISPLAY "*** CONN_STATUS_DAILY PURGE FLAG SQLCODE="
              SQLCODE " FOR " HV-SUM-ALIAS " " HV-SUM-DAY
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
          END-IF
          .
       MARK-DAILY-PURGED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Commits the purge interval and only then counts its days as
      *> purged - until the commit they can still be rolled back.
      *>------------------------------------------------------------------------
       COMMIT-PURGED-DAYS SECTION.
      *>------------------------------------------------------------------------
          PERFORM COMMIT-WORK THRU COMMIT-WORK-EX
          IF HOUSEKEEP-BROKEN
             GO TO COMMIT-PURGED-DAYS-EX
          END-IF

          ADD WS-SINCE-COMMIT TO WS-ROWS-DELETED
          ADD WS-DAYS-PENDING TO WS-DAYS-PURGED
          MOVE 0 TO WS-SINCE-COMMIT
          MOVE 0 TO WS-DAYS-PENDING
          .
       COMMIT-PURGED-DAYS-EX.
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
           MOVE 2 TO SQL-SECTIONUMBER
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
             MOVE 'Y' TO WS-HOUSEKEEP-BROKEN
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
           MOVE 3 TO SQL-SECTIONUMBER
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
           MOVE 4 TO SQL-SECTIONUMBER
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
       WRITE-HELD-LINE SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-GRP-ALIAS(WS-GRP-IX) TO WS-RPT-HELD-ALIAS
          MOVE WS-GRP-DAY(WS-GRP-IX) TO WS-RPT-HELD-DAY
          MOVE WS-GRP-SWEEPS(WS-GRP-IX) TO WS-RPT-HELD-ROWS
          WRITE STHKRPT-RECORD FROM WS-RPT-HELD-LINE
          DISPLAY "WARNING - " WS-GRP-ALIAS(WS-GRP-IX) " "
           WS-GRP-DAY(WS-GRP-IX) " HELD - " WS-RPT-HELD-REASON
          .
       WRITE-HELD-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The run's counts and the reconciliation verdict.
      *>------------------------------------------------------------------------
       WRITE-HOUSEKEEP-SUMMARY SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO STHKRPT-RECORD
          WRITE STHKRPT-RECORD

          MOVE "DETAIL ROWS READ (COMPLETE DAYS)" TO WS-RPT-COUNT-LABEL
          MOVE WS-ROWS-READ TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "ALIAS-DAYS READ" TO WS-RPT-COUNT-LABEL
          MOVE WS-GRP-COUNT TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "SWEEPS SUMMARIZED" TO WS-RPT-COUNT-LABEL
          MOVE WS-SUMMARY-SWEEPS TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "DAILY ROWS INSERTED" TO WS-RPT-COUNT-LABEL
          MOVE WS-DAYS-INSERTED TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "DAILY ROWS REBUILT" TO WS-RPT-COUNT-LABEL
          MOVE WS-DAYS-UPDATED TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "ALIAS-DAYS HELD" TO WS-RPT-COUNT-LABEL
          MOVE WS-DAYS-HELD TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "PURGE-WINDOW DETAIL ROWS" TO WS-RPT-COUNT-LABEL
          MOVE WS-PURGE-WINDOW-ROWS TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "DETAIL ROWS DELETED" TO WS-RPT-COUNT-LABEL
          MOVE WS-ROWS-DELETED TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "DETAIL ROWS HELD IN PURGE WINDOW" TO WS-RPT-COUNT-LABEL
          MOVE WS-PURGE-HELD-ROWS TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE
          MOVE "ALIAS-DAYS PURGED" TO WS-RPT-COUNT-LABEL
          MOVE WS-DAYS-PURGED TO WS-RPT-COUNT-VALUE
          WRITE STHKRPT-RECORD FROM WS-RPT-COUNT-LINE

          MOVE SPACES TO STHKRPT-RECORD
          WRITE STHKRPT-RECORD
          IF WS-RPT-VERDICT = SPACES
             MOVE "NOTHING PURGED" TO WS-RPT-VERDICT
          END-IF
          WRITE STHKRPT-RECORD FROM WS-RPT-VERDICT-LINE
          CLOSE STHKRPT
          .
       WRITE-HOUSEKEEP-SUMMARY-EX.
          EXIT.
       END PROGRAM DB2STHK.
