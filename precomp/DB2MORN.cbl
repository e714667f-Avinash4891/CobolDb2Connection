      *>                 one-file-at-a-time check
      *>               - notes for pre-flight findings in VALRPT and
      *>                 stranded rows in STATFALL
      *>               - the job stream off the run ledger (RUNLEDGR):
      *>                 each job expected overnight - DB2CONN,
      *>                 DB2XTDQ, DB2XTDLT, DB2XTVOL, DB2CMHST,
      *>                 DB2CMUPD, DB2STLD, DB2ENVDF - as
      *>                 ENDED with its RC, NOT ENDED (started, never
      *>                 finished) or NOT STARTED. DB2AUDHK keeps its
      *>                 own schedule and is not expected.
      *>               - the night's extract volumes off the volume
      *>                 history (VOLHIST): rows in total and per
      *>                 status, the delta's adds/changes/deletes and
      *>                 whether the DB2XTVOL gate released or held
      *>                 the delta
      *>               The MORNPARM card RUNDATE=YYYYMMDD selects the
      *>               night; no card means today's date. The return
      *>               code mirrors the banner (0 / 4 / 8) so the
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - Job-stream section off the run ledger (RUNLEDGR):
      *>              expected jobs that never started or never ended
      *>              fail the night, an RC 8 ending needs attention.
      *>              Own start/end recorded on the ledger.
      *>            - DB2CMHST history posting expected in the stream.
      *>            - DB2XTVOL volume gate expected in the stream, and
      *>              the night's extract volumes reported off
      *>              VOLHIST. A held delta fails the night, one
      *>              released by override needs attention.
      *>            - DB2XTDQ extract quality check expected in the
      *>              stream.
      *>            - Night volumes read off VOLHIST even when the
      *>              run ledger could not be read; a VOLHIST read
      *>              failure is reported at RC 4.
      *>************************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT VOLHIST ASSIGN TO "VOLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLHIST-FILE-STATUS.

           SELECT MORNPARM ASSIGN TO "MORNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORNPARM-FILE-STATUS.
           RECORDING MODE IS F.
       COPY "db2stat.cpy".

       FD  VOLHIST
           RECORDING MODE IS F.
       COPY "db2vhst.cpy".

       FD  MORNPARM
           RECORDING MODE IS F.
       01  MORNPARM-RECORD            PIC X(80).
           88 STAT-FILE-OK             VALUE "00".
           88 STAT-FILE-EOF            VALUE "10".

       01  WS-VOLHIST-FILE-STATUS      PIC X(2).
           88 VOLHIST-FILE-OK          VALUE "00".
           88 VOLHIST-FILE-EOF         VALUE "10".

       01  WS-MORNPARM-FILE-STATUS     PIC X(2).
           88 MORNPARM-FILE-OK         VALUE "00".

       01  WS-VALRPT-MISSING           PIC X VALUE 'N'.
           88 VALRPT-MISSING           VALUE 'Y'.

      *> the jobs the nightly stream is expected to have run, in
      *> stream order, and what the run ledger says each one did.
      *> MORNRPT names a night by the morning it ends in, the ledger
      *> by the evening it began in - the ledger night is the day
      *> before WS-RUN-DATE.
       01  WS-JOB-LIST-VALUES.
           05 FILLER                   PIC X(8) VALUE "DB2CONN".
           05 FILLER                   PIC X(8) VALUE "DB2XTDQ".
           05 FILLER                   PIC X(8) VALUE "DB2XTDLT".
           05 FILLER                   PIC X(8) VALUE "DB2XTVOL".
           05 FILLER                   PIC X(8) VALUE "DB2CMHST".
           05 FILLER                   PIC X(8) VALUE "DB2CMUPD".
           05 FILLER                   PIC X(8) VALUE "DB2STLD".
           05 FILLER                   PIC X(8) VALUE "DB2ENVDF".
       01  WS-JOB-LIST REDEFINES WS-JOB-LIST-VALUES.
           05 WS-JL-PROGRAM-ID         PIC X(8) OCCURS 8 TIMES.
       01  WS-JOB-TABLE.
           05 WS-JOB-MAX               PIC 9(4) COMP-5 VALUE 8.
           05 WS-JOB-ENTRY OCCURS 8 TIMES.
              10 WS-JB-STATE           PIC X(11).
              10 WS-JB-RETURN-CODE     PIC 9(4).
              10 WS-JB-TIMESTAMP       PIC X(14).
       01  WS-JOB-IX                   PIC 9(4) COMP-5.
       01  WS-LEDGER-NIGHT-INT         PIC 9(8) COMP-5.
       01  WS-LEDGER-NIGHT-NUM         PIC 9(8).
       01  WS-LEDGER-NIGHT             PIC X(8).
       01  WS-JOB-FAILED-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOB-WARN-COUNT           PIC 9(4) VALUE 0.
       01  WS-LEDGER-BROKEN            PIC X VALUE 'N'.
           88 LEDGER-UNREADABLE        VALUE 'Y'.
      *> set only when RUNDATE gives no calendar night to look up -
      *> a ledger read problem alone still leaves VOLHIST readable
       01  WS-NIGHT-INVALID            PIC X VALUE 'N'.
           88 LEDGER-NIGHT-INVALID     VALUE 'Y'.

      *> the ledger night's extract volumes - the last VOLHIST record
      *> the DB2XTVOL gate wrote for that night, in db2vhst.cpy shape
       01  WS-VOLUME-FOUND             PIC X VALUE 'N'.
           88 NIGHT-VOLUMES-FOUND      VALUE 'Y'.
       01  WS-NIGHT-VOLUMES.
           05 WS-NV-NIGHT              PIC X(8).
           05 WS-NV-RUN-DATE           PIC X(26).
           05 WS-NV-DBALIAS            PIC X(9).
           05 WS-NV-EXTRACT-COUNT      PIC 9(9).
           05 WS-NV-ADD-COUNT          PIC 9(9).
           05 WS-NV-CHG-COUNT          PIC 9(9).
           05 WS-NV-DEL-COUNT          PIC 9(9).
           05 WS-NV-STATUS-ENTRY OCCURS 8 TIMES.
              10 WS-NV-STATUS-CODE     PIC X(1).
              10 WS-NV-STATUS-COUNT    PIC 9(9).
           05 WS-NV-OTHER-COUNT        PIC 9(9).
           05 WS-NV-GATE-RESULT        PIC X(1).
              88 NV-RELEASED           VALUE "R".
              88 NV-HELD               VALUE "H".
              88 NV-OVERRIDDEN         VALUE "O".
           05 WS-NV-BREACH-COUNT       PIC 9(4).
           05 WS-NV-GATE-TIMESTAMP     PIC X(14).
       01  WS-NV-IX                    PIC 9(4) COMP-5.
       01  WS-NV-COL                   PIC 9(4) COMP-5.

      *> overall banner verdict - FAILED beats ATTENTION beats OK
       01  WS-BANNER                   PIC X(9).

           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-GAP-TEXT          PIC X(50).
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-RPT-STREAM-HDR-LINE.
           05 FILLER                   PIC X(30) VALUE
              "JOB STREAM - RUN LEDGER NIGHT ".
           05 WS-RPT-STREAM-NIGHT      PIC X(8).
           05 FILLER                   PIC X(42) VALUE SPACES.
       01  WS-RPT-JOB-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-JOB-PROGRAM       PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-JOB-STATE         PIC X(11).
           05 FILLER                   PIC X(5)  VALUE "  RC ".
           05 WS-RPT-JOB-RC            PIC X(4).
           05 FILLER                   PIC X(5)  VALUE "  AT ".
           05 WS-RPT-JOB-TIMESTAMP     PIC X(14).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-RPT-VOLUME-HDR-LINE.
           05 FILLER                   PIC X(30) VALUE
              "EXTRACT VOLUMES - GATE NIGHT  ".
           05 WS-RPT-VOLUME-NIGHT      PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-VOLUME-RUN-DATE   PIC X(26).
           05 FILLER                   PIC X(14) VALUE SPACES.
       01  WS-RPT-VOLUME-LINE.
           05 FILLER                   PIC X(8)  VALUE "  ROWS  ".
           05 WS-RPT-VOL-ROWS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  ADD  ".
           05 WS-RPT-VOL-ADD           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  CHG  ".
           05 WS-RPT-VOL-CHG           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  DEL  ".
           05 WS-RPT-VOL-DEL           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE SPACES.
       01  WS-RPT-VOL-STATUS-LINE.
           05 FILLER                   PIC X(10) VALUE "  STATUS  ".
           05 WS-RPT-VOL-STATUS-ENTRY OCCURS 4 TIMES.
              10 WS-RPT-VOL-STATUS-CODE  PIC X(1).
              10 WS-RPT-VOL-STATUS-COUNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER                PIC X(4).
           05 FILLER                   PIC X(6)  VALUE SPACES.
       01  WS-RPT-VOL-GATE-LINE.
           05 FILLER                   PIC X(8)  VALUE "  GATE  ".
           05 WS-RPT-VOL-GATE          PIC X(24).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-VOL-BREACHES      PIC ZZZ9.
           05 FILLER                   PIC X(13) VALUE " BREACH(ES)  ".
           05 WS-RPT-VOL-ALIAS         PIC X(9).
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WS-RPT-NOTE-LINE.
           05 FILLER                   PIC X(7)  VALUE "  NOTE ".
           05 WS-RPT-NOTE-TEXT         PIC X(73).
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records kept through the DB2RLED
      *> service (see db2rled.cpy)
       01  WS-RLED-REQUEST             PIC X(8).
       01  WS-RLED-STATUS              PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 MORNING TURNOVER MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-MORN-PARM THRU READ-MORN-PARM-EX

           PERFORM ROLL-UP-AUDIT-TRAIL THRU ROLL-UP-AUDIT-TRAIL-EX
           PERFORM ROLL-UP-ALERTS THRU ROLL-UP-ALERTS-EX
           PERFORM ROLL-UP-VALRPT THRU ROLL-UP-VALRPT-EX
           PERFORM ROLL-UP-STATFALL THRU ROLL-UP-STATFALL-EX
           PERFORM ROLL-UP-RUN-LEDGER THRU ROLL-UP-RUN-LEDGER-EX
           PERFORM ROLL-UP-VOLUMES THRU ROLL-UP-VOLUMES-EX

           PERFORM JUDGE-THE-NIGHT THRU JUDGE-THE-NIGHT-EX

           DISPLAY "MORNING TURNOVER - " WS-BANNER " PASS="
            WS-PASS-COUNT " FAIL=" WS-FAIL-COUNT " DEGRADED="
            WS-DEGRADED-COUNT " MAINT=" WS-MAINT-COUNT
            " GAPS=" WS-GAP-COUNT " JOBS MISSING/FAILED="
            WS-JOB-FAILED-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 MORNING TURNOVER MODULE - RC="
       MAIN-DB2MORN-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the turnover, but the run is
      *> flagged so the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2MORN" TO RLED-PROGRAM-ID
          MOVE "START" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS
          IF WS-RLED-STATUS NOT = 0
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       LEDGER-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> End record on the run ledger, carrying the final RC and the
      *> night's PASS/FAIL counts and the jobs found missing/failed.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2MORN" TO RLED-PROGRAM-ID
          MOVE WS-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "PASS" TO RLED-COUNT-NAME(1)
          MOVE WS-PASS-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "FAIL" TO RLED-COUNT-NAME(2)
          MOVE WS-FAIL-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "JOBSBAD" TO RLED-COUNT-NAME(3)
          MOVE WS-JOB-FAILED-COUNT TO RLED-COUNT-VALUE(3)
          MOVE "END" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS
          IF WS-RLED-STATUS NOT = 0
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       LEDGER-RUN-END-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Picks the night off the optional MORNPARM card
      *> (RUNDATE=YYYYMMDD); no card, an empty card or a bad date all
       ROLL-ONE-STATFALL-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The job stream as the run ledger recorded it - every job
      *> the night expects, looked up on the ledger night the stream
      *> began in.
      *>------------------------------------------------------------------------
       ROLL-UP-RUN-LEDGER SECTION.
      *>------------------------------------------------------------------------
          COMPUTE WS-LEDGER-NIGHT-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

      *> a RUNDATE card that is numeric but no calendar date leaves
      *> no night to look up
          IF WS-LEDGER-NIGHT-INT < 2
             DISPLAY "WARNING - NIGHT " WS-RUN-DATE " IS NOT A VALID"
              " DATE - JOB STREAM NOT CHECKED"
             MOVE WS-RUN-DATE TO WS-LEDGER-NIGHT
             MOVE 'Y' TO WS-LEDGER-BROKEN
             MOVE 'Y' TO WS-NIGHT-INVALID
             PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                     UNTIL WS-JOB-IX > WS-JOB-MAX
                MOVE "UNKNOWN" TO WS-JB-STATE(WS-JOB-IX)
                MOVE SPACES TO WS-JB-TIMESTAMP(WS-JOB-IX)
             END-PERFORM
             GO TO ROLL-UP-RUN-LEDGER-EX
          END-IF

          SUBTRACT 1 FROM WS-LEDGER-NIGHT-INT
          COMPUTE WS-LEDGER-NIGHT-NUM =
             FUNCTION DATE-OF-INTEGER(WS-LEDGER-NIGHT-INT)
          MOVE WS-LEDGER-NIGHT-NUM TO WS-LEDGER-NIGHT

          PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                  UNTIL WS-JOB-IX > WS-JOB-MAX
             PERFORM CHECK-ONE-EXPECTED-JOB
                THRU CHECK-ONE-EXPECTED-JOB-EX
          END-PERFORM
          .
       ROLL-UP-RUN-LEDGER-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The job's last ledger record of the night decides: none at
      *> all is NOT STARTED, a start with no end after it is NOT
      *> ENDED - the abend that left no SYSOUT anyone read - and an
      *> end record carries the job's own RC. A job that failed and
      *> was rerun to a clean end reads as the clean end.
      *>------------------------------------------------------------------------
       CHECK-ONE-EXPECTED-JOB SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO WS-JB-TIMESTAMP(WS-JOB-IX)
          MOVE 0 TO WS-JB-RETURN-CODE(WS-JOB-IX)

          INITIALIZE RLED-RECORD
          MOVE WS-JL-PROGRAM-ID(WS-JOB-IX) TO RLED-PROGRAM-ID
          MOVE WS-LEDGER-NIGHT TO RLED-RUN-DATE
          MOVE "NIGHT" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS

          EVALUATE TRUE
             WHEN WS-RLED-STATUS = 100
                MOVE "NOT STARTED" TO WS-JB-STATE(WS-JOB-IX)
                ADD 1 TO WS-JOB-FAILED-COUNT
             WHEN WS-RLED-STATUS NOT = 0
                MOVE "UNKNOWN" TO WS-JB-STATE(WS-JOB-IX)
                MOVE 'Y' TO WS-LEDGER-BROKEN
             WHEN RLED-START-REC
                MOVE "NOT ENDED" TO WS-JB-STATE(WS-JOB-IX)
                MOVE RLED-TIMESTAMP TO WS-JB-TIMESTAMP(WS-JOB-IX)
                ADD 1 TO WS-JOB-FAILED-COUNT
             WHEN OTHER
                MOVE "ENDED" TO WS-JB-STATE(WS-JOB-IX)
                MOVE RLED-RETURN-CODE TO WS-JB-RETURN-CODE(WS-JOB-IX)
                MOVE RLED-TIMESTAMP TO WS-JB-TIMESTAMP(WS-JOB-IX)
                EVALUATE TRUE
                   WHEN RLED-RETURN-CODE > 8
                      ADD 1 TO WS-JOB-FAILED-COUNT
                   WHEN RLED-RETURN-CODE > 4
                      ADD 1 TO WS-JOB-WARN-COUNT
                END-EVALUATE
          END-EVALUATE
          .
       CHECK-ONE-EXPECTED-JOB-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The night's extract volumes as the DB2XTVOL gate kept them on
      *> VOLHIST, under the same ledger night as the job stream. A
      *> gate rerun for the night (a held delta released by override)
      *> appends another record - the last one stands. No VOLHIST,
      *> or no record for the night, is reported as such.
      *>------------------------------------------------------------------------
       ROLL-UP-VOLUMES SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-VOLUME-FOUND
          IF LEDGER-NIGHT-INVALID
             GO TO ROLL-UP-VOLUMES-EX
          END-IF

          OPEN INPUT VOLHIST
          IF NOT VOLHIST-FILE-OK
             GO TO ROLL-UP-VOLUMES-EX
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM ROLL-ONE-VOLUME-RECORD THRU ROLL-ONE-VOLUME-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          CLOSE VOLHIST
          .
       ROLL-UP-VOLUMES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ROLL-ONE-VOLUME-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ VOLHIST
          IF NOT VOLHIST-FILE-OK
             IF NOT VOLHIST-FILE-EOF
                DISPLAY "WARNING - VOLHIST READ FAILED, STATUS="
                 WS-VOLHIST-FILE-STATUS " - NIGHT VOLUMES MAY BE"
                 " INCOMPLETE"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-INPUT
             GO TO ROLL-ONE-VOLUME-RECORD-EX
          END-IF

          IF VHST-NIGHT = WS-LEDGER-NIGHT
             MOVE VHST-RECORD TO WS-NIGHT-VOLUMES
             MOVE 'Y' TO WS-VOLUME-FOUND
          END-IF
          .
       ROLL-ONE-VOLUME-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates (or creates) the rollup row for WS-SLOT-ALIAS,
      *> leaving WS-ALIAS-IX pointing at it.
      *> unreadable. ATTENTION: everything connected but something
      *> needs a human - DEGRADED timings, recon trouble, alerts,
      *> no-vault-key entries, pre-flight findings, stranded status
      *> rows, or a cross-file gap. Otherwise OK. A delta held by the
      *> volume gate fails the night even if its job line alone would
      *> not; one released over breaches by override needs attention.
      *>------------------------------------------------------------------------
       JUDGE-THE-NIGHT SECTION.
      *>------------------------------------------------------------------------

          EVALUATE TRUE
             WHEN AUDIT-TRAIL-MISSING OR WS-FAIL-COUNT > 0
               OR WS-JOB-FAILED-COUNT > 0
               OR (NIGHT-VOLUMES-FOUND AND NV-HELD)
                MOVE "FAILED   " TO WS-BANNER
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
               OR WS-INCOMPLETE-COUNT > 0 OR WS-ALERT-COUNT > 0
               OR WS-NOKEY-COUNT > 0 OR WS-VAL-FINDING-COUNT > 0
               OR WS-STATFALL-ROWS > 0 OR WS-GAP-COUNT > 0
               OR VALRPT-MISSING OR WS-JOB-WARN-COUNT > 0
               OR LEDGER-UNREADABLE
               OR (NIGHT-VOLUMES-FOUND AND NV-OVERRIDDEN)
                MOVE "ATTENTION" TO WS-BANNER
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
          MOVE SPACES TO MORNRPT-RECORD
          WRITE MORNRPT-RECORD

          MOVE WS-LEDGER-NIGHT TO WS-RPT-STREAM-NIGHT
          WRITE MORNRPT-RECORD FROM WS-RPT-STREAM-HDR-LINE
          PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                  UNTIL WS-JOB-IX > WS-JOB-MAX
             PERFORM WRITE-JOB-LINE THRU WRITE-JOB-LINE-EX
          END-PERFORM

          MOVE SPACES TO MORNRPT-RECORD
          WRITE MORNRPT-RECORD

          PERFORM WRITE-VOLUME-LINES THRU WRITE-VOLUME-LINES-EX

          PERFORM WRITE-GAP-LINES THRU WRITE-GAP-LINES-EX
          PERFORM WRITE-NOTE-LINES THRU WRITE-NOTE-LINES-EX

       WRITE-ALIAS-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-JOB-LINE SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-JL-PROGRAM-ID(WS-JOB-IX) TO WS-RPT-JOB-PROGRAM
          MOVE WS-JB-STATE(WS-JOB-IX) TO WS-RPT-JOB-STATE
          IF WS-JB-STATE(WS-JOB-IX) = "ENDED"
             MOVE WS-JB-RETURN-CODE(WS-JOB-IX) TO WS-RPT-JOB-RC
          ELSE
             MOVE "-" TO WS-RPT-JOB-RC
          END-IF
          IF WS-JB-TIMESTAMP(WS-JOB-IX) = SPACES
             MOVE "-" TO WS-RPT-JOB-TIMESTAMP
          ELSE
             MOVE WS-JB-TIMESTAMP(WS-JOB-IX) TO WS-RPT-JOB-TIMESTAMP
          END-IF
          WRITE MORNRPT-RECORD FROM WS-RPT-JOB-LINE
          .
       WRITE-JOB-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The night's extract volumes and the gate's verdict - four
      *> status codes to a line.
      *>------------------------------------------------------------------------
       WRITE-VOLUME-LINES SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-LEDGER-NIGHT TO WS-RPT-VOLUME-NIGHT
          MOVE SPACES TO WS-RPT-VOLUME-RUN-DATE
          IF NOT NIGHT-VOLUMES-FOUND
             WRITE MORNRPT-RECORD FROM WS-RPT-VOLUME-HDR-LINE
             MOVE "NO VOLUME GATE RECORD ON VOLHIST FOR THE NIGHT"
               TO WS-RPT-NOTE-TEXT
             WRITE MORNRPT-RECORD FROM WS-RPT-NOTE-LINE
             MOVE SPACES TO MORNRPT-RECORD
             WRITE MORNRPT-RECORD
             GO TO WRITE-VOLUME-LINES-EX
          END-IF

          MOVE WS-NV-RUN-DATE TO WS-RPT-VOLUME-RUN-DATE
          WRITE MORNRPT-RECORD FROM WS-RPT-VOLUME-HDR-LINE

          MOVE WS-NV-EXTRACT-COUNT TO WS-RPT-VOL-ROWS
          MOVE WS-NV-ADD-COUNT TO WS-RPT-VOL-ADD
          MOVE WS-NV-CHG-COUNT TO WS-RPT-VOL-CHG
          MOVE WS-NV-DEL-COUNT TO WS-RPT-VOL-DEL
          WRITE MORNRPT-RECORD FROM WS-RPT-VOLUME-LINE

          MOVE SPACES TO WS-RPT-VOL-STATUS-LINE
          MOVE "  STATUS" TO WS-RPT-VOL-STATUS-LINE(1:10)
          MOVE 0 TO WS-NV-COL
          PERFORM VARYING WS-NV-IX FROM 1 BY 1 UNTIL WS-NV-IX > 8
             IF WS-NV-STATUS-CODE(WS-NV-IX) NOT = SPACE
              OR WS-NV-STATUS-COUNT(WS-NV-IX) > 0
                ADD 1 TO WS-NV-COL
                MOVE WS-NV-STATUS-CODE(WS-NV-IX)
                  TO WS-RPT-VOL-STATUS-CODE(WS-NV-COL)
                MOVE WS-NV-STATUS-COUNT(WS-NV-IX)
                  TO WS-RPT-VOL-STATUS-COUNT(WS-NV-COL)
                IF WS-NV-COL = 4
                   WRITE MORNRPT-RECORD FROM WS-RPT-VOL-STATUS-LINE
                   MOVE SPACES TO WS-RPT-VOL-STATUS-LINE
                   MOVE "  STATUS" TO WS-RPT-VOL-STATUS-LINE(1:10)
                   MOVE 0 TO WS-NV-COL
                END-IF
             END-IF
          END-PERFORM
          IF WS-NV-COL > 0
             WRITE MORNRPT-RECORD FROM WS-RPT-VOL-STATUS-LINE
          END-IF

          EVALUATE TRUE
             WHEN NV-HELD
                MOVE "HELD - NOT RELEASED" TO WS-RPT-VOL-GATE
             WHEN NV-OVERRIDDEN
                MOVE "RELEASED BY OVERRIDE" TO WS-RPT-VOL-GATE
             WHEN OTHER
                MOVE "RELEASED" TO WS-RPT-VOL-GATE
          END-EVALUATE
          MOVE WS-NV-BREACH-COUNT TO WS-RPT-VOL-BREACHES
          MOVE WS-NV-DBALIAS TO WS-RPT-VOL-ALIAS
          WRITE MORNRPT-RECORD FROM WS-RPT-VOL-GATE-LINE

          MOVE SPACES TO MORNRPT-RECORD
          WRITE MORNRPT-RECORD
          .
       WRITE-VOLUME-LINES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-GAP-LINES SECTION.
      *>------------------------------------------------------------------------
             WRITE MORNRPT-RECORD FROM WS-RPT-NOTE-LINE
          END-IF

          IF LEDGER-UNREADABLE
             MOVE "JOB STREAM NOT CHECKED - RUNLEDGR OR NIGHT UNUSABLE"
               TO WS-RPT-NOTE-TEXT
             WRITE MORNRPT-RECORD FROM WS-RPT-NOTE-LINE
          END-IF

          IF NIGHT-VOLUMES-FOUND AND NV-HELD
             MOVE "DELTFILE HELD BY THE VOLUME GATE - SEE VOLRPT"
               TO WS-RPT-NOTE-TEXT
             WRITE MORNRPT-RECORD FROM WS-RPT-NOTE-LINE
          END-IF

          IF NIGHT-VOLUMES-FOUND AND NV-OVERRIDDEN
             MOVE "VOLUME BREACHES RELEASED BY OVERRIDE - SEE VOLRPT"
               TO WS-RPT-NOTE-TEXT
             WRITE MORNRPT-RECORD FROM WS-RPT-NOTE-LINE
          END-IF

          IF WS-CRITICAL-COUNT > 0
             MOVE SPACES TO WS-RPT-NOTE-TEXT
             STRING WS-CRITICAL-COUNT " CRITICAL ALERT(S) OVERNIGHT"
