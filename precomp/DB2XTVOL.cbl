      *>************************************************************************
      *>  DB2 CUSTOMER-MASTER EXTRACT VOLUME GATE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2XTVOL.cbl
      *>
      *> Purpose:      Holds the nightly delta feed (DELTFILE) back from
      *>               release when the night's volumes are not
      *>               believable. EXTRFILE and DELTFILE each balancing
      *>               to their own trailers proves they are complete,
      *>               not that they are right: a bad purge on the
      *>               source side that lost half of
      *>               APPDB.CUSTOMER_MASTER still unloads, balances
      *>               and derives a delta of tens of thousands of
      *>               deletes for the CRM. This job:
      *>               - validates both inputs against their trailers
      *>                 (count, CUST_ID hash, the delta's per-action
      *>                 counts) and proves the delta was derived from
      *>                 tonight's extract (same header run date)
      *>               - counts the extract's rows in total and per
      *>                 CUST_STATUS, and takes the delta's add,
      *>                 change and delete counts
      *>               - compares tonight against the trailing average
      *>                 of the last TRAILN nights on the volume
      *>                 history (VOLHIST, db2vhst.cpy) the gate let
      *>                 through - total rows, and each status's rows
      *>                 as a share of the customer base - once at
      *>                 least MINHIST such nights are on file
      *>               - compares adds, changes and deletes against
      *>                 the prior night's customer base (tonight's
      *>                 rows less adds plus deletes)
      *>               - appends tonight's volumes and verdict to
      *>                 VOLHIST and explains every breach on VOLRPT
      *>
      *>               Any volume outside tolerance ends the job with
      *>               RC 24 - the DELTFILE release is held: the
      *>               scheduler does not send the delta on, and
      *>               DB2CMHST will not post it. Once the volumes have
      *>               been reviewed and found genuine, a rerun carded
      *>               RELEASE=<extract run date> lets the night
      *>               through at RC 4.
      *>
      *>               Control cards (VOLCTL, optional):
      *>               TRAILN=nn       nights averaged (default 7,
      *>                               at most 31)
      *>               MINHIST=nn      nights needed before the
      *>                               average checks apply (def. 3)
      *>               EXTRPCT=nnn.nn  rows off the average (def. 5)
      *>               STATPCT=nnn.nn  shift of one status's rows, as
      *>                               a % of the base (default 5)
      *>               ADDPCT=nnn.nn   adds, % of prior base (def. 5)
      *>               CHGPCT=nnn.nn   changes, % of base (def. 10)
      *>               DELPCT=nnn.nn   deletes, % of base (def. 2)
      *>               RELEASE=yyyymmdd  release override, only for
      *>                               the extract of that run date
      *>
      *>               Start and end of every run are recorded on the
      *>               run ledger (RUNLEDGR) through DB2RLED, the end
      *>               record keyed by the extract's header run date.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - Batch night worked out locally, noon to noon as
      *>              DB2RLED does, when the ledger START fails - the
      *>              VOLHIST night is never left blank.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2XTVOL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRFILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT DELTFILE ASSIGN TO "DELTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELT-FILE-STATUS.

           SELECT VOLHIST ASSIGN TO "VOLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLHIST-FILE-STATUS.

           SELECT VOLCTL ASSIGN TO "VOLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT VOLRPT ASSIGN TO "VOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> both feeds are read as raw records and unpacked by their
      *> leading record-id byte into the db2xtrt.cpy / db2xdel.cpy
      *> layouts held in working storage
       FD  EXTRFILE
           RECORDING MODE IS F.
       01  EXTR-RAW-RECORD            PIC X(50).

       FD  DELTFILE
           RECORDING MODE IS F.
       01  DELT-RAW-RECORD            PIC X(50).

       FD  VOLHIST
           RECORDING MODE IS F.
       COPY "db2vhst.cpy".

       FD  VOLCTL
           RECORDING MODE IS F.
       01  CTL-RECORD                 PIC X(80).

       FD  VOLRPT
           RECORDING MODE IS F.
       01  VOLRPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EXTR-FILE-STATUS         PIC X(2).
           88 EXTR-FILE-OK             VALUE "00".
           88 EXTR-FILE-EOF            VALUE "10".

       01  WS-DELT-FILE-STATUS         PIC X(2).
           88 DELT-FILE-OK             VALUE "00".
           88 DELT-FILE-EOF            VALUE "10".

       01  WS-VOLHIST-FILE-STATUS      PIC X(2).
           88 VOLHIST-FILE-OK          VALUE "00".
           88 VOLHIST-FILE-EOF         VALUE "10".
           88 VOLHIST-FILE-NOT-FOUND   VALUE "35".

       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 CTL-FILE-OK              VALUE "00".
           88 CTL-FILE-EOF             VALUE "10".
           88 CTL-FILE-NOT-FOUND       VALUE "35".

       01  WS-VOLRPT-FILE-STATUS       PIC X(2).
           88 VOLRPT-FILE-OK           VALUE "00".

      *> the feeds' own record layouts, used as unpack areas
       COPY "db2xtrt.cpy".
       COPY "db2xdel.cpy".

       01  WS-MORE-CTL                 PIC X VALUE 'Y'.
       01  WS-MORE-INPUT               PIC X VALUE 'Y'.

      *> tolerances and history depth off the VOLCTL cards
       01  WS-TRAIL-NIGHTS             PIC 9(4) COMP-5 VALUE 7.
       01  WS-TRAIL-MAX                PIC 9(4) COMP-5 VALUE 31.
       01  WS-MIN-HISTORY              PIC 9(4) COMP-5 VALUE 3.
       01  WS-EXTRACT-PCT              PIC 9(3)V9(2) VALUE 5.00.
       01  WS-STATUS-PCT               PIC 9(3)V9(2) VALUE 5.00.
       01  WS-ADD-PCT                  PIC 9(3)V9(2) VALUE 5.00.
       01  WS-CHG-PCT                  PIC 9(3)V9(2) VALUE 10.00.
       01  WS-DEL-PCT                  PIC 9(3)V9(2) VALUE 2.00.
       01  WS-RELEASE-DATE             PIC X(8) VALUE SPACES.
       01  WS-CARD-VALUE               PIC X(6).
       01  WS-CARD-PCT                 PIC 9(3)V9(2).
       01  WS-CARD-VALUE-OK            PIC X.
           88 CARD-VALUE-OK            VALUE 'Y'.

      *> per-input validation state and control totals, proven
      *> against each input's trailer before its volumes are used
       01  WS-INPUT-NAME               PIC X(8).
       01  WS-SEEN-HEADER              PIC X VALUE 'N'.
       01  WS-SEEN-TRAILER             PIC X VALUE 'N'.
       01  WS-INPUT-VALID              PIC X VALUE 'Y'.
           88 INPUT-VALID              VALUE 'Y'.
       01  WS-DTL-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01  WS-ID-HASH                  PIC 9(13) COMP-5 VALUE 0.
       01  WS-TRL-REC-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-ID-HASH              PIC 9(12) VALUE 0.
       01  WS-TRL-ADD-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-CHG-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-DEL-COUNT            PIC 9(9) VALUE 0.
       01  WS-INPUT-RUN-DATE           PIC X(26) VALUE SPACES.

      *> tonight's header and the batch night the gate runs for
       01  WS-EXTR-RUN-DATE            PIC X(26) VALUE SPACES.
       01  WS-EXTR-DBALIAS             PIC X(9) VALUE SPACES.
       01  WS-GATE-NIGHT               PIC X(8) VALUE SPACES.

      *> the batch night runs from noon to noon, the same cutover
      *> DB2RLED stamps the ledger with - used only when the ledger
      *> could not say which night this is
       01  WS-NIGHT-CUTOVER-HH         PIC 9(2) VALUE 12.
       01  WS-NOW-STAMP                PIC X(14).
       01  WS-NOW-DATE-NUM             PIC 9(8).
       01  WS-NIGHT-INT                PIC 9(8) COMP-5.
       01  WS-NIGHT-NUM                PIC 9(8).

      *> tonight's volumes
       01  WS-EXTRACT-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-ADD-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01  WS-CHG-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01  WS-DEL-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01  WS-TN-STATUS-TABLE.
           05 WS-TN-STATUS-USED        PIC 9(4) COMP-5 VALUE 0.
           05 WS-TN-STATUS-ENTRY OCCURS 8 TIMES.
              10 WS-TN-STATUS-CODE     PIC X(1).
              10 WS-TN-STATUS-COUNT    PIC 9(9) COMP-5.
       01  WS-TN-OTHER-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01  WS-ST-IX                    PIC 9(4) COMP-5.
       01  WS-ST-FOUND                 PIC X.
           88 STATUS-FOUND             VALUE 'Y'.

      *> the trailing nights off VOLHIST, oldest first - only nights
      *> the gate let through, the last record of each run date,
      *> never tonight's own extract
       01  WS-HIST-TABLE.
           05 WS-HT-COUNT              PIC 9(4) COMP-5 VALUE 0.
           05 WS-HT-ENTRY OCCURS 31 TIMES.
              10 WS-HT-RUN-DATE        PIC X(26).
              10 WS-HT-EXTRACT-COUNT   PIC 9(9).
              10 WS-HT-STATUS-ENTRY OCCURS 8 TIMES.
                 15 WS-HT-STATUS-CODE  PIC X(1).
                 15 WS-HT-STATUS-COUNT PIC 9(9).
       01  WS-HT-IX                    PIC 9(4) COMP-5.
       01  WS-HT-FOUND-IX              PIC 9(4) COMP-5.
       01  WS-HIST-RECORDS-READ        PIC 9(9) COMP-5 VALUE 0.

      *> every status code seen tonight or in the trailing nights,
      *> with tonight's rows and the trailing nights' total
       01  WS-STATUS-CHECK-TABLE.
           05 WS-SC-USED               PIC 9(4) COMP-5 VALUE 0.
           05 WS-SC-MAX                PIC 9(4) COMP-5 VALUE 16.
           05 WS-SC-ENTRY OCCURS 16 TIMES.
              10 WS-SC-CODE            PIC X(1).
              10 WS-SC-TONIGHT         PIC 9(9) COMP-5.
              10 WS-SC-HIST-SUM        PIC 9(11) COMP-5.
       01  WS-SC-IX                    PIC 9(4) COMP-5.
       01  WS-SC-CODE-IN               PIC X(1).

      *> the measures judged
       01  WS-AVERAGES-USABLE          PIC X VALUE 'N'.
           88 AVERAGES-USABLE          VALUE 'Y'.
       01  WS-AVG-EXTRACT-COUNT        PIC 9(9)V9(2) VALUE 0.
       01  WS-AVG-STATUS-COUNT         PIC 9(9)V9(2) VALUE 0.
       01  WS-EXTRACT-SUM              PIC 9(11) COMP-5 VALUE 0.
       01  WS-PRIOR-BASE               PIC S9(9) COMP-5 VALUE 0.
       01  WS-MEASURED-DIFF            PIC S9(9)V9(2).
       01  WS-MEASURED-PCT             PIC 9(5)V9(2).
       01  WS-LIMIT-PCT                PIC 9(3)V9(2).
       01  WS-CHECK-NAME               PIC X(30).
       01  WS-CHECK-COUNT              PIC 9(9).
       01  WS-CHECK-REASON             PIC X(71).
       01  WS-BREACH-COUNT             PIC 9(4) COMP-5 VALUE 0.

      *> edited values for the reason lines
       01  WS-ED-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-BASE                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-PCT                   PIC ZZZZ9.99.
       01  WS-ED-LIMIT                 PIC ZZ9.99.
       01  WS-ED-NIGHTS                PIC Z9.
       01  WS-ED-MIN-NIGHTS            PIC Z9.
       01  WS-ED-BREACHES              PIC ZZZ9.

      *> the gate's verdict, as kept on VOLHIST
       01  WS-GATE-RESULT              PIC X(1) VALUE 'R'.
           88 GATE-RELEASED            VALUE 'R'.
           88 GATE-HELD                VALUE 'H'.
           88 GATE-OVERRIDDEN          VALUE 'O'.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
      *> the release hold - distinct from every failure RC so the
      *> scheduler can tell "held for review" from "broken"
       01  WS-HOLD-RETURN-CODE         PIC S9(4) COMP-5 VALUE 24.

      *> run ledger - start/end records kept through the DB2RLED
      *> service (see db2rled.cpy)
       01  WS-RLED-REQUEST             PIC X(8).
       01  WS-RLED-STATUS              PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(31) VALUE
              "EXTRACT VOLUME GATE REPORT RUN ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(41) VALUE SPACES.
       01  WS-RPT-INPUT-LINE.
           05 FILLER                   PIC X(9)  VALUE "EXTRACT  ".
           05 WS-RPT-RUN-DATE          PIC X(26).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-DBALIAS           PIC X(9).
           05 FILLER                   PIC X(8)  VALUE "  NIGHT ".
           05 WS-RPT-NIGHT             PIC X(8).
           05 FILLER                   PIC X(18) VALUE SPACES.
       01  WS-RPT-VOLUME-LINE.
           05 FILLER                   PIC X(14) VALUE "EXTRACT ROWS  ".
           05 WS-RPT-EXTRACT-ROWS      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE
              "  PRIOR BASE    ".
           05 WS-RPT-PRIOR-BASE        PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(28) VALUE SPACES.
       01  WS-RPT-DELTA-LINE.
           05 FILLER                   PIC X(14) VALUE "DELTA    ADD  ".
           05 WS-RPT-DELTA-ADD         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  CHG  ".
           05 WS-RPT-DELTA-CHG         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  DEL  ".
           05 WS-RPT-DELTA-DEL         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(19) VALUE SPACES.
       01  WS-RPT-STATUS-LINE.
           05 FILLER                   PIC X(14) VALUE "STATUS ROWS   ".
           05 WS-RPT-STATUS-ENTRY OCCURS 4 TIMES.
              10 WS-RPT-STATUS-CODE    PIC X(1).
              10 FILLER                PIC X(1).
              10 WS-RPT-STATUS-COUNT   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER                PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
       01  WS-RPT-TRAIL-LINE.
           05 FILLER                   PIC X(16) VALUE
              "TRAILING NIGHTS ".
           05 WS-RPT-TRAIL-USED        PIC Z9.
           05 FILLER                   PIC X(4)  VALUE " OF ".
           05 WS-RPT-TRAIL-NIGHTS      PIC Z9.
           05 FILLER                   PIC X(10) VALUE "  MINIMUM ".
           05 WS-RPT-TRAIL-MIN         PIC Z9.
           05 FILLER                   PIC X(16) VALUE
              "  AVERAGE ROWS  ".
           05 WS-RPT-TRAIL-AVG         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(14) VALUE SPACES.
       01  WS-RPT-CHECK-HDR-LINE.
           05 FILLER                   PIC X(32) VALUE
              "  CHECK".
           05 FILLER                   PIC X(11) VALUE "    TONIGHT".
           05 FILLER                   PIC X(10) VALUE "  MEASURED".
           05 FILLER                   PIC X(8)  VALUE "   LIMIT".
           05 FILLER                   PIC X(19) VALUE "  RESULT".
       01  WS-RPT-CHECK-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-CHK-NAME          PIC X(30).
           05 WS-RPT-CHK-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RPT-CHK-PCT           PIC ZZZZ9.99.
           05 FILLER                   PIC X(2)  VALUE "% ".
           05 WS-RPT-CHK-LIMIT         PIC ZZ9.99.
           05 FILLER                   PIC X(3)  VALUE "%  ".
           05 WS-RPT-CHK-RESULT        PIC X(8).
           05 FILLER                   PIC X(9)  VALUE SPACES.
       01  WS-RPT-REASON-LINE.
           05 FILLER                   PIC X(9)  VALUE "  REASON ".
           05 WS-RPT-REASON-TEXT       PIC X(71).
       01  WS-RPT-NOTE-LINE.
           05 FILLER                   PIC X(9)  VALUE "  NOTE   ".
           05 WS-RPT-NOTE-TEXT         PIC X(71).
       01  WS-RPT-VERDICT-LINE.
           05 FILLER                   PIC X(6)  VALUE "GATE  ".
           05 WS-RPT-VERDICT           PIC X(74).

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2XTVOL SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 EXTRACT VOLUME GATE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EX

           PERFORM READ-EXTRACT-FILE THRU READ-EXTRACT-FILE-EX
           IF INPUT-VALID
              PERFORM READ-DELTA-FILE THRU READ-DELTA-FILE-EX
           END-IF

           IF NOT INPUT-VALID
              DISPLAY "*** " WS-INPUT-NAME " FAILED VALIDATION - NO"
               " VOLUME VERDICT, DELTFILE NOT TO BE RELEASED"
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              DISPLAY "EXITING DB2 EXTRACT VOLUME GATE - RC="
               RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-VOLUME-HISTORY THRU LOAD-VOLUME-HISTORY-EX

           OPEN OUTPUT VOLRPT
           IF NOT VOLRPT-FILE-OK
              DISPLAY "*** UNABLE TO OPEN VOLRPT, STATUS="
               WS-VOLRPT-FILE-STATUS " - DELTFILE NOT TO BE RELEASED"
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-EX

           PERFORM CHECK-TRAILING-AVERAGES
              THRU CHECK-TRAILING-AVERAGES-EX
           PERFORM CHECK-DELTA-RATIOS THRU CHECK-DELTA-RATIOS-EX

           PERFORM DECIDE-RELEASE THRU DECIDE-RELEASE-EX

           PERFORM APPEND-VOLUME-HISTORY THRU APPEND-VOLUME-HISTORY-EX

           CLOSE VOLRPT

           DISPLAY "VOLUME GATE SUMMARY - ROWS=" WS-EXTRACT-COUNT
            " ADDED=" WS-ADD-COUNT " CHANGED=" WS-CHG-COUNT
            " DELETED=" WS-DEL-COUNT " BREACHES=" WS-BREACH-COUNT
            " RESULT=" WS-GATE-RESULT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 EXTRACT VOLUME GATE - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2XTVOL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. The service stamps the batch
      *> night on it, which is also the night the volumes are kept
      *> under. A ledger that cannot be written does not stop the
      *> gate, but the run is flagged so the missing record is
      *> explained, and the night is worked out here by the same
      *> rule so VOLHIST still lines up with DB2MORN and DB2CMHST.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2XTVOL" TO RLED-PROGRAM-ID
          MOVE "START" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS
          IF WS-RLED-STATUS NOT = 0
             PERFORM COMPUTE-BATCH-NIGHT THRU COMPUTE-BATCH-NIGHT-EX
             DISPLAY "WARNING - NO LEDGER START RECORD - BATCH NIGHT "
              WS-GATE-NIGHT " TAKEN FROM THE CLOCK"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          ELSE
             MOVE RLED-RUN-DATE TO WS-GATE-NIGHT
          END-IF
          .
       LEDGER-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Works out which batch night "now" belongs to - today from the
      *> cutover hour on, yesterday before it - the rule DB2RLED
      *> stamps its records by.
      *>------------------------------------------------------------------------
       COMPUTE-BATCH-NIGHT SECTION.
      *>------------------------------------------------------------------------
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
          MOVE WS-NOW-STAMP(1:8) TO WS-NOW-DATE-NUM

          IF WS-NOW-STAMP(9:2) < WS-NIGHT-CUTOVER-HH
             COMPUTE WS-NIGHT-INT =
                FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-NUM) - 1
             COMPUTE WS-NIGHT-NUM =
                FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
          ELSE
             MOVE WS-NOW-DATE-NUM TO WS-NIGHT-NUM
          END-IF
          MOVE WS-NIGHT-NUM TO WS-GATE-NIGHT
          .
       COMPUTE-BATCH-NIGHT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> End record on the run ledger, keyed by the extract's header
      *> run date and alias - DB2CMHST looks for it there before it
      *> posts the delta - carrying the final RC, the night's rows,
      *> deletes and breaches.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2XTVOL" TO RLED-PROGRAM-ID
          MOVE WS-EXTR-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-EXTR-DBALIAS TO RLED-RUN-ALIAS
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "EXTRACT" TO RLED-COUNT-NAME(1)
          MOVE WS-EXTRACT-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "DELETES" TO RLED-COUNT-NAME(2)
          MOVE WS-DEL-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "BREACHES" TO RLED-COUNT-NAME(3)
          MOVE WS-BREACH-COUNT TO RLED-COUNT-VALUE(3)
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
      *> Reads the VOLCTL run control cards - keyword=value, one per
      *> card, '*' in column 1 for comments, same card grammar as
      *> DB2CONN's CTLFILE. The deck is optional: without it the
      *> shipped tolerances apply.
      *>------------------------------------------------------------------------
       READ-CONTROL-CARDS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT VOLCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-NOT-FOUND
                DISPLAY "WARNING - VOLCTL NOT AVAILABLE, STATUS="
                 WS-CTL-FILE-STATUS " - DEFAULTS USED"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             GO TO READ-CONTROL-CARDS-EX
          END-IF

          MOVE 'Y' TO WS-MORE-CTL
          PERFORM PARSE-CONTROL-CARD THRU PARSE-CONTROL-CARD-EX
             UNTIL WS-MORE-CTL = 'N'

          CLOSE VOLCTL

          IF WS-MIN-HISTORY > WS-TRAIL-NIGHTS
             DISPLAY "WARNING - MINHIST " WS-MIN-HISTORY " EXCEEDS"
              " TRAILN " WS-TRAIL-NIGHTS " - MINHIST SET TO TRAILN"
             MOVE WS-TRAIL-NIGHTS TO WS-MIN-HISTORY
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       READ-CONTROL-CARDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-CONTROL-CARD SECTION.
      *>------------------------------------------------------------------------
          READ VOLCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-EOF
                DISPLAY "WARNING - VOLCTL READ FAILED, STATUS="
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

          MOVE 'Y' TO WS-CARD-VALUE-OK

          EVALUATE TRUE
             WHEN CTL-RECORD(1:7) = "TRAILN="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(8:2)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(8:2)) >= 1
                 AND FUNCTION NUMVAL(CTL-RECORD(8:2)) <= WS-TRAIL-MAX
                   COMPUTE WS-TRAIL-NIGHTS =
                      FUNCTION NUMVAL(CTL-RECORD(8:2))
                   DISPLAY "CONTROL CARD - TRAILN " WS-TRAIL-NIGHTS
                ELSE
                   MOVE 'N' TO WS-CARD-VALUE-OK
                END-IF
             WHEN CTL-RECORD(1:8) = "MINHIST="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(9:2)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(9:2)) >= 1
                 AND FUNCTION NUMVAL(CTL-RECORD(9:2)) <= WS-TRAIL-MAX
                   COMPUTE WS-MIN-HISTORY =
                      FUNCTION NUMVAL(CTL-RECORD(9:2))
                   DISPLAY "CONTROL CARD - MINHIST " WS-MIN-HISTORY
                ELSE
                   MOVE 'N' TO WS-CARD-VALUE-OK
                END-IF
             WHEN CTL-RECORD(1:8) = "EXTRPCT="
                MOVE CTL-RECORD(9:6) TO WS-CARD-VALUE
                PERFORM CHECK-PERCENT-VALUE
                   THRU CHECK-PERCENT-VALUE-EX
                IF CARD-VALUE-OK
                   MOVE WS-CARD-PCT TO WS-EXTRACT-PCT
                   DISPLAY "CONTROL CARD - EXTRPCT " WS-EXTRACT-PCT
                END-IF
             WHEN CTL-RECORD(1:8) = "STATPCT="
                MOVE CTL-RECORD(9:6) TO WS-CARD-VALUE
                PERFORM CHECK-PERCENT-VALUE
                   THRU CHECK-PERCENT-VALUE-EX
                IF CARD-VALUE-OK
                   MOVE WS-CARD-PCT TO WS-STATUS-PCT
                   DISPLAY "CONTROL CARD - STATPCT " WS-STATUS-PCT
                END-IF
             WHEN CTL-RECORD(1:7) = "ADDPCT="
                MOVE CTL-RECORD(8:6) TO WS-CARD-VALUE
                PERFORM CHECK-PERCENT-VALUE
                   THRU CHECK-PERCENT-VALUE-EX
                IF CARD-VALUE-OK
                   MOVE WS-CARD-PCT TO WS-ADD-PCT
                   DISPLAY "CONTROL CARD - ADDPCT " WS-ADD-PCT
                END-IF
             WHEN CTL-RECORD(1:7) = "CHGPCT="
                MOVE CTL-RECORD(8:6) TO WS-CARD-VALUE
                PERFORM CHECK-PERCENT-VALUE
                   THRU CHECK-PERCENT-VALUE-EX
                IF CARD-VALUE-OK
                   MOVE WS-CARD-PCT TO WS-CHG-PCT
                   DISPLAY "CONTROL CARD - CHGPCT " WS-CHG-PCT
                END-IF
             WHEN CTL-RECORD(1:7) = "DELPCT="
                MOVE CTL-RECORD(8:6) TO WS-CARD-VALUE
                PERFORM CHECK-PERCENT-VALUE
                   THRU CHECK-PERCENT-VALUE-EX
                IF CARD-VALUE-OK
                   MOVE WS-CARD-PCT TO WS-DEL-PCT
                   DISPLAY "CONTROL CARD - DELPCT " WS-DEL-PCT
                END-IF
             WHEN CTL-RECORD(1:8) = "RELEASE="
                IF CTL-RECORD(9:8) IS NUMERIC
                   MOVE CTL-RECORD(9:8) TO WS-RELEASE-DATE
                   DISPLAY "CONTROL CARD - RELEASE " WS-RELEASE-DATE
                ELSE
                   MOVE 'N' TO WS-CARD-VALUE-OK
                END-IF
             WHEN OTHER
                DISPLAY "WARNING - UNRECOGNIZED CONTROL CARD: "
                 CTL-RECORD(1:40)
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
          END-EVALUATE

          IF NOT CARD-VALUE-OK
             DISPLAY "WARNING - BAD CONTROL CARD IGNORED: "
              CTL-RECORD(1:40)
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       PARSE-CONTROL-CARD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> A tolerance card's value: nnn.nn, 0 to 100 percent.
      *>------------------------------------------------------------------------
       CHECK-PERCENT-VALUE SECTION.
      *>------------------------------------------------------------------------
          IF FUNCTION TEST-NUMVAL(WS-CARD-VALUE) = 0
             IF FUNCTION NUMVAL(WS-CARD-VALUE) >= 0
              AND FUNCTION NUMVAL(WS-CARD-VALUE) <= 100
                COMPUTE WS-CARD-PCT = FUNCTION NUMVAL(WS-CARD-VALUE)
                GO TO CHECK-PERCENT-VALUE-EX
             END-IF
          END-IF

          MOVE 'N' TO WS-CARD-VALUE-OK
          .
       CHECK-PERCENT-VALUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Tonight's extract: validated against its trailer while the
      *> rows are counted in total and per CUST_STATUS.
      *>------------------------------------------------------------------------
       READ-EXTRACT-FILE SECTION.
      *>------------------------------------------------------------------------
          MOVE "EXTRFILE" TO WS-INPUT-NAME
          PERFORM RESET-INPUT-VALIDATION
             THRU RESET-INPUT-VALIDATION-EX

          OPEN INPUT EXTRFILE
          IF NOT EXTR-FILE-OK
             DISPLAY "*** EXTRFILE NOT AVAILABLE, STATUS="
              WS-EXTR-FILE-STATUS
             MOVE 'N' TO WS-INPUT-VALID
             GO TO READ-EXTRACT-FILE-EX
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM READ-ONE-EXTRACT-RECORD
             THRU READ-ONE-EXTRACT-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          CLOSE EXTRFILE

          PERFORM JUDGE-INPUT-VALIDATION
             THRU JUDGE-INPUT-VALIDATION-EX

          MOVE WS-INPUT-RUN-DATE TO WS-EXTR-RUN-DATE
          MOVE WS-DTL-COUNT TO WS-EXTRACT-COUNT
          .
       READ-EXTRACT-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-ONE-EXTRACT-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ EXTRFILE

          IF NOT EXTR-FILE-OK
             IF NOT EXTR-FILE-EOF
                DISPLAY "*** EXTRFILE READ FAILED, STATUS="
                 WS-EXTR-FILE-STATUS
                MOVE 'N' TO WS-INPUT-VALID
             END-IF
             MOVE 'N' TO WS-MORE-INPUT
             GO TO READ-ONE-EXTRACT-RECORD-EX
          END-IF

          EVALUATE EXTR-RAW-RECORD(1:1)
             WHEN "H"
                IF WS-SEEN-HEADER = 'Y'
                   DISPLAY "*** EXTRFILE HAS MORE THAN ONE HEADER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-HEADER
                   MOVE EXTR-RAW-RECORD TO EXTR-HEADER-RECORD
                   MOVE EXTR-HDR-RUN-DATE TO WS-INPUT-RUN-DATE
                   MOVE EXTR-HDR-DBALIAS TO WS-EXTR-DBALIAS
                END-IF
             WHEN "D"
                EVALUATE TRUE
                   WHEN WS-SEEN-HEADER NOT = 'Y'
                    OR WS-SEEN-TRAILER = 'Y'
                      DISPLAY "*** EXTRFILE DETAIL OUTSIDE THE"
                       " HEADER/TRAILER BRACKET"
                      MOVE 'N' TO WS-INPUT-VALID
                   WHEN OTHER
                      MOVE EXTR-RAW-RECORD TO EXTR-DETAIL-RECORD
                      ADD 1 TO WS-DTL-COUNT
                      IF EXTR-DTL-CUST-ID NOT NUMERIC
                         DISPLAY "*** EXTRFILE DETAIL " WS-DTL-COUNT
                          " HAS A NON-NUMERIC CUST-ID"
                         MOVE 'N' TO WS-INPUT-VALID
                      ELSE
                         COMPUTE WS-ID-HASH =
                            FUNCTION MOD(WS-ID-HASH + EXTR-DTL-CUST-ID,
                               1000000000000)
                         PERFORM COUNT-ONE-STATUS
                            THRU COUNT-ONE-STATUS-EX
                      END-IF
                END-EVALUATE
             WHEN "T"
                IF WS-SEEN-TRAILER = 'Y'
                   DISPLAY "*** EXTRFILE HAS MORE THAN ONE TRAILER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-TRAILER
                   MOVE EXTR-RAW-RECORD TO EXTR-TRAILER-RECORD
                   MOVE EXTR-TRL-REC-COUNT TO WS-TRL-REC-COUNT
                   MOVE EXTR-TRL-ID-HASH-TOTAL TO WS-TRL-ID-HASH
                END-IF
             WHEN OTHER
                DISPLAY "*** EXTRFILE HAS AN UNRECOGNIZED RECORD: "
                 EXTR-RAW-RECORD(1:20)
                MOVE 'N' TO WS-INPUT-VALID
          END-EVALUATE
          .
       READ-ONE-EXTRACT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Counts one extract row under its CUST_STATUS - the first
      *> eight codes seen get their own count, any further code goes
      *> to the other count.
      *>------------------------------------------------------------------------
       COUNT-ONE-STATUS SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-ST-FOUND
          PERFORM VARYING WS-ST-IX FROM 1 BY 1
                  UNTIL WS-ST-IX > WS-TN-STATUS-USED
                     OR STATUS-FOUND
             IF WS-TN-STATUS-CODE(WS-ST-IX) = EXTR-DTL-CUST-STATUS
                ADD 1 TO WS-TN-STATUS-COUNT(WS-ST-IX)
                MOVE 'Y' TO WS-ST-FOUND
             END-IF
          END-PERFORM

          IF STATUS-FOUND
             GO TO COUNT-ONE-STATUS-EX
          END-IF

          IF WS-TN-STATUS-USED < 8
             ADD 1 TO WS-TN-STATUS-USED
             MOVE EXTR-DTL-CUST-STATUS
               TO WS-TN-STATUS-CODE(WS-TN-STATUS-USED)
             MOVE 1 TO WS-TN-STATUS-COUNT(WS-TN-STATUS-USED)
          ELSE
             ADD 1 TO WS-TN-OTHER-COUNT
          END-IF
          .
       COUNT-ONE-STATUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Tonight's delta: validated against its trailer, per-action
      *> counts included, and proven to be the delta of tonight's
      *> extract - a delta left over from another night would be
      *> judged against the wrong volumes.
      *>------------------------------------------------------------------------
       READ-DELTA-FILE SECTION.
      *>------------------------------------------------------------------------
          MOVE "DELTFILE" TO WS-INPUT-NAME
          PERFORM RESET-INPUT-VALIDATION
             THRU RESET-INPUT-VALIDATION-EX

          OPEN INPUT DELTFILE
          IF NOT DELT-FILE-OK
             DISPLAY "*** DELTFILE NOT AVAILABLE, STATUS="
              WS-DELT-FILE-STATUS
             MOVE 'N' TO WS-INPUT-VALID
             GO TO READ-DELTA-FILE-EX
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM READ-ONE-DELTA-RECORD THRU READ-ONE-DELTA-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          CLOSE DELTFILE

          PERFORM JUDGE-INPUT-VALIDATION
             THRU JUDGE-INPUT-VALIDATION-EX

          IF INPUT-VALID
           AND WS-INPUT-RUN-DATE NOT = WS-EXTR-RUN-DATE
             DISPLAY "*** DELTFILE RUN DATE " WS-INPUT-RUN-DATE
              " IS NOT THE EXTRFILE RUN DATE " WS-EXTR-RUN-DATE
             DISPLAY "*** THE DELTA WAS NOT DERIVED FROM TONIGHT'S"
              " EXTRACT"
             MOVE 'N' TO WS-INPUT-VALID
          END-IF
          .
       READ-DELTA-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-ONE-DELTA-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ DELTFILE

          IF NOT DELT-FILE-OK
             IF NOT DELT-FILE-EOF
                DISPLAY "*** DELTFILE READ FAILED, STATUS="
                 WS-DELT-FILE-STATUS
                MOVE 'N' TO WS-INPUT-VALID
             END-IF
             MOVE 'N' TO WS-MORE-INPUT
             GO TO READ-ONE-DELTA-RECORD-EX
          END-IF

          EVALUATE DELT-RAW-RECORD(1:1)
             WHEN "H"
                IF WS-SEEN-HEADER = 'Y'
                   DISPLAY "*** DELTFILE HAS MORE THAN ONE HEADER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-HEADER
                   MOVE DELT-RAW-RECORD TO DELT-HEADER-RECORD
                   MOVE DELT-HDR-RUN-DATE TO WS-INPUT-RUN-DATE
                END-IF
             WHEN "D"
                EVALUATE TRUE
                   WHEN WS-SEEN-HEADER NOT = 'Y'
                    OR WS-SEEN-TRAILER = 'Y'
                      DISPLAY "*** DELTFILE DETAIL OUTSIDE THE"
                       " HEADER/TRAILER BRACKET"
                      MOVE 'N' TO WS-INPUT-VALID
                   WHEN OTHER
                      PERFORM COUNT-ONE-DELTA-DETAIL
                         THRU COUNT-ONE-DELTA-DETAIL-EX
                END-EVALUATE
             WHEN "T"
                IF WS-SEEN-TRAILER = 'Y'
                   DISPLAY "*** DELTFILE HAS MORE THAN ONE TRAILER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-TRAILER
                   MOVE DELT-RAW-RECORD TO DELT-TRAILER-RECORD
                   MOVE DELT-TRL-REC-COUNT TO WS-TRL-REC-COUNT
                   MOVE DELT-TRL-ID-HASH-TOTAL TO WS-TRL-ID-HASH
                   MOVE DELT-TRL-ADD-COUNT TO WS-TRL-ADD-COUNT
                   MOVE DELT-TRL-CHG-COUNT TO WS-TRL-CHG-COUNT
                   MOVE DELT-TRL-DEL-COUNT TO WS-TRL-DEL-COUNT
                END-IF
             WHEN OTHER
                DISPLAY "*** DELTFILE HAS AN UNRECOGNIZED RECORD: "
                 DELT-RAW-RECORD(1:20)
                MOVE 'N' TO WS-INPUT-VALID
          END-EVALUATE
          .
       READ-ONE-DELTA-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-ONE-DELTA-DETAIL SECTION.
      *>------------------------------------------------------------------------
          MOVE DELT-RAW-RECORD TO DELT-DETAIL-RECORD
          ADD 1 TO WS-DTL-COUNT

          IF DELT-DTL-CUST-ID NOT NUMERIC
             DISPLAY "*** DELTFILE DETAIL " WS-DTL-COUNT
              " HAS A NON-NUMERIC CUST-ID"
             MOVE 'N' TO WS-INPUT-VALID
             GO TO COUNT-ONE-DELTA-DETAIL-EX
          END-IF

          COMPUTE WS-ID-HASH =
             FUNCTION MOD(WS-ID-HASH + DELT-DTL-CUST-ID,
                1000000000000)

          EVALUATE DELT-DTL-ACTION
             WHEN "A"
                ADD 1 TO WS-ADD-COUNT
             WHEN "C"
                ADD 1 TO WS-CHG-COUNT
             WHEN "D"
                ADD 1 TO WS-DEL-COUNT
             WHEN OTHER
                DISPLAY "*** DELTFILE DETAIL " WS-DTL-COUNT
                 " HAS UNKNOWN ACTION '" DELT-DTL-ACTION "'"
                MOVE 'N' TO WS-INPUT-VALID
          END-EVALUATE
          .
       COUNT-ONE-DELTA-DETAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The structural judgment for one input: header with a real run
      *> date, trailer, no damage flagged on the way through, and the
      *> trailer's own totals agreeing with what was read.
      *>------------------------------------------------------------------------
       JUDGE-INPUT-VALIDATION SECTION.
      *>------------------------------------------------------------------------
          IF NOT INPUT-VALID
             GO TO JUDGE-INPUT-VALIDATION-EX
          END-IF

          EVALUATE TRUE
             WHEN WS-SEEN-HEADER NOT = 'Y'
                DISPLAY "*** " WS-INPUT-NAME " HAS NO HEADER"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-INPUT-RUN-DATE(1:8) NOT NUMERIC
                DISPLAY "*** " WS-INPUT-NAME " HEADER RUN DATE '"
                 WS-INPUT-RUN-DATE(1:8) "' IS NOT A DATE"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(WS-INPUT-RUN-DATE(1:8))) < 1
                DISPLAY "*** " WS-INPUT-NAME " HEADER RUN DATE '"
                 WS-INPUT-RUN-DATE(1:8) "' IS NOT A DATE"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-SEEN-TRAILER NOT = 'Y'
                DISPLAY "*** " WS-INPUT-NAME " HAS NO TRAILER - IT DID"
                 " NOT FINISH CLEANLY AND CANNOT BE TRUSTED"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-TRL-REC-COUNT NOT = WS-DTL-COUNT
                DISPLAY "*** " WS-INPUT-NAME " TRAILER COUNT "
                 WS-TRL-REC-COUNT " DISAGREES WITH " WS-DTL-COUNT
                 " DETAIL(S) READ"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-TRL-ID-HASH NOT = WS-ID-HASH
                DISPLAY "*** " WS-INPUT-NAME " TRAILER HASH DISAGREES"
                 " WITH THE DETAILS READ"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-INPUT-NAME = "DELTFILE"
              AND (WS-TRL-ADD-COUNT NOT = WS-ADD-COUNT
               OR  WS-TRL-CHG-COUNT NOT = WS-CHG-COUNT
               OR  WS-TRL-DEL-COUNT NOT = WS-DEL-COUNT)
                DISPLAY "*** DELTFILE PER-ACTION COUNTS DISAGREE"
                 " WITH THE TRAILER"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN OTHER
                DISPLAY WS-INPUT-NAME " VALIDATED - " WS-DTL-COUNT
                 " DETAIL(S), RUN DATE " WS-INPUT-RUN-DATE
          END-EVALUATE
          .
       JUDGE-INPUT-VALIDATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RESET-INPUT-VALIDATION SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-SEEN-HEADER
          MOVE 'N' TO WS-SEEN-TRAILER
          MOVE 'Y' TO WS-INPUT-VALID
          MOVE 0 TO WS-DTL-COUNT
          MOVE 0 TO WS-ID-HASH
          MOVE 0 TO WS-TRL-REC-COUNT
          MOVE 0 TO WS-TRL-ID-HASH
          MOVE SPACES TO WS-INPUT-RUN-DATE
          .
       RESET-INPUT-VALIDATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Builds the trailing window from VOLHIST, oldest first. Each
      *> record replaces any earlier one for the same extract run
      *> date - the last verdict on an extract stands - and only
      *> released nights stay in the window: a held night's volumes
      *> are the very ones in doubt. Records for tonight's own extract
      *> (an earlier gate run of it) are passed over. No VOLHIST yet
      *> simply means no trailing nights.
      *>------------------------------------------------------------------------
       LOAD-VOLUME-HISTORY SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-HT-COUNT

          OPEN INPUT VOLHIST
          IF NOT VOLHIST-FILE-OK
             IF NOT VOLHIST-FILE-NOT-FOUND
                DISPLAY "WARNING - VOLHIST NOT AVAILABLE, STATUS="
                 WS-VOLHIST-FILE-STATUS " - NO TRAILING AVERAGES"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             ELSE
                DISPLAY "NO VOLHIST YET - NO TRAILING AVERAGES"
             END-IF
             GO TO LOAD-VOLUME-HISTORY-EX
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM LOAD-ONE-HISTORY-RECORD
             THRU LOAD-ONE-HISTORY-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          CLOSE VOLHIST

          DISPLAY "VOLHIST READ - " WS-HIST-RECORDS-READ " RECORD(S), "
           WS-HT-COUNT " TRAILING NIGHT(S) USABLE"
          .
       LOAD-VOLUME-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ VOLHIST

          IF NOT VOLHIST-FILE-OK
             IF NOT VOLHIST-FILE-EOF
                DISPLAY "WARNING - VOLHIST READ FAILED, STATUS="
                 WS-VOLHIST-FILE-STATUS " - LATER NIGHTS NOT AVERAGED"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-INPUT
             GO TO LOAD-ONE-HISTORY-RECORD-EX
          END-IF

          ADD 1 TO WS-HIST-RECORDS-READ

          IF VHST-RUN-DATE = WS-EXTR-RUN-DATE
             GO TO LOAD-ONE-HISTORY-RECORD-EX
          END-IF

      *> an earlier verdict on the same extract is dropped
          MOVE 0 TO WS-HT-FOUND-IX
          PERFORM VARYING WS-HT-IX FROM 1 BY 1
                  UNTIL WS-HT-IX > WS-HT-COUNT
             IF WS-HT-RUN-DATE(WS-HT-IX) = VHST-RUN-DATE
                MOVE WS-HT-IX TO WS-HT-FOUND-IX
             END-IF
          END-PERFORM

          IF WS-HT-FOUND-IX > 0
             PERFORM VARYING WS-HT-IX FROM WS-HT-FOUND-IX BY 1
                     UNTIL WS-HT-IX >= WS-HT-COUNT
                MOVE WS-HT-ENTRY(WS-HT-IX + 1) TO WS-HT-ENTRY(WS-HT-IX)
             END-PERFORM
             SUBTRACT 1 FROM WS-HT-COUNT
          END-IF

          IF VHST-HELD
             GO TO LOAD-ONE-HISTORY-RECORD-EX
          END-IF

      *> window full - the oldest night falls out
          IF WS-HT-COUNT >= WS-TRAIL-NIGHTS
             PERFORM VARYING WS-HT-IX FROM 1 BY 1
                     UNTIL WS-HT-IX >= WS-HT-COUNT
                MOVE WS-HT-ENTRY(WS-HT-IX + 1) TO WS-HT-ENTRY(WS-HT-IX)
             END-PERFORM
             SUBTRACT 1 FROM WS-HT-COUNT
          END-IF

          ADD 1 TO WS-HT-COUNT
          MOVE VHST-RUN-DATE TO WS-HT-RUN-DATE(WS-HT-COUNT)
          MOVE VHST-EXTRACT-COUNT TO WS-HT-EXTRACT-COUNT(WS-HT-COUNT)
          PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 8
             MOVE VHST-STATUS-CODE(WS-ST-IX)
               TO WS-HT-STATUS-CODE(WS-HT-COUNT, WS-ST-IX)
             MOVE VHST-STATUS-COUNT(WS-ST-IX)
               TO WS-HT-STATUS-COUNT(WS-HT-COUNT, WS-ST-IX)
          END-PERFORM
          .
       LOAD-ONE-HISTORY-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Tonight against the trailing average: total rows off the
      *> average by more than EXTRPCT percent, or any one status's
      *> rows moved from its average by more than STATPCT percent of
      *> the average customer base - a status that vanished overnight
      *> or doubled. Only judged once MINHIST released nights are on
      *> file; until then the run says so and warns.
      *>------------------------------------------------------------------------
       CHECK-TRAILING-AVERAGES SECTION.
      *>------------------------------------------------------------------------
          IF WS-HT-COUNT < WS-MIN-HISTORY
             MOVE 'N' TO WS-AVERAGES-USABLE
             MOVE SPACES TO WS-RPT-NOTE-TEXT
             MOVE WS-HT-COUNT TO WS-ED-NIGHTS
             MOVE WS-MIN-HISTORY TO WS-ED-MIN-NIGHTS
             STRING "ONLY " WS-ED-NIGHTS " RELEASED NIGHT(S) ON"
                " VOLHIST - AVERAGE CHECKS NEED " WS-ED-MIN-NIGHTS
                DELIMITED BY SIZE INTO WS-RPT-NOTE-TEXT
             WRITE VOLRPT-RECORD FROM WS-RPT-NOTE-LINE
             DISPLAY "WARNING - " WS-RPT-NOTE-TEXT
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO CHECK-TRAILING-AVERAGES-EX
          END-IF

          MOVE 'Y' TO WS-AVERAGES-USABLE

          IF WS-AVG-EXTRACT-COUNT = 0
             MOVE "TRAILING NIGHTS AVERAGE NO ROWS - CHECKS SKIPPED"
               TO WS-RPT-NOTE-TEXT
             WRITE VOLRPT-RECORD FROM WS-RPT-NOTE-LINE
             GO TO CHECK-TRAILING-AVERAGES-EX
          END-IF

          COMPUTE WS-MEASURED-DIFF =
             WS-EXTRACT-COUNT - WS-AVG-EXTRACT-COUNT
          COMPUTE WS-MEASURED-PCT ROUNDED =
             FUNCTION ABS(WS-MEASURED-DIFF) * 100
                / WS-AVG-EXTRACT-COUNT
             ON SIZE ERROR
                MOVE 99999.99 TO WS-MEASURED-PCT
          END-COMPUTE
          MOVE "EXTRACT ROWS VS AVERAGE" TO WS-CHECK-NAME
          MOVE WS-EXTRACT-COUNT TO WS-CHECK-COUNT
          MOVE WS-EXTRACT-PCT TO WS-LIMIT-PCT
          MOVE WS-EXTRACT-COUNT TO WS-ED-COUNT
          MOVE WS-AVG-EXTRACT-COUNT TO WS-ED-BASE
          MOVE WS-HT-COUNT TO WS-ED-NIGHTS
          MOVE SPACES TO WS-CHECK-REASON
          STRING "EXTRACT HAS " WS-ED-COUNT " ROWS - AVERAGE "
             WS-ED-BASE " OVER " WS-ED-NIGHTS " NIGHTS"
             DELIMITED BY SIZE INTO WS-CHECK-REASON
          PERFORM RATE-ONE-CHECK THRU RATE-ONE-CHECK-EX

          PERFORM VARYING WS-SC-IX FROM 1 BY 1
                  UNTIL WS-SC-IX > WS-SC-USED
             PERFORM CHECK-ONE-STATUS THRU CHECK-ONE-STATUS-EX
          END-PERFORM
          .
       CHECK-TRAILING-AVERAGES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-STATUS SECTION.
      *>------------------------------------------------------------------------
          COMPUTE WS-AVG-STATUS-COUNT ROUNDED =
             WS-SC-HIST-SUM(WS-SC-IX) / WS-HT-COUNT
          COMPUTE WS-MEASURED-DIFF =
             WS-SC-TONIGHT(WS-SC-IX) - WS-AVG-STATUS-COUNT
          COMPUTE WS-MEASURED-PCT ROUNDED =
             FUNCTION ABS(WS-MEASURED-DIFF) * 100
                / WS-AVG-EXTRACT-COUNT
             ON SIZE ERROR
                MOVE 99999.99 TO WS-MEASURED-PCT
          END-COMPUTE

          MOVE SPACES TO WS-CHECK-NAME
          STRING "STATUS '" WS-SC-CODE(WS-SC-IX) "' ROWS VS AVERAGE"
             DELIMITED BY SIZE INTO WS-CHECK-NAME
          MOVE WS-SC-TONIGHT(WS-SC-IX) TO WS-CHECK-COUNT
          MOVE WS-STATUS-PCT TO WS-LIMIT-PCT
          MOVE WS-SC-TONIGHT(WS-SC-IX) TO WS-ED-COUNT
          MOVE WS-AVG-STATUS-COUNT TO WS-ED-BASE
          MOVE SPACES TO WS-CHECK-REASON
          STRING "STATUS '" WS-SC-CODE(WS-SC-IX) "' HAS " WS-ED-COUNT
             " ROWS AGAINST AN AVERAGE OF " WS-ED-BASE
             DELIMITED BY SIZE INTO WS-CHECK-REASON
          PERFORM RATE-ONE-CHECK THRU RATE-ONE-CHECK-EX
          .
       CHECK-ONE-STATUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The delta against the customer base it was derived from -
      *> last night's rows, which are tonight's rows less the adds
      *> plus the deletes. Judged every night, history or not: a
      *> mass delete is wrong on the first night as much as the
      *> hundredth.
      *>------------------------------------------------------------------------
       CHECK-DELTA-RATIOS SECTION.
      *>------------------------------------------------------------------------
          IF WS-PRIOR-BASE NOT > 0
             MOVE "NO PRIOR CUSTOMER BASE - DELTA RATIO CHECKS SKIPPED"
               TO WS-RPT-NOTE-TEXT
             WRITE VOLRPT-RECORD FROM WS-RPT-NOTE-LINE
             GO TO CHECK-DELTA-RATIOS-EX
          END-IF

          MOVE WS-PRIOR-BASE TO WS-ED-BASE

          COMPUTE WS-MEASURED-PCT ROUNDED =
             WS-ADD-COUNT * 100 / WS-PRIOR-BASE
             ON SIZE ERROR
                MOVE 99999.99 TO WS-MEASURED-PCT
          END-COMPUTE
          MOVE "ADDS VS PRIOR BASE" TO WS-CHECK-NAME
          MOVE WS-ADD-COUNT TO WS-CHECK-COUNT
          MOVE WS-ADD-PCT TO WS-LIMIT-PCT
          MOVE WS-ADD-COUNT TO WS-ED-COUNT
          MOVE SPACES TO WS-CHECK-REASON
          STRING "DELTA ADDS " WS-ED-COUNT " CUSTOMERS TO A BASE OF "
             WS-ED-BASE
             DELIMITED BY SIZE INTO WS-CHECK-REASON
          PERFORM RATE-ONE-CHECK THRU RATE-ONE-CHECK-EX

          COMPUTE WS-MEASURED-PCT ROUNDED =
             WS-CHG-COUNT * 100 / WS-PRIOR-BASE
             ON SIZE ERROR
                MOVE 99999.99 TO WS-MEASURED-PCT
          END-COMPUTE
          MOVE "CHANGES VS PRIOR BASE" TO WS-CHECK-NAME
          MOVE WS-CHG-COUNT TO WS-CHECK-COUNT
          MOVE WS-CHG-PCT TO WS-LIMIT-PCT
          MOVE WS-CHG-COUNT TO WS-ED-COUNT
          MOVE SPACES TO WS-CHECK-REASON
          STRING "DELTA CHANGES " WS-ED-COUNT " OF A BASE OF "
             WS-ED-BASE " CUSTOMERS"
             DELIMITED BY SIZE INTO WS-CHECK-REASON
          PERFORM RATE-ONE-CHECK THRU RATE-ONE-CHECK-EX

          COMPUTE WS-MEASURED-PCT ROUNDED =
             WS-DEL-COUNT * 100 / WS-PRIOR-BASE
             ON SIZE ERROR
                MOVE 99999.99 TO WS-MEASURED-PCT
          END-COMPUTE
          MOVE "DELETES VS PRIOR BASE" TO WS-CHECK-NAME
          MOVE WS-DEL-COUNT TO WS-CHECK-COUNT
          MOVE WS-DEL-PCT TO WS-LIMIT-PCT
          MOVE WS-DEL-COUNT TO WS-ED-COUNT
          MOVE SPACES TO WS-CHECK-REASON
          STRING "DELTA DELETES " WS-ED-COUNT " OF A BASE OF "
             WS-ED-BASE " CUSTOMERS"
             DELIMITED BY SIZE INTO WS-CHECK-REASON
          PERFORM RATE-ONE-CHECK THRU RATE-ONE-CHECK-EX
          .
       CHECK-DELTA-RATIOS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Writes one check line - the measure, its limit and whether it
      *> held - and for a breach the reason line in words, so whoever
      *> is paged for the hold can see why without the program.
      *>------------------------------------------------------------------------
       RATE-ONE-CHECK SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-CHECK-NAME TO WS-RPT-CHK-NAME
          MOVE WS-CHECK-COUNT TO WS-RPT-CHK-COUNT
          MOVE WS-MEASURED-PCT TO WS-RPT-CHK-PCT
          MOVE WS-LIMIT-PCT TO WS-RPT-CHK-LIMIT

          IF WS-MEASURED-PCT NOT > WS-LIMIT-PCT
             MOVE "WITHIN" TO WS-RPT-CHK-RESULT
             WRITE VOLRPT-RECORD FROM WS-RPT-CHECK-LINE
             GO TO RATE-ONE-CHECK-EX
          END-IF

          ADD 1 TO WS-BREACH-COUNT
          MOVE "BREACH" TO WS-RPT-CHK-RESULT
          WRITE VOLRPT-RECORD FROM WS-RPT-CHECK-LINE

          MOVE WS-CHECK-REASON TO WS-RPT-REASON-TEXT
          WRITE VOLRPT-RECORD FROM WS-RPT-REASON-LINE
          MOVE WS-MEASURED-PCT TO WS-ED-PCT
          MOVE WS-LIMIT-PCT TO WS-ED-LIMIT
          MOVE SPACES TO WS-RPT-REASON-TEXT
          STRING "  = " WS-ED-PCT "% - TOLERANCE IS " WS-ED-LIMIT "%"
             DELIMITED BY SIZE INTO WS-RPT-REASON-TEXT
          WRITE VOLRPT-RECORD FROM WS-RPT-REASON-LINE

          DISPLAY "*** VOLUME BREACH - " WS-CHECK-NAME " "
           WS-ED-PCT "% OVER TOLERANCE " WS-ED-LIMIT "%"
          .
       RATE-ONE-CHECK-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The verdict. Any breach holds the release with the hold RC,
      *> unless the deck carries RELEASE= for this very extract - an
      *> override card left in the deck cannot wave a later night
      *> through.
      *>------------------------------------------------------------------------
       DECIDE-RELEASE SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO VOLRPT-RECORD
          WRITE VOLRPT-RECORD

          IF WS-RELEASE-DATE NOT = SPACES
           AND WS-RELEASE-DATE NOT = WS-EXTR-RUN-DATE(1:8)
             DISPLAY "WARNING - RELEASE CARD FOR " WS-RELEASE-DATE
              " IS NOT FOR THIS EXTRACT (" WS-EXTR-RUN-DATE(1:8)
              ") - IGNORED"
             MOVE SPACES TO WS-RPT-NOTE-TEXT
             STRING "RELEASE CARD FOR " WS-RELEASE-DATE " IS NOT FOR"
                " THIS EXTRACT - IGNORED"
                DELIMITED BY SIZE INTO WS-RPT-NOTE-TEXT
             WRITE VOLRPT-RECORD FROM WS-RPT-NOTE-LINE
             MOVE SPACES TO WS-RELEASE-DATE
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF

          MOVE SPACES TO WS-RPT-VERDICT
          MOVE WS-BREACH-COUNT TO WS-ED-BREACHES
          EVALUATE TRUE
             WHEN WS-BREACH-COUNT = 0
                MOVE 'R' TO WS-GATE-RESULT
                MOVE "RELEASED - ALL VOLUMES WITHIN TOLERANCE"
                  TO WS-RPT-VERDICT
                IF WS-RELEASE-DATE NOT = SPACES
                   DISPLAY "RELEASE CARD NOT NEEDED - NOTHING TO"
                    " OVERRIDE"
                END-IF
             WHEN WS-RELEASE-DATE NOT = SPACES
                MOVE 'O' TO WS-GATE-RESULT
                STRING "RELEASED BY OVERRIDE RELEASE=" WS-RELEASE-DATE
                   " - " WS-ED-BREACHES " BREACH(ES) ACCEPTED"
                   DELIMITED BY SIZE INTO WS-RPT-VERDICT
                DISPLAY "WARNING - " WS-BREACH-COUNT " VOLUME"
                 " BREACH(ES) RELEASED BY OVERRIDE"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             WHEN OTHER
                MOVE 'H' TO WS-GATE-RESULT
                STRING "HELD - " WS-ED-BREACHES " BREACH(ES) - "
                   "DELTFILE NOT TO BE RELEASED"
                   DELIMITED BY SIZE INTO WS-RPT-VERDICT
                DISPLAY "*** DELTFILE RELEASE HELD - " WS-BREACH-COUNT
                 " VOLUME BREACH(ES) - SEE VOLRPT"
                DISPLAY "*** IF THE VOLUMES ARE GENUINE, RERUN CARDED"
                 " RELEASE=" WS-EXTR-RUN-DATE(1:8)
                MOVE WS-HOLD-RETURN-CODE TO WS-BATCH-RETURN-CODE
          END-EVALUATE

          WRITE VOLRPT-RECORD FROM WS-RPT-VERDICT-LINE
          .
       DECIDE-RELEASE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Tonight's volumes and verdict onto VOLHIST - held nights too,
      *> so the history shows what was stopped. A history that cannot
      *> be written does not change the verdict, but the run warns:
      *> the next nights would be averaged without this one.
      *>------------------------------------------------------------------------
       APPEND-VOLUME-HISTORY SECTION.
      *>------------------------------------------------------------------------
          OPEN EXTEND VOLHIST
          IF VOLHIST-FILE-NOT-FOUND
             OPEN OUTPUT VOLHIST
          END-IF

          IF NOT VOLHIST-FILE-OK
             DISPLAY "WARNING - VOLHIST NOT WRITABLE, STATUS="
              WS-VOLHIST-FILE-STATUS " - TONIGHT NOT KEPT"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO APPEND-VOLUME-HISTORY-EX
          END-IF

          INITIALIZE VHST-RECORD
          MOVE WS-GATE-NIGHT TO VHST-NIGHT
          MOVE WS-EXTR-RUN-DATE TO VHST-RUN-DATE
          MOVE WS-EXTR-DBALIAS TO VHST-DBALIAS
          MOVE WS-EXTRACT-COUNT TO VHST-EXTRACT-COUNT
          MOVE WS-ADD-COUNT TO VHST-ADD-COUNT
          MOVE WS-CHG-COUNT TO VHST-CHG-COUNT
          MOVE WS-DEL-COUNT TO VHST-DEL-COUNT
          PERFORM VARYING WS-ST-IX FROM 1 BY 1
                  UNTIL WS-ST-IX > WS-TN-STATUS-USED
             MOVE WS-TN-STATUS-CODE(WS-ST-IX)
               TO VHST-STATUS-CODE(WS-ST-IX)
             MOVE WS-TN-STATUS-COUNT(WS-ST-IX)
               TO VHST-STATUS-COUNT(WS-ST-IX)
          END-PERFORM
          MOVE WS-TN-OTHER-COUNT TO VHST-OTHER-COUNT
          MOVE WS-GATE-RESULT TO VHST-GATE-RESULT
          MOVE WS-BREACH-COUNT TO VHST-BREACH-COUNT
          MOVE FUNCTION CURRENT-DATE(1:14) TO VHST-GATE-TIMESTAMP

          WRITE VHST-RECORD
          IF NOT VOLHIST-FILE-OK
             DISPLAY "WARNING - VOLHIST WRITE FAILED, STATUS="
              WS-VOLHIST-FILE-STATUS " - TONIGHT NOT KEPT"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF

          CLOSE VOLHIST
          .
       APPEND-VOLUME-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Heading, tonight's volumes and the trailing window. The
      *> averages and the prior base are worked out here so the
      *> report shows exactly what the checks below it use.
      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADING SECTION.
      *>------------------------------------------------------------------------
          PERFORM COMPUTE-TRAILING-AVERAGES
             THRU COMPUTE-TRAILING-AVERAGES-EX
          COMPUTE WS-PRIOR-BASE =
             WS-EXTRACT-COUNT - WS-ADD-COUNT + WS-DEL-COUNT

          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
          WRITE VOLRPT-RECORD FROM WS-RPT-HEADER
          MOVE SPACES TO VOLRPT-RECORD
          WRITE VOLRPT-RECORD

          MOVE WS-EXTR-RUN-DATE TO WS-RPT-RUN-DATE
          MOVE WS-EXTR-DBALIAS TO WS-RPT-DBALIAS
          MOVE WS-GATE-NIGHT TO WS-RPT-NIGHT
          WRITE VOLRPT-RECORD FROM WS-RPT-INPUT-LINE

          MOVE WS-EXTRACT-COUNT TO WS-RPT-EXTRACT-ROWS
          MOVE WS-PRIOR-BASE TO WS-RPT-PRIOR-BASE
          WRITE VOLRPT-RECORD FROM WS-RPT-VOLUME-LINE

          MOVE WS-ADD-COUNT TO WS-RPT-DELTA-ADD
          MOVE WS-CHG-COUNT TO WS-RPT-DELTA-CHG
          MOVE WS-DEL-COUNT TO WS-RPT-DELTA-DEL
          WRITE VOLRPT-RECORD FROM WS-RPT-DELTA-LINE

          PERFORM VARYING WS-ST-IX FROM 1 BY 4
                  UNTIL WS-ST-IX > WS-TN-STATUS-USED
             PERFORM WRITE-STATUS-LINE THRU WRITE-STATUS-LINE-EX
          END-PERFORM
          IF WS-TN-OTHER-COUNT > 0
             MOVE SPACES TO WS-RPT-NOTE-TEXT
             MOVE WS-TN-OTHER-COUNT TO WS-ED-COUNT
             STRING WS-ED-COUNT " ROW(S) UNDER FURTHER STATUS"
                " CODES - NOT JUDGED BY STATUS"
                DELIMITED BY SIZE INTO WS-RPT-NOTE-TEXT
             WRITE VOLRPT-RECORD FROM WS-RPT-NOTE-LINE
          END-IF

          MOVE WS-HT-COUNT TO WS-RPT-TRAIL-USED
          MOVE WS-TRAIL-NIGHTS TO WS-RPT-TRAIL-NIGHTS
          MOVE WS-MIN-HISTORY TO WS-RPT-TRAIL-MIN
          MOVE WS-AVG-EXTRACT-COUNT TO WS-RPT-TRAIL-AVG
          WRITE VOLRPT-RECORD FROM WS-RPT-TRAIL-LINE

          MOVE SPACES TO VOLRPT-RECORD
          WRITE VOLRPT-RECORD
          WRITE VOLRPT-RECORD FROM WS-RPT-CHECK-HDR-LINE
          .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Up to four status codes per line, starting at WS-ST-IX.
      *>------------------------------------------------------------------------
       WRITE-STATUS-LINE SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO WS-RPT-STATUS-LINE
          MOVE "STATUS ROWS" TO WS-RPT-STATUS-LINE(1:14)
          PERFORM VARYING WS-SC-IX FROM 1 BY 1
                  UNTIL WS-SC-IX > 4
                     OR WS-ST-IX + WS-SC-IX - 1 > WS-TN-STATUS-USED
             MOVE WS-TN-STATUS-CODE(WS-ST-IX + WS-SC-IX - 1)
               TO WS-RPT-STATUS-CODE(WS-SC-IX)
             MOVE WS-TN-STATUS-COUNT(WS-ST-IX + WS-SC-IX - 1)
               TO WS-RPT-STATUS-COUNT(WS-SC-IX)
          END-PERFORM
          WRITE VOLRPT-RECORD FROM WS-RPT-STATUS-LINE
          .
       WRITE-STATUS-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The trailing nights' average rows, and every status code seen
      *> tonight or in those nights with tonight's rows and the
      *> nights' total - a code that vanished tonight is judged at
      *> zero rows.
      *>------------------------------------------------------------------------
       COMPUTE-TRAILING-AVERAGES SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-EXTRACT-SUM
          MOVE 0 TO WS-AVG-EXTRACT-COUNT
          MOVE 0 TO WS-SC-USED

          PERFORM VARYING WS-ST-IX FROM 1 BY 1
                  UNTIL WS-ST-IX > WS-TN-STATUS-USED
             ADD 1 TO WS-SC-USED
             MOVE WS-TN-STATUS-CODE(WS-ST-IX) TO WS-SC-CODE(WS-SC-USED)
             MOVE WS-TN-STATUS-COUNT(WS-ST-IX)
               TO WS-SC-TONIGHT(WS-SC-USED)
             MOVE 0 TO WS-SC-HIST-SUM(WS-SC-USED)
          END-PERFORM

          PERFORM VARYING WS-HT-IX FROM 1 BY 1
                  UNTIL WS-HT-IX > WS-HT-COUNT
             ADD WS-HT-EXTRACT-COUNT(WS-HT-IX) TO WS-EXTRACT-SUM
             PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 8
                IF WS-HT-STATUS-CODE(WS-HT-IX, WS-ST-IX) NOT = SPACE
                 OR WS-HT-STATUS-COUNT(WS-HT-IX, WS-ST-IX) > 0
                   PERFORM ADD-HISTORY-STATUS
                      THRU ADD-HISTORY-STATUS-EX
                END-IF
             END-PERFORM
          END-PERFORM

          IF WS-HT-COUNT > 0
             COMPUTE WS-AVG-EXTRACT-COUNT ROUNDED =
                WS-EXTRACT-SUM / WS-HT-COUNT
          END-IF
          .
       COMPUTE-TRAILING-AVERAGES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-HISTORY-STATUS SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-HT-STATUS-CODE(WS-HT-IX, WS-ST-IX) TO WS-SC-CODE-IN

          PERFORM VARYING WS-SC-IX FROM 1 BY 1
                  UNTIL WS-SC-IX > WS-SC-USED
                     OR WS-SC-CODE(WS-SC-IX) = WS-SC-CODE-IN
             CONTINUE
          END-PERFORM

          IF WS-SC-IX > WS-SC-USED
             IF WS-SC-USED >= WS-SC-MAX
                GO TO ADD-HISTORY-STATUS-EX
             END-IF
             ADD 1 TO WS-SC-USED
             MOVE WS-SC-USED TO WS-SC-IX
             MOVE WS-SC-CODE-IN TO WS-SC-CODE(WS-SC-IX)
             MOVE 0 TO WS-SC-TONIGHT(WS-SC-IX)
             MOVE 0 TO WS-SC-HIST-SUM(WS-SC-IX)
          END-IF

          ADD WS-HT-STATUS-COUNT(WS-HT-IX, WS-ST-IX)
            TO WS-SC-HIST-SUM(WS-SC-IX)
          .
       ADD-HISTORY-STATUS-EX.
          EXIT.
       END PROGRAM DB2XTVOL.
