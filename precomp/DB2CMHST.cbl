      *>************************************************************************
      *>  DB2 CUSTOMER-MASTER HISTORY POSTING PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CMHST.cbl
      *>
      *> Purpose:      Posts each night's delta feed (DELTFILE) to the
      *>               customer-master point-in-time history (HISTFILE,
      *>               db2hist.cpy) - one keyed record per version of
      *>               a customer, so the state of any CUST_ID on any
      *>               past date can be answered (DB2CMHIQ) after
      *>               EXTRPRV and DELTFILE have rolled over. This job:
      *>               - validates the whole delta against its trailer
      *>                 (record count, CUST_ID hash total, per-action
      *>                 counts) BEFORE posting anything, the same
      *>                 proof DB2CMUPD demands of its feed
      *>               - refuses (RC 16) a delta whose header run date
      *>                 is not later than the last one posted, so a
      *>                 rerun or an old delta can never post twice,
      *>                 and refuses a new delta while an interrupted
      *>                 one is still unfinished
      *>               - for each detail closes the version in force
      *>                 (end date = the delta's run date) and opens
      *>                 the new one: A and C carry the new values, D
      *>                 opens a deleted version holding the last
      *>                 values seen. A second delta on the same day
      *>                 replaces that day's version in place.
      *>               - resumes an interrupted posting of the same
      *>                 delta: details whose version already carries
      *>                 this delta's run date are passed over
      *>               Details that do not fit the history - an add
      *>               for a customer already live, a change for one
      *>               never seen or deleted, a delete of one already
      *>               deleted - are posted as the delta says where
      *>               that makes sense, listed on HISTRPT and warned
      *>               at RC 4.
      *>
      *>               MODE=SEED starts the history from a full
      *>               extract (EXTRFILE) instead: every customer gets
      *>               a seeded version effective from the extract's
      *>               run date. Only allowed on an empty history.
      *>
      *>               Control cards (HISTCTL, optional): MODE=APPLY
      *>               (default) or MODE=SEED.
      *>
      *>               Start and end of every run are recorded on the
      *>               run ledger (RUNLEDGR) through DB2RLED, the end
      *>               record keyed by the input's header run date.
      *>               A delta is only posted once the DB2XTVOL volume
      *>               gate has let it through: the gate's latest end
      *>               record for the same header run date must show
      *>               RC 4 or better, otherwise RC 16.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - Delta refused with RC 16 unless the DB2XTVOL
      *>              volume gate released it.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CMHST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-RECORD-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT DELTFILE ASSIGN TO "DELTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELT-FILE-STATUS.

           SELECT EXTRFILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT HISTCTL ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT HISTRPT ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTFILE.
       COPY "db2hist.cpy".

       FD  DELTFILE
           RECORDING MODE IS F.
       01  DELT-RAW-RECORD            PIC X(50).

       FD  EXTRFILE
           RECORDING MODE IS F.
       01  EXTR-RAW-RECORD            PIC X(50).

       FD  HISTCTL
           RECORDING MODE IS F.
       01  CTL-RECORD                 PIC X(80).

       FD  HISTRPT
           RECORDING MODE IS F.
       01  HISTRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-HIST-FILE-STATUS         PIC X(2).
           88 HIST-FILE-OK             VALUE "00".
           88 HIST-FILE-EOF            VALUE "10".
           88 HIST-DUP-KEY             VALUE "22".
           88 HIST-KEY-NOT-FOUND       VALUE "23".
           88 HIST-FILE-NOT-FOUND      VALUE "35".

       01  WS-DELT-FILE-STATUS         PIC X(2).
           88 DELT-FILE-OK             VALUE "00".
           88 DELT-FILE-EOF            VALUE "10".

       01  WS-EXTR-FILE-STATUS         PIC X(2).
           88 EXTR-FILE-OK             VALUE "00".
           88 EXTR-FILE-EOF            VALUE "10".

       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 CTL-FILE-OK              VALUE "00".
           88 CTL-FILE-EOF             VALUE "10".
           88 CTL-FILE-NOT-FOUND       VALUE "35".

       01  WS-HISTRPT-FILE-STATUS      PIC X(2).
           88 HISTRPT-FILE-OK          VALUE "00".

      *> the input's record shapes - the delta feed for a nightly
      *> posting, the full extract for a seed
       COPY "db2xdel.cpy".
       COPY "db2xtrt.cpy".

       01  WS-MORE-CTL                 PIC X VALUE 'Y'.
       01  WS-MORE-INPUT               PIC X VALUE 'Y'.
       01  WS-MORE-VERSIONS            PIC X VALUE 'Y'.

      *> run mode off the HISTCTL cards
       01  WS-RUN-MODE                 PIC X(5) VALUE "APPLY".
           88 MODE-APPLY               VALUE "APPLY".
           88 MODE-SEED                VALUE "SEED ".

      *> the input record in hand, whichever file it came from
       01  WS-INPUT-RAW                PIC X(50).
       01  WS-INPUT-NAME               PIC X(8) VALUE "DELTFILE".
       01  WS-INPUT-FILE-STATUS        PIC X(2).
           88 INPUT-FILE-OK            VALUE "00".
           88 INPUT-FILE-EOF           VALUE "10".

      *> validation-pass state and control totals, proven against the
      *> trailer before anything is posted
       01  WS-SEEN-HEADER              PIC X VALUE 'N'.
       01  WS-SEEN-TRAILER             PIC X VALUE 'N'.
       01  WS-INPUT-VALID              PIC X VALUE 'Y'.
           88 INPUT-VALID              VALUE 'Y'.
       01  WS-DTL-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01  WS-ID-HASH                  PIC 9(13) COMP-5 VALUE 0.
       01  WS-INPUT-ADD-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-INPUT-CHG-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-INPUT-DEL-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-TRL-REC-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-ID-HASH              PIC 9(12) VALUE 0.
       01  WS-TRL-ADD-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-CHG-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-DEL-COUNT            PIC 9(9) VALUE 0.
       01  WS-INPUT-RUN-DATE           PIC X(26) VALUE SPACES.
       01  WS-INPUT-DBALIAS            PIC X(9) VALUE SPACES.

      *> which pass is reading the input - the validation pass proves
      *> it, the posting pass writes the history from it
       01  WS-INPUT-PASS               PIC X.
           88 VALIDATING-INPUT-PASS    VALUE 'V'.
           88 POSTING-INPUT-PASS       VALUE 'P'.

      *> worst DB2XTVOL RC that means the volume gate let the delta
      *> through - RC 4 covers a carded RELEASE= override, the hold
      *> RC 24 and every failure do not
       01  WS-RELEASE-MAX-RC           PIC 9(4) VALUE 4.
       01  WS-VOLUME-RELEASED          PIC X VALUE 'N'.
           88 VOLUME-RELEASED          VALUE 'Y'.

      *> the history's control record as read, and whether the
      *> history may be posted to at all
       01  WS-HISTORY-MISSING          PIC X VALUE 'N'.
           88 HISTORY-MISSING          VALUE 'Y'.
       01  WS-CONTROL-ON-FILE          PIC X VALUE 'N'.
           88 CONTROL-ON-FILE          VALUE 'Y'.
       01  WS-POSTING-REFUSED          PIC X VALUE 'N'.
           88 POSTING-REFUSED          VALUE 'Y'.
       01  WS-POSTING-RESUMED          PIC X VALUE 'N'.
           88 POSTING-RESUMED          VALUE 'Y'.
      *> the control record is held here - the record area is
      *> shared with the versions being posted
       01  WS-HIST-CONTROL.
           05 WS-HC-CUST-ID            PIC 9(9).
           05 WS-HC-EFF-DATE           PIC X(8).
           05 WS-HC-STATE              PIC X(1).
              88 HC-POSTING            VALUE "P".
              88 HC-COMPLETE           VALUE "C".
           05 WS-HC-LAST-RUN-DATE      PIC X(26).
           05 WS-HC-POSTING-RUN-DATE   PIC X(26).
           05 WS-HC-DBALIAS            PIC X(9).
           05 FILLER                   PIC X(4).

      *> the detail being posted, in one shape for either input
       01  WS-POST-ACTION              PIC X(1).
       01  WS-POST-CUST-ID             PIC 9(9).
       01  WS-POST-CUST-NAME           PIC X(30).
       01  WS-POST-CUST-STATUS         PIC X(1).
      *> effective date of every version this run opens - the
      *> calendar date of the input's header run date
       01  WS-EFF-DATE                 PIC X(8).
       01  WS-OPEN-END-DATE            PIC X(8) VALUE "99999999".
      *> the new version's image, held aside while the version it
      *> replaces is closed
       01  WS-NEW-VERSION              PIC X(83).

      *> the customer's latest version on the history, if any
       01  WS-VERSION-FOUND            PIC X VALUE 'N'.
           88 VERSION-FOUND            VALUE 'Y'.
       01  WS-CURRENT-VERSION.
           05 WS-CV-CUST-ID            PIC 9(9).
           05 WS-CV-EFF-DATE           PIC X(8).
           05 WS-CV-END-DATE           PIC X(8).
           05 WS-CV-ACTION             PIC X(1).
              88 CV-DELETED            VALUE "D".
           05 WS-CV-CUST-NAME          PIC X(30).
           05 WS-CV-CUST-STATUS        PIC X(1).
           05 WS-CV-RUN-DATE           PIC X(26).

      *> posting counts
       01  WS-OPENED-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-SAME-DAY-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUMED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-ANOMALY-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-ANOMALY-REASON           PIC X(40).

      *> set on the first history read or write that fails - posting
      *> stops and the control record stays in posting state, so the
      *> rerun of the same delta finishes the job
       01  WS-POST-BROKEN              PIC X VALUE 'N'.
           88 POST-BROKEN              VALUE 'Y'.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01 WS-BATCH-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records kept through the DB2RLED
      *> service (see db2rled.cpy)
       01 WS-RLED-REQUEST              PIC X(8).
       01 WS-RLED-STATUS               PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "CUSTOMER-MASTER HISTORY POSTING REPORT RUN".
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-RPT-INPUT-LINE.
           05 FILLER                   PIC X(6)  VALUE "MODE  ".
           05 WS-RPT-MODE              PIC X(5).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-RPT-INPUT-NAME        PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-RUN-DATE          PIC X(26).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-DBALIAS           PIC X(9).
           05 FILLER                   PIC X(19) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(14) VALUE "INPUT DETAILS ".
           05 WS-RPT-DTL-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  ADD  ".
           05 WS-RPT-DTL-ADD           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  CHG  ".
           05 WS-RPT-DTL-CHG           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  DEL  ".
           05 WS-RPT-DTL-DEL           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-RPT-VERSION-LINE.
           05 FILLER                   PIC X(14) VALUE "VERSIONS OPEN ".
           05 WS-RPT-OPENED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE "  CLOSED  ".
           05 WS-RPT-CLOSED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE "  SAME-DAY  ".
           05 WS-RPT-SAME-DAY          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-RPT-RESUME-LINE.
           05 FILLER                   PIC X(14) VALUE "ALREADY POSTED".
           05 WS-RPT-RESUMED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              "  ANOMALIES  ".
           05 WS-RPT-ANOMALIES         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(31) VALUE SPACES.
       01  WS-RPT-ANOMALY-LINE.
           05 FILLER                   PIC X(15) VALUE
              "  ANOMALY CUST ".
           05 WS-RPT-ANOM-CUST-ID      PIC 9(9).
           05 FILLER                   PIC X(8)  VALUE "  ACTION".
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RPT-ANOM-ACTION       PIC X(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-ANOM-REASON       PIC X(40).
           05 FILLER                   PIC X(4)  VALUE SPACES.
       01  WS-RPT-VERDICT-LINE.
           05 FILLER                   PIC X(9)  VALUE "POSTING  ".
           05 WS-RPT-VERDICT           PIC X(50).
           05 FILLER                   PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CMHST SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CUSTOMER-MASTER HISTORY POSTING"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EX
           IF MODE-SEED
              MOVE "EXTRFILE" TO WS-INPUT-NAME
           END-IF

           MOVE 'V' TO WS-INPUT-PASS
           PERFORM READ-INPUT-FILE THRU READ-INPUT-FILE-EX
           PERFORM JUDGE-INPUT-VALIDATION
              THRU JUDGE-INPUT-VALIDATION-EX

           IF NOT INPUT-VALID
              DISPLAY "*** " WS-INPUT-NAME " FAILED VALIDATION -"
               " NOTHING POSTED"
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           IF MODE-APPLY
              PERFORM CHECK-VOLUME-RELEASE
                 THRU CHECK-VOLUME-RELEASE-EX
              IF NOT VOLUME-RELEASED
                 DISPLAY "*** PREREQUISITE NOT MET - NOTHING POSTED"
                 MOVE 16 TO WS-BATCH-RETURN-CODE
                 PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
                 MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
                 DISPLAY "EXITING DB2 CUSTOMER-MASTER HISTORY POSTING"
                  " - RC=" RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           PERFORM OPEN-HISTORY-FILE THRU OPEN-HISTORY-FILE-EX
           IF POST-BROKEN
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CHECK-INPUT-NOT-POSTED
              THRU CHECK-INPUT-NOT-POSTED-EX

           IF POST-BROKEN
              CLOSE HISTFILE
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           IF POSTING-REFUSED
              IF NOT HISTORY-MISSING
                 CLOSE HISTFILE
              END-IF
              DISPLAY "*** PREREQUISITE NOT MET - NOTHING POSTED"
              MOVE 16 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              DISPLAY "EXITING DB2 CUSTOMER-MASTER HISTORY POSTING"
               " - RC=" RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT HISTRPT
           IF NOT HISTRPT-FILE-OK
              DISPLAY "*** UNABLE TO OPEN HISTRPT, STATUS="
               WS-HISTRPT-FILE-STATUS
              CLOSE HISTFILE
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-EX

      *> the control record goes to posting state before the first
      *> version is touched - from here until it is marked complete
      *> only a rerun of this same input may post
           IF NOT POSTING-RESUMED
              MOVE "P" TO WS-HC-STATE
              MOVE WS-INPUT-RUN-DATE TO WS-HC-POSTING-RUN-DATE
              MOVE WS-INPUT-DBALIAS TO WS-HC-DBALIAS
              PERFORM WRITE-HISTORY-CONTROL
                 THRU WRITE-HISTORY-CONTROL-EX
           END-IF

           IF NOT POST-BROKEN
              MOVE WS-INPUT-RUN-DATE(1:8) TO WS-EFF-DATE
              MOVE 'P' TO WS-INPUT-PASS
              PERFORM READ-INPUT-FILE THRU READ-INPUT-FILE-EX
           END-IF

           IF NOT POST-BROKEN
              MOVE "C" TO WS-HC-STATE
              MOVE WS-INPUT-RUN-DATE TO WS-HC-LAST-RUN-DATE
              MOVE SPACES TO WS-HC-POSTING-RUN-DATE
              PERFORM WRITE-HISTORY-CONTROL
                 THRU WRITE-HISTORY-CONTROL-EX
           END-IF

           IF POST-BROKEN
              DISPLAY "*** HISTORY POSTING STOPPED - RERUN THE SAME "
               WS-INPUT-NAME " TO FINISH IT"
              MOVE 12 TO WS-BATCH-RETURN-CODE
              MOVE "STOPPED - RERUN THE SAME INPUT TO FINISH IT"
                TO WS-RPT-VERDICT
           ELSE
              MOVE "COMPLETE" TO WS-RPT-VERDICT
           END-IF

           CLOSE HISTFILE
           IF NOT HIST-FILE-OK
              DISPLAY "*** HISTFILE CLOSE FAILED, STATUS="
               WS-HIST-FILE-STATUS
              MOVE 12 TO WS-BATCH-RETURN-CODE
           END-IF

           IF WS-ANOMALY-COUNT > 0
              DISPLAY "WARNING - " WS-ANOMALY-COUNT " DETAIL(S) DID"
               " NOT FIT THE HISTORY - SEE HISTRPT"
              IF WS-BATCH-RETURN-CODE < 4
                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-EX
           CLOSE HISTRPT

           DISPLAY "HISTORY POSTING SUMMARY - INPUT=" WS-DTL-COUNT
            " OPENED=" WS-OPENED-COUNT " CLOSED=" WS-CLOSED-COUNT
            " SAME-DAY=" WS-SAME-DAY-COUNT
            " ALREADY-POSTED=" WS-RESUMED-COUNT
            " ANOMALIES=" WS-ANOMALY-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CUSTOMER-MASTER HISTORY POSTING - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2CMHST-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the posting, but the run is flagged so
      *> the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2CMHST" TO RLED-PROGRAM-ID
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
      *> End record on the run ledger, keyed by the input's header run
      *> date and alias, carrying the final RC and the versions posted.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2CMHST" TO RLED-PROGRAM-ID
          MOVE WS-INPUT-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-INPUT-DBALIAS TO RLED-RUN-ALIAS
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "OPENED" TO RLED-COUNT-NAME(1)
          MOVE WS-OPENED-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "CLOSED" TO RLED-COUNT-NAME(2)
          MOVE WS-CLOSED-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "ANOMALY" TO RLED-COUNT-NAME(3)
          MOVE WS-ANOMALY-COUNT TO RLED-COUNT-VALUE(3)
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
      *> Reads the HISTCTL run control cards - keyword=value, one per
      *> card, '*' in column 1 for comments, same card grammar as
      *> DB2CONN's CTLFILE. The deck is optional: without it the run
      *> posts the night's delta.
      *>------------------------------------------------------------------------
       READ-CONTROL-CARDS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT HISTCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-NOT-FOUND
                DISPLAY "WARNING - HISTCTL NOT AVAILABLE, STATUS="
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

          CLOSE HISTCTL
          .
       READ-CONTROL-CARDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-CONTROL-CARD SECTION.
      *>------------------------------------------------------------------------
          READ HISTCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-EOF
                DISPLAY "WARNING - HISTCTL READ FAILED, STATUS="
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
             WHEN CTL-RECORD(1:5) = "MODE="
                IF CTL-RECORD(6:5) = "APPLY"
                 OR CTL-RECORD(6:5) = "SEED "
                   MOVE CTL-RECORD(6:5) TO WS-RUN-MODE
                   DISPLAY "CONTROL CARD - MODE " WS-RUN-MODE
                ELSE
                   DISPLAY "WARNING - BAD MODE CARD: "
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
      *> One sequential pass over the input, shared by both passes -
      *> the validation pass accumulates the control totals, the
      *> posting pass hands each detail to the history. The posting
      *> pass stops at the first history I/O failure.
      *>------------------------------------------------------------------------
       READ-INPUT-FILE SECTION.
      *>------------------------------------------------------------------------
          IF MODE-SEED
             OPEN INPUT EXTRFILE
             IF NOT EXTR-FILE-OK
                DISPLAY "*** EXTRFILE NOT AVAILABLE, STATUS="
                 WS-EXTR-FILE-STATUS
                MOVE 'N' TO WS-INPUT-VALID
                MOVE 'Y' TO WS-POST-BROKEN
                GO TO READ-INPUT-FILE-EX
             END-IF
          ELSE
             OPEN INPUT DELTFILE
             IF NOT DELT-FILE-OK
                DISPLAY "*** DELTFILE NOT AVAILABLE, STATUS="
                 WS-DELT-FILE-STATUS
                MOVE 'N' TO WS-INPUT-VALID
                MOVE 'Y' TO WS-POST-BROKEN
                GO TO READ-INPUT-FILE-EX
             END-IF
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM READ-ONE-INPUT-RECORD THRU READ-ONE-INPUT-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          IF MODE-SEED
             CLOSE EXTRFILE
          ELSE
             CLOSE DELTFILE
          END-IF
          .
       READ-INPUT-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-ONE-INPUT-RECORD SECTION.
      *>------------------------------------------------------------------------
          IF MODE-SEED
             READ EXTRFILE INTO WS-INPUT-RAW
             MOVE WS-EXTR-FILE-STATUS TO WS-INPUT-FILE-STATUS
          ELSE
             READ DELTFILE INTO WS-INPUT-RAW
             MOVE WS-DELT-FILE-STATUS TO WS-INPUT-FILE-STATUS
          END-IF

          IF NOT INPUT-FILE-OK
             IF NOT INPUT-FILE-EOF
                DISPLAY "*** " WS-INPUT-NAME " READ FAILED, STATUS="
                 WS-INPUT-FILE-STATUS
                MOVE 'N' TO WS-INPUT-VALID
                MOVE 'Y' TO WS-POST-BROKEN
             END-IF
             MOVE 'N' TO WS-MORE-INPUT
             GO TO READ-ONE-INPUT-RECORD-EX
          END-IF

          IF POSTING-INPUT-PASS
             IF WS-INPUT-RAW(1:1) = "D"
                PERFORM UNPACK-INPUT-DETAIL
                   THRU UNPACK-INPUT-DETAIL-EX
                PERFORM POST-ONE-DETAIL THRU POST-ONE-DETAIL-EX
                IF POST-BROKEN
                   MOVE 'N' TO WS-MORE-INPUT
                END-IF
             END-IF
             GO TO READ-ONE-INPUT-RECORD-EX
          END-IF

          PERFORM VALIDATE-ONE-INPUT-RECORD
             THRU VALIDATE-ONE-INPUT-RECORD-EX
          .
       READ-ONE-INPUT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The extract and the delta share the header shape and the
      *> count + hash trailer; only the delta carries an action on
      *> its details and per-action counts on its trailer.
      *>------------------------------------------------------------------------
       VALIDATE-ONE-INPUT-RECORD SECTION.
      *>------------------------------------------------------------------------
          EVALUATE WS-INPUT-RAW(1:1)
             WHEN "H"
                IF WS-SEEN-HEADER = 'Y'
                   DISPLAY "*** " WS-INPUT-NAME
                    " HAS MORE THAN ONE HEADER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-HEADER
                   MOVE WS-INPUT-RAW TO DELT-HEADER-RECORD
                   MOVE DELT-HDR-RUN-DATE TO WS-INPUT-RUN-DATE
                   MOVE DELT-HDR-DBALIAS TO WS-INPUT-DBALIAS
                END-IF
             WHEN "D"
                EVALUATE TRUE
                   WHEN WS-SEEN-HEADER NOT = 'Y'
                    OR WS-SEEN-TRAILER = 'Y'
                      DISPLAY "*** " WS-INPUT-NAME " DETAIL OUTSIDE"
                       " THE HEADER/TRAILER BRACKET"
                      MOVE 'N' TO WS-INPUT-VALID
                   WHEN OTHER
                      PERFORM VALIDATE-ONE-DETAIL
                         THRU VALIDATE-ONE-DETAIL-EX
                END-EVALUATE
             WHEN "T"
                IF WS-SEEN-TRAILER = 'Y'
                   DISPLAY "*** " WS-INPUT-NAME
                    " HAS MORE THAN ONE TRAILER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-TRAILER
                   IF MODE-SEED
                      MOVE WS-INPUT-RAW TO EXTR-TRAILER-RECORD
                      MOVE EXTR-TRL-REC-COUNT TO WS-TRL-REC-COUNT
                      MOVE EXTR-TRL-ID-HASH-TOTAL TO WS-TRL-ID-HASH
                   ELSE
                      MOVE WS-INPUT-RAW TO DELT-TRAILER-RECORD
                      MOVE DELT-TRL-REC-COUNT TO WS-TRL-REC-COUNT
                      MOVE DELT-TRL-ID-HASH-TOTAL TO WS-TRL-ID-HASH
                      MOVE DELT-TRL-ADD-COUNT TO WS-TRL-ADD-COUNT
                      MOVE DELT-TRL-CHG-COUNT TO WS-TRL-CHG-COUNT
                      MOVE DELT-TRL-DEL-COUNT TO WS-TRL-DEL-COUNT
                   END-IF
                END-IF
             WHEN OTHER
                DISPLAY "*** " WS-INPUT-NAME " HAS AN UNRECOGNIZED"
                 " RECORD: " WS-INPUT-RAW(1:20)
                MOVE 'N' TO WS-INPUT-VALID
          END-EVALUATE
          .
       VALIDATE-ONE-INPUT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VALIDATE-ONE-DETAIL SECTION.
      *>------------------------------------------------------------------------
          ADD 1 TO WS-DTL-COUNT
          PERFORM UNPACK-INPUT-DETAIL THRU UNPACK-INPUT-DETAIL-EX

          IF (MODE-SEED AND EXTR-DTL-CUST-ID NOT NUMERIC)
           OR (MODE-APPLY AND DELT-DTL-CUST-ID NOT NUMERIC)
             DISPLAY "*** " WS-INPUT-NAME " DETAIL " WS-DTL-COUNT
              " HAS A NON-NUMERIC CUST-ID"
             MOVE 'N' TO WS-INPUT-VALID
             GO TO VALIDATE-ONE-DETAIL-EX
          END-IF

          COMPUTE WS-ID-HASH =
             FUNCTION MOD(WS-ID-HASH + WS-POST-CUST-ID,
                1000000000000)

          EVALUATE WS-POST-ACTION
             WHEN "S"
             WHEN "A"
                ADD 1 TO WS-INPUT-ADD-COUNT
             WHEN "C"
                ADD 1 TO WS-INPUT-CHG-COUNT
             WHEN "D"
                ADD 1 TO WS-INPUT-DEL-COUNT
             WHEN OTHER
                DISPLAY "*** " WS-INPUT-NAME " DETAIL " WS-DTL-COUNT
                 " HAS UNKNOWN ACTION '" WS-POST-ACTION "'"
                MOVE 'N' TO WS-INPUT-VALID
          END-EVALUATE
          .
       VALIDATE-ONE-DETAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Puts a detail of either input into the one posting shape -
      *> an extract detail is a customer as it stands, posted as a
      *> seeded version.
      *>------------------------------------------------------------------------
       UNPACK-INPUT-DETAIL SECTION.
      *>------------------------------------------------------------------------
          IF MODE-SEED
             MOVE WS-INPUT-RAW TO EXTR-DETAIL-RECORD
             MOVE "S" TO WS-POST-ACTION
             MOVE EXTR-DTL-CUST-ID TO WS-POST-CUST-ID
             MOVE EXTR-DTL-CUST-NAME TO WS-POST-CUST-NAME
             MOVE EXTR-DTL-CUST-STATUS TO WS-POST-CUST-STATUS
          ELSE
             MOVE WS-INPUT-RAW TO DELT-DETAIL-RECORD
             MOVE DELT-DTL-ACTION TO WS-POST-ACTION
             MOVE DELT-DTL-CUST-ID TO WS-POST-CUST-ID
             MOVE DELT-DTL-CUST-NAME TO WS-POST-CUST-NAME
             MOVE DELT-DTL-CUST-STATUS TO WS-POST-CUST-STATUS
          END-IF
          .
       UNPACK-INPUT-DETAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The input's structural judgment - header, trailer, record
      *> count, hash total and (delta only) the per-action counts
      *> must all agree before a single version is posted. The
      *> header run date dates every version, so it must start with
      *> a real calendar date.
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
                 " NOT FINISH CLEANLY AND MUST NOT BE POSTED"
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
             WHEN MODE-APPLY
              AND (WS-TRL-ADD-COUNT NOT = WS-INPUT-ADD-COUNT
               OR  WS-TRL-CHG-COUNT NOT = WS-INPUT-CHG-COUNT
               OR  WS-TRL-DEL-COUNT NOT = WS-INPUT-DEL-COUNT)
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
      *> A delta that balances can still be wrong - half the master
      *> lost to a bad purge balances too. The DB2XTVOL gate judges
      *> the night's volumes and its end record, keyed by the same
      *> header run date, says whether the delta was let through. The
      *> latest verdict stands: a hold after an earlier release means
      *> the delta was rebuilt and is in doubt again. No verdict, a
      *> hold, a failed gate or an unreadable ledger all refuse.
      *>------------------------------------------------------------------------
       CHECK-VOLUME-RELEASE SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-VOLUME-RELEASED

          INITIALIZE RLED-RECORD
          MOVE "DB2XTVOL" TO RLED-PROGRAM-ID
          MOVE "E" TO RLED-REC-TYPE
          MOVE WS-INPUT-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-INPUT-DBALIAS TO RLED-RUN-ALIAS
          MOVE "ANYDATE" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS

          EVALUATE TRUE
             WHEN WS-RLED-STATUS = 100
                DISPLAY "*** NO DB2XTVOL VOLUME GATE VERDICT ON THE RUN"
                 " LEDGER FOR DELTFILE " WS-INPUT-RUN-DATE
             WHEN WS-RLED-STATUS NOT = 0
                DISPLAY "*** RUN LEDGER UNREADABLE - DELTFILE RELEASE"
                 " CANNOT BE PROVEN"
             WHEN RLED-RETURN-CODE > WS-RELEASE-MAX-RC
                DISPLAY "*** DB2XTVOL VOLUME GATE FOR DELTFILE "
                 WS-INPUT-RUN-DATE " ENDED RC=" RLED-RETURN-CODE
                 " AT " RLED-TIMESTAMP " - DELTA NOT RELEASED"
             WHEN OTHER
                DISPLAY "DB2XTVOL VOLUME GATE FOR DELTFILE "
                 WS-INPUT-RUN-DATE " ENDED RC=" RLED-RETURN-CODE
                 " AT " RLED-TIMESTAMP " - PREREQUISITE MET"
                MOVE 'Y' TO WS-VOLUME-RELEASED
          END-EVALUATE
          .
       CHECK-VOLUME-RELEASE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Opens the history for update. Only a seed may start a new
      *> one - a nightly delta against a missing history is refused
      *> by the posting check, not quietly posted to an empty file.
      *>------------------------------------------------------------------------
       OPEN-HISTORY-FILE SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-HISTORY-MISSING
          OPEN I-O HISTFILE

          IF HIST-FILE-NOT-FOUND AND MODE-APPLY
             MOVE 'Y' TO WS-HISTORY-MISSING
             GO TO OPEN-HISTORY-FILE-EX
          END-IF

          IF HIST-FILE-NOT-FOUND
             OPEN OUTPUT HISTFILE
             IF HIST-FILE-OK
                CLOSE HISTFILE
                DISPLAY "HISTFILE CREATED FOR THE SEED"
                OPEN I-O HISTFILE
             END-IF
          END-IF

          IF NOT HIST-FILE-OK
             DISPLAY "*** HISTFILE NOT AVAILABLE, STATUS="
              WS-HIST-FILE-STATUS
             MOVE 'Y' TO WS-POST-BROKEN
          END-IF
          .
       OPEN-HISTORY-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> An input goes into the history once, in run-date order. The
      *> control record holds the header run date of the last one
      *> posted completely, and of one whose posting was started and
      *> not finished:
      *> - an unfinished posting of THIS input resumes
      *> - an unfinished posting of another input blocks this one -
      *>   that input must be rerun first, or versions would post out
      *>   of order
      *> - a delta not later than the last posted is a rerun or an
      *>   old feed and is refused
      *> - a seed is only accepted on an empty history
      *>------------------------------------------------------------------------
       CHECK-INPUT-NOT-POSTED SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-POSTING-REFUSED
          MOVE 'N' TO WS-POSTING-RESUMED

          IF HISTORY-MISSING
             DISPLAY "*** NO HISTFILE - START THE HISTORY WITH"
              " MODE=SEED FROM A FULL EXTRACT"
             MOVE 'Y' TO WS-POSTING-REFUSED
             GO TO CHECK-INPUT-NOT-POSTED-EX
          END-IF

          PERFORM READ-HISTORY-CONTROL THRU READ-HISTORY-CONTROL-EX
          IF POST-BROKEN
             GO TO CHECK-INPUT-NOT-POSTED-EX
          END-IF

          EVALUATE TRUE
             WHEN CONTROL-ON-FILE AND HC-POSTING
              AND WS-HC-POSTING-RUN-DATE = WS-INPUT-RUN-DATE
                DISPLAY "RESUMING INTERRUPTED POSTING OF "
                 WS-INPUT-NAME " " WS-INPUT-RUN-DATE
                MOVE 'Y' TO WS-POSTING-RESUMED
             WHEN CONTROL-ON-FILE AND HC-POSTING
                DISPLAY "*** POSTING OF RUN DATE "
                 WS-HC-POSTING-RUN-DATE " WAS NOT FINISHED - RERUN"
                 " THAT INPUT BEFORE " WS-INPUT-RUN-DATE
                MOVE 'Y' TO WS-POSTING-REFUSED
             WHEN MODE-SEED AND CONTROL-ON-FILE
                DISPLAY "*** HISTORY ALREADY STARTED - LAST POSTED "
                 WS-HC-LAST-RUN-DATE " - A SEED NEEDS AN EMPTY HISTORY"
                MOVE 'Y' TO WS-POSTING-REFUSED
             WHEN MODE-SEED
                CONTINUE
             WHEN NOT CONTROL-ON-FILE
                DISPLAY "*** HISTORY HAS NEVER BEEN SEEDED - START IT"
                 " WITH MODE=SEED FROM A FULL EXTRACT"
                MOVE 'Y' TO WS-POSTING-REFUSED
             WHEN WS-INPUT-RUN-DATE NOT > WS-HC-LAST-RUN-DATE
                DISPLAY "*** DELTFILE RUN DATE " WS-INPUT-RUN-DATE
                 " IS NOT LATER THAN LAST POSTED "
                 WS-HC-LAST-RUN-DATE
                DISPLAY "*** A DELTA IS POSTED ONCE, IN RUN-DATE ORDER"
                MOVE 'Y' TO WS-POSTING-REFUSED
             WHEN OTHER
                DISPLAY "LAST DELTA POSTED " WS-HC-LAST-RUN-DATE
          END-EVALUATE
          .
       CHECK-INPUT-NOT-POSTED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Keyed read of the control record. A history with no control
      *> record has never had anything posted to it; the held copy
      *> is primed so the first write creates it.
      *>------------------------------------------------------------------------
       READ-HISTORY-CONTROL SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-CONTROL-ON-FILE
          MOVE 0 TO HCTL-CUST-ID
          MOVE "00000000" TO HCTL-EFF-DATE

          READ HISTFILE

          EVALUATE TRUE
             WHEN HIST-FILE-OK
                MOVE 'Y' TO WS-CONTROL-ON-FILE
                MOVE HIST-CONTROL-RECORD TO WS-HIST-CONTROL
             WHEN HIST-KEY-NOT-FOUND
                MOVE SPACES TO WS-HIST-CONTROL
                MOVE 0 TO WS-HC-CUST-ID
                MOVE "00000000" TO WS-HC-EFF-DATE
             WHEN OTHER
                DISPLAY "*** HISTFILE CONTROL RECORD READ FAILED,"
                 " STATUS=" WS-HIST-FILE-STATUS
                MOVE 'Y' TO WS-POST-BROKEN
          END-EVALUATE
          .
       READ-HISTORY-CONTROL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Writes the control record from the held copy. The first
      *> write of a new history creates it.
      *>------------------------------------------------------------------------
       WRITE-HISTORY-CONTROL SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-HIST-CONTROL TO HIST-CONTROL-RECORD

          IF CONTROL-ON-FILE
             REWRITE HIST-CONTROL-RECORD
                INVALID KEY
                   CONTINUE
             END-REWRITE
          ELSE
             WRITE HIST-CONTROL-RECORD
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF

          IF HIST-FILE-OK
             MOVE 'Y' TO WS-CONTROL-ON-FILE
          ELSE
             DISPLAY "*** HISTFILE CONTROL RECORD WRITE FAILED,"
              " STATUS=" WS-HIST-FILE-STATUS
             MOVE 'Y' TO WS-POST-BROKEN
          END-IF
          .
       WRITE-HISTORY-CONTROL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Posts one detail against the customer's latest version:
      *> - already carrying this input's run date: posted by the
      *>   interrupted run being resumed, passed over
      *> - effective today (an earlier delta the same day): replaced
      *>   in place, keeping how the day's version began unless
      *>   this detail deletes or re-adds the customer
      *> - otherwise the version in force is closed at today and the
      *>   new one opened
      *> A delete opens a deleted version holding the last values the
      *> history had for the customer.
      *>------------------------------------------------------------------------
       POST-ONE-DETAIL SECTION.
      *>------------------------------------------------------------------------
          IF WS-POST-CUST-ID = 0
             MOVE "CUST-ID 0 IS RESERVED - NOT POSTED" TO
               WS-ANOMALY-REASON
             PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
             GO TO POST-ONE-DETAIL-EX
          END-IF

          PERFORM FIND-CURRENT-VERSION THRU FIND-CURRENT-VERSION-EX
          IF POST-BROKEN
             GO TO POST-ONE-DETAIL-EX
          END-IF

          IF VERSION-FOUND AND WS-CV-RUN-DATE = WS-INPUT-RUN-DATE
             ADD 1 TO WS-RESUMED-COUNT
             GO TO POST-ONE-DETAIL-EX
          END-IF

          EVALUATE TRUE
             WHEN WS-POST-ACTION = "S" AND VERSION-FOUND
                MOVE "SEEDED CUSTOMER ALREADY ON HISTORY" TO
                  WS-ANOMALY-REASON
                PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
             WHEN WS-POST-ACTION = "A" AND VERSION-FOUND
              AND NOT CV-DELETED
                MOVE "ADD FOR A CUSTOMER ALREADY LIVE" TO
                  WS-ANOMALY-REASON
                PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
             WHEN WS-POST-ACTION = "C" AND NOT VERSION-FOUND
                MOVE "CHANGE FOR A CUSTOMER NOT ON HISTORY" TO
                  WS-ANOMALY-REASON
                PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
             WHEN WS-POST-ACTION = "C" AND CV-DELETED
                MOVE "CHANGE FOR A DELETED CUSTOMER" TO
                  WS-ANOMALY-REASON
                PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
             WHEN WS-POST-ACTION = "D" AND NOT VERSION-FOUND
                MOVE "DELETE FOR A CUSTOMER NOT ON HISTORY" TO
                  WS-ANOMALY-REASON
                PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
      *> nothing is in force to close - the history already says
      *> the customer is gone
             WHEN WS-POST-ACTION = "D" AND CV-DELETED
                MOVE "DELETE OF A DELETED CUSTOMER - NOT POSTED" TO
                  WS-ANOMALY-REASON
                PERFORM NOTE-ANOMALY THRU NOTE-ANOMALY-EX
                GO TO POST-ONE-DETAIL-EX
             WHEN OTHER
                CONTINUE
          END-EVALUATE

      *> the new version's values - a delete keeps the last ones seen
          MOVE WS-POST-CUST-ID TO HIST-CUST-ID
          MOVE WS-EFF-DATE TO HIST-EFF-DATE
          MOVE WS-OPEN-END-DATE TO HIST-END-DATE
          MOVE WS-POST-ACTION TO HIST-ACTION
          MOVE WS-INPUT-RUN-DATE TO HIST-RUN-DATE
          IF WS-POST-ACTION = "D" AND VERSION-FOUND
             MOVE WS-CV-CUST-NAME TO HIST-CUST-NAME
             MOVE WS-CV-CUST-STATUS TO HIST-CUST-STATUS
          ELSE
             MOVE WS-POST-CUST-NAME TO HIST-CUST-NAME
             MOVE WS-POST-CUST-STATUS TO HIST-CUST-STATUS
          END-IF

          IF VERSION-FOUND AND WS-CV-EFF-DATE = WS-EFF-DATE
             IF WS-POST-ACTION = "C"
                MOVE WS-CV-ACTION TO HIST-ACTION
             END-IF
             MOVE WS-CV-END-DATE TO HIST-END-DATE
             REWRITE HIST-RECORD
                INVALID KEY
                   CONTINUE
             END-REWRITE
             IF HIST-FILE-OK
                ADD 1 TO WS-SAME-DAY-COUNT
             ELSE
                DISPLAY "*** HISTFILE REWRITE FAILED, STATUS="
                 WS-HIST-FILE-STATUS " CUST " WS-POST-CUST-ID
                MOVE 'Y' TO WS-POST-BROKEN
             END-IF
             GO TO POST-ONE-DETAIL-EX
          END-IF

          IF VERSION-FOUND AND WS-CV-END-DATE = WS-OPEN-END-DATE
             PERFORM CLOSE-CURRENT-VERSION
                THRU CLOSE-CURRENT-VERSION-EX
             IF POST-BROKEN
                GO TO POST-ONE-DETAIL-EX
             END-IF
          END-IF

          WRITE HIST-RECORD
             INVALID KEY
                CONTINUE
          END-WRITE

          IF HIST-FILE-OK
             ADD 1 TO WS-OPENED-COUNT
          ELSE
             DISPLAY "*** HISTFILE WRITE FAILED, STATUS="
              WS-HIST-FILE-STATUS " CUST " WS-POST-CUST-ID
             MOVE 'Y' TO WS-POST-BROKEN
          END-IF
          .
       POST-ONE-DETAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Finds the customer's latest version - the last key at or
      *> past CUST_ID + the lowest date before the CUST_ID changes.
      *>------------------------------------------------------------------------
       FIND-CURRENT-VERSION SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-VERSION-FOUND

          MOVE WS-POST-CUST-ID TO HIST-CUST-ID
          MOVE LOW-VALUES TO HIST-EFF-DATE
          START HISTFILE KEY NOT LESS THAN HIST-RECORD-KEY
          IF NOT HIST-FILE-OK
             IF NOT HIST-KEY-NOT-FOUND AND NOT HIST-FILE-EOF
                DISPLAY "*** HISTFILE START FAILED, STATUS="
                 WS-HIST-FILE-STATUS " CUST " WS-POST-CUST-ID
                MOVE 'Y' TO WS-POST-BROKEN
             END-IF
             GO TO FIND-CURRENT-VERSION-EX
          END-IF

          MOVE 'Y' TO WS-MORE-VERSIONS
          PERFORM SCAN-ONE-VERSION THRU SCAN-ONE-VERSION-EX
             UNTIL WS-MORE-VERSIONS = 'N'
          .
       FIND-CURRENT-VERSION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-VERSION SECTION.
      *>------------------------------------------------------------------------
          READ HISTFILE NEXT

          IF NOT HIST-FILE-OK
             IF NOT HIST-FILE-EOF
                DISPLAY "*** HISTFILE READ FAILED, STATUS="
                 WS-HIST-FILE-STATUS " CUST " WS-POST-CUST-ID
                MOVE 'Y' TO WS-POST-BROKEN
             END-IF
             MOVE 'N' TO WS-MORE-VERSIONS
             GO TO SCAN-ONE-VERSION-EX
          END-IF

          IF HIST-CUST-ID NOT = WS-POST-CUST-ID
             MOVE 'N' TO WS-MORE-VERSIONS
             GO TO SCAN-ONE-VERSION-EX
          END-IF

          MOVE 'Y' TO WS-VERSION-FOUND
          MOVE HIST-RECORD TO WS-CURRENT-VERSION
          .
       SCAN-ONE-VERSION-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Ends the version in force at the new version's effective
      *> date. The new version's image is held aside across the
      *> rewrite - both share the record area.
      *>------------------------------------------------------------------------
       CLOSE-CURRENT-VERSION SECTION.
      *>------------------------------------------------------------------------
          MOVE HIST-RECORD TO WS-NEW-VERSION

          MOVE WS-CURRENT-VERSION TO HIST-RECORD
          MOVE WS-EFF-DATE TO HIST-END-DATE
          REWRITE HIST-RECORD
             INVALID KEY
                CONTINUE
          END-REWRITE

          IF HIST-FILE-OK
             ADD 1 TO WS-CLOSED-COUNT
          ELSE
             DISPLAY "*** HISTFILE REWRITE FAILED, STATUS="
              WS-HIST-FILE-STATUS " CUST " WS-POST-CUST-ID
             MOVE 'Y' TO WS-POST-BROKEN
          END-IF

          MOVE WS-NEW-VERSION TO HIST-RECORD
          .
       CLOSE-CURRENT-VERSION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTE-ANOMALY SECTION.
      *>------------------------------------------------------------------------
          ADD 1 TO WS-ANOMALY-COUNT
          MOVE WS-POST-CUST-ID TO WS-RPT-ANOM-CUST-ID
          MOVE WS-POST-ACTION TO WS-RPT-ANOM-ACTION
          MOVE WS-ANOMALY-REASON TO WS-RPT-ANOM-REASON
          WRITE HISTRPT-RECORD FROM WS-RPT-ANOMALY-LINE
          .
       NOTE-ANOMALY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADING SECTION.
      *>------------------------------------------------------------------------
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
          WRITE HISTRPT-RECORD FROM WS-RPT-HEADER
          MOVE SPACES TO HISTRPT-RECORD
          WRITE HISTRPT-RECORD

          MOVE WS-RUN-MODE TO WS-RPT-MODE
          MOVE WS-INPUT-NAME TO WS-RPT-INPUT-NAME
          MOVE WS-INPUT-RUN-DATE TO WS-RPT-RUN-DATE
          MOVE WS-INPUT-DBALIAS TO WS-RPT-DBALIAS
          WRITE HISTRPT-RECORD FROM WS-RPT-INPUT-LINE

          MOVE WS-DTL-COUNT TO WS-RPT-DTL-TOTAL
          MOVE WS-INPUT-ADD-COUNT TO WS-RPT-DTL-ADD
          MOVE WS-INPUT-CHG-COUNT TO WS-RPT-DTL-CHG
          MOVE WS-INPUT-DEL-COUNT TO WS-RPT-DTL-DEL
          WRITE HISTRPT-RECORD FROM WS-RPT-DETAIL-LINE
          MOVE SPACES TO HISTRPT-RECORD
          WRITE HISTRPT-RECORD
          .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTALS SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO HISTRPT-RECORD
          WRITE HISTRPT-RECORD

          MOVE WS-OPENED-COUNT TO WS-RPT-OPENED
          MOVE WS-CLOSED-COUNT TO WS-RPT-CLOSED
          MOVE WS-SAME-DAY-COUNT TO WS-RPT-SAME-DAY
          WRITE HISTRPT-RECORD FROM WS-RPT-VERSION-LINE

          MOVE WS-RESUMED-COUNT TO WS-RPT-RESUMED
          MOVE WS-ANOMALY-COUNT TO WS-RPT-ANOMALIES
          WRITE HISTRPT-RECORD FROM WS-RPT-RESUME-LINE

          WRITE HISTRPT-RECORD FROM WS-RPT-VERDICT-LINE
          .
       WRITE-REPORT-TOTALS-EX.
          EXIT.
       END PROGRAM DB2CMHST.
