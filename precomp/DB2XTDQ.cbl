      *>************************************************************************
      *>  DB2 CUSTOMER-MASTER EXTRACT DATA-QUALITY PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2XTDQ.cbl
      *>
      *> Purpose:      Checks the content of the nightly customer-master
      *>               extract before anything downstream trusts it. The
      *>               EXTRFILE trailer proves the feed is complete -
      *>               record count and CUST_ID hash - but nothing said
      *>               whether the rows in it were fit to ship, and the
      *>               CRM side rejected a whole load over status codes
      *>               we sent them ourselves. This job runs after the
      *>               extract, reads every EXTR-DETAIL-RECORD and
      *>               flags, rule by rule:
      *>               - BLANK-NAME   CUST_NAME all spaces
      *>               - JUNK-NAME    CUST_NAME with a leading blank,
      *>                              an unprintable byte, no letter at
      *>                              all, one character repeated, a
      *>                              single character, or a carded
      *>                              placeholder (JUNKNAME rule)
      *>               - BAD-STATUS   CUST_STATUS not carded as an
      *>                              allowed code (STATUS rule)
      *>               - ZERO-ID      CUST_ID of zero
      *>               - DUPLICATE-ID CUST_ID already seen in the feed
      *>               - OUT-OF-ORDER CUST_ID lower than the one before
      *>               The allowed codes and placeholder names come from
      *>               the DQRULES file (db2dqrl.cpy), so the data
      *>               owners maintain them without a program change.
      *>
      *>               DQRPT lists every exception by CUST_ID and gives
      *>               a count per rule and the error rate - rows with
      *>               at least one exception over rows read. The
      *>               DQPARM card MAXERRPCT=nnn.nn sets the rate the
      *>               night may carry (default 1.00).
      *>
      *>               Start and end of every run are recorded on the
      *>               run ledger (RUNLEDGR) through DB2RLED, the end
      *>               record keyed by the extract's header run date
      *>               and carrying the verdict's RC - DB2XTDLT refuses
      *>               to build the delta unless tonight's end record
      *>               is below RC 8.
      *>
      *>               Return codes, for the scheduler to hold DB2XTDLT
      *>               and the CRM load on RC 8 or higher:
      *>                0 - no exceptions
      *>                4 - exceptions within the carded threshold, or
      *>                    a card/rules warning
      *>                8 - error rate over the threshold, or the
      *>                    duplicate check could not be completed
      *>                    (seen-ID table full) - HOLD
      *>               12 - the extract or the rules could not be read
      *>                    or the extract failed its own trailer, so
      *>                    its content is unproven - HOLD
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - Start and end of every run recorded on the run
      *>              ledger for DB2XTDLT to gate on. A CUST_ID equal to
      *>              the row before is always a duplicate; a full
      *>              seen-ID table holds the extract (RC 8) once the
      *>              duplicate check can no longer be completed.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2XTDQ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRFILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT DQRULES ASSIGN TO "DQRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT DQPARM ASSIGN TO "DQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT DQRPT ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> the extract is read as raw records and unpacked by its
      *> leading record-id byte into the db2xtrt.cpy layouts held in
      *> working storage, same as DB2XTDLT
       FD  EXTRFILE
           RECORDING MODE IS F.
       01  EXTR-RAW-RECORD            PIC X(50).

       FD  DQRULES
           RECORDING MODE IS F.
       COPY "db2dqrl.cpy".

       FD  DQPARM
           RECORDING MODE IS F.
       01  CTL-RECORD                 PIC X(80).

       FD  DQRPT
           RECORDING MODE IS F.
       01  DQRPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EXTR-FILE-STATUS         PIC X(2).
           88 EXTR-FILE-OK             VALUE "00".
           88 EXTR-FILE-EOF            VALUE "10".

       01  WS-RULE-FILE-STATUS         PIC X(2).
           88 RULE-FILE-OK             VALUE "00".
           88 RULE-FILE-EOF            VALUE "10".

       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 CTL-FILE-OK              VALUE "00".
           88 CTL-FILE-EOF             VALUE "10".

       01  WS-RPT-FILE-STATUS          PIC X(2).
           88 RPT-FILE-OK              VALUE "00".

      *> the full feed's own record layouts, used as unpack areas
       COPY "db2xtrt.cpy".

       01  WS-MORE-INPUT               PIC X.
       01  WS-MORE-CTL                 PIC X.

      *> error rate the night may carry before the feed is held
       01  WS-MAX-ERROR-PCT            PIC 9(3)V9(2) VALUE 1.00.

      *> the carded rules - allowed status codes and placeholder names
       01  WS-STATUS-TABLE.
           05 WS-STATUS-MAX            PIC 9(4) COMP-5 VALUE 50.
           05 WS-STATUS-COUNT          PIC 9(4) COMP-5 VALUE 0.
           05 WS-ALLOWED-STATUS        PIC X(1) OCCURS 50 TIMES.
       01  WS-JUNK-TABLE.
           05 WS-JUNK-MAX              PIC 9(4) COMP-5 VALUE 100.
           05 WS-JUNK-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-JUNK-NAME             PIC X(30) OCCURS 100 TIMES.
       01  WS-RULE-IX                  PIC 9(4) COMP-5.
       01  WS-RULE-FOUND               PIC X.
           88 RULE-VALUE-FOUND         VALUE 'Y'.

      *> set when the rules could not be read whole - without them the
      *> status check proves nothing, so the night is held
       01  WS-RULES-VALID              PIC X VALUE 'Y'.
           88 DQ-RULES-VALID           VALUE 'Y'.

      *> the rules checked, their report labels and exception counts
       01  WS-DQ-RULE-LABELS.
           05 FILLER                   PIC X(12) VALUE "BLANK-NAME  ".
           05 FILLER                   PIC X(12) VALUE "JUNK-NAME   ".
           05 FILLER                   PIC X(12) VALUE "BAD-STATUS  ".
           05 FILLER                   PIC X(12) VALUE "ZERO-ID     ".
           05 FILLER                   PIC X(12) VALUE "DUPLICATE-ID".
           05 FILLER                   PIC X(12) VALUE "OUT-OF-ORDER".
       01  WS-DQ-RULE-LABEL-TAB REDEFINES WS-DQ-RULE-LABELS.
           05 WS-DQ-RULE-LABEL         PIC X(12) OCCURS 6 TIMES.
       01  WS-DQ-RULE-COUNTS.
           05 WS-DQ-RULE-COUNT         PIC 9(9) COMP-5 OCCURS 6 TIMES.
       01  WS-DQ-RULES                 PIC 9(4) COMP-5 VALUE 6.
       01  WS-DQ-IX                    PIC 9(4) COMP-5.
       01  WS-HIT-RULE                 PIC 9(4) COMP-5.

      *> every CUST_ID seen so far, for the duplicate check; an ID
      *> above the highest yet seen cannot be a duplicate, so the
      *> table is only searched for IDs that arrive out of order
       01  WS-SEEN-TABLE.
           05 WS-SEEN-MAX              PIC 9(4) COMP-5 VALUE 5000.
           05 WS-SEEN-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-SEEN-CUST-ID          PIC 9(9) OCCURS 5000 TIMES.
       01  WS-SEEN-IX                  PIC 9(4) COMP-5.
       01  WS-SEEN-FOUND               PIC X.
           88 SEEN-ID-FOUND            VALUE 'Y'.
      *> set when an ID had to be searched for after the table
      *> filled - uniqueness is then unproven and the night is held
       01  WS-SEEN-UNPROVEN            PIC X VALUE 'N'.
           88 SEEN-CHECK-UNPROVEN      VALUE 'Y'.
       01  WS-HIGH-CUST-ID             PIC 9(9) VALUE 0.
       01  WS-PREV-CUST-ID             PIC 9(9) VALUE 0.

      *> name scan work fields for the junk-name check
       01  WS-NAME-UPPER               PIC X(30).
       01  WS-NAME-LEN                 PIC 9(4) COMP-5.
       01  WS-NAME-IX                  PIC 9(4) COMP-5.
       01  WS-NAME-LETTERS             PIC 9(4) COMP-5.
       01  WS-NAME-UNPRINTABLE         PIC 9(4) COMP-5.
       01  WS-NAME-SAME-CHARS          PIC 9(4) COMP-5.
       01  WS-NAME-JUNK                PIC X.
           88 NAME-IS-JUNK             VALUE 'Y'.

      *> extract validation state - which structural records were
      *> seen and the running control totals to prove the trailer
       01  WS-SEEN-HEADER              PIC X VALUE 'N'.
       01  WS-SEEN-TRAILER             PIC X VALUE 'N'.
       01  WS-DTL-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01  WS-ID-HASH                  PIC 9(13) COMP-5 VALUE 0.
       01  WS-TRL-REC-COUNT            PIC 9(9).
       01  WS-TRL-ID-HASH              PIC 9(12).
       01  WS-INPUT-VALID              PIC X VALUE 'Y'.
           88 INPUT-FEED-VALID         VALUE 'Y'.
       01  WS-CUR-RUN-DATE             PIC X(26) VALUE SPACES.
       01  WS-CUR-DBALIAS              PIC X(9) VALUE SPACES.

      *> rows with at least one exception, and the rate they make
       01  WS-ROW-IN-ERROR             PIC X.
           88 ROW-IN-ERROR             VALUE 'Y'.
       01  WS-ERROR-ROWS               PIC 9(9) COMP-5 VALUE 0.
       01  WS-ERROR-PCT                PIC 9(3)V9(2) VALUE 0.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records kept through the DB2RLED
      *> service (see db2rled.cpy)
       01  WS-RLED-REQUEST             PIC X(8).
       01  WS-RLED-STATUS              PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "DB2 EXTRACT DATA-QUALITY REPORT     RUN   ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-RPT-FEED-LINE.
           05 FILLER                   PIC X(13) VALUE "EXTRACT FROM ".
           05 WS-RPT-FEED-ALIAS        PIC X(9).
           05 FILLER                   PIC X(8)  VALUE "  RUN   ".
           05 WS-RPT-FEED-RUN-DATE     PIC X(26).
           05 FILLER                   PIC X(24) VALUE SPACES.
       01  WS-RPT-RULES-LINE.
           05 FILLER                   PIC X(18) VALUE
              "ALLOWED STATUSES  ".
           05 WS-RPT-STATUS-LIST       PIC X(50).
           05 FILLER                   PIC X(12) VALUE SPACES.
       01  WS-RPT-LIMIT-LINE.
           05 FILLER                   PIC X(18) VALUE
              "MAX ERROR RATE    ".
           05 WS-RPT-MAX-PCT           PIC ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE " %".
           05 FILLER                   PIC X(20) VALUE
              "   JUNK NAMES CARDED".
           05 WS-RPT-JUNK-CARDS        PIC ZZZ9.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-RPT-EXC-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-EXC-RULE          PIC X(12).
           05 FILLER                   PIC X(10) VALUE "  CUST-ID ".
           05 WS-RPT-EXC-ID            PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-EXC-NAME          PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-EXC-STATUS        PIC X(1).
           05 FILLER                   PIC X(12) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-COUNT-RULE        PIC X(12).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-RPT-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(55) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 FILLER                   PIC X(12) VALUE "ROWS READ   ".
           05 WS-RPT-ROWS-READ         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(17) VALUE
              "  ROWS IN ERROR  ".
           05 WS-RPT-ROWS-ERROR        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE
              "  ERROR RATE    ".
           05 WS-RPT-ERROR-PCT         PIC ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE " %".
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-RPT-VERDICT-LINE.
           05 FILLER                   PIC X(9)  VALUE "VERDICT  ".
           05 WS-RPT-VERDICT           PIC X(60).
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05 WS-RPT-SECTION           PIC X(80).

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2XTDQ SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 EXTRACT DATA-QUALITY MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-DQ-PARM THRU READ-DQ-PARM-EX

           PERFORM LOAD-DQ-RULES THRU LOAD-DQ-RULES-EX

           OPEN OUTPUT DQRPT
           IF NOT RPT-FILE-OK
              DISPLAY "*** UNABLE TO OPEN DQRPT, STATUS="
               WS-RPT-FILE-STATUS
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
           WRITE DQRPT-RECORD FROM WS-RPT-HEADER
           PERFORM WRITE-RULES-LINES THRU WRITE-RULES-LINES-EX

           PERFORM VARYING WS-DQ-IX FROM 1 BY 1
                   UNTIL WS-DQ-IX > WS-DQ-RULES
              MOVE 0 TO WS-DQ-RULE-COUNT(WS-DQ-IX)
           END-PERFORM

           MOVE SPACES TO DQRPT-RECORD
           WRITE DQRPT-RECORD
           MOVE "EXCEPTIONS" TO WS-RPT-SECTION
           WRITE DQRPT-RECORD FROM WS-RPT-SECTION-LINE

           PERFORM CHECK-EXTRACT-FEED THRU CHECK-EXTRACT-FEED-EX

           PERFORM WRITE-RULE-SUMMARY THRU WRITE-RULE-SUMMARY-EX

           PERFORM JUDGE-ERROR-RATE THRU JUDGE-ERROR-RATE-EX

           CLOSE DQRPT

           DISPLAY "DATA-QUALITY SUMMARY - ROWS=" WS-DTL-COUNT
            " IN ERROR=" WS-ERROR-ROWS " RATE=" WS-ERROR-PCT
            " LIMIT=" WS-MAX-ERROR-PCT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 EXTRACT DATA-QUALITY MODULE - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2XTDQ-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the check, but the run is flagged so
      *> the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2XTDQ" TO RLED-PROGRAM-ID
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
      *> End record on the run ledger, keyed by the extract's header
      *> run date and alias - DB2XTDLT looks for it before it builds
      *> the delta - carrying the verdict's RC, the rows read and the
      *> rows in error.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2XTDQ" TO RLED-PROGRAM-ID
          MOVE WS-CUR-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-CUR-DBALIAS TO RLED-RUN-ALIAS
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "ROWS" TO RLED-COUNT-NAME(1)
          MOVE WS-DTL-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "ERRROWS" TO RLED-COUNT-NAME(2)
          MOVE WS-ERROR-ROWS TO RLED-COUNT-VALUE(2)
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
      *> Reads the optional DQPARM cards. No file means the default
      *> threshold.
      *>------------------------------------------------------------------------
       READ-DQ-PARM SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT DQPARM

          IF NOT CTL-FILE-OK
             DISPLAY "NO DQPARM CARDS - MAX ERROR RATE DEFAULTS TO "
              WS-MAX-ERROR-PCT
             GO TO READ-DQ-PARM-EX
          END-IF

          MOVE 'Y' TO WS-MORE-CTL
          PERFORM PARSE-CONTROL-CARD THRU PARSE-CONTROL-CARD-EX
             UNTIL WS-MORE-CTL = 'N'

          CLOSE DQPARM
          .
       READ-DQ-PARM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-CONTROL-CARD SECTION.
      *>------------------------------------------------------------------------
          READ DQPARM

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-EOF
                DISPLAY "WARNING - DQPARM READ FAILED, STATUS="
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
             WHEN CTL-RECORD(1:10) = "MAXERRPCT="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(11:6)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(11:6)) >= 0
                 AND FUNCTION NUMVAL(CTL-RECORD(11:6)) <= 100
                   COMPUTE WS-MAX-ERROR-PCT =
                      FUNCTION NUMVAL(CTL-RECORD(11:6))
                   DISPLAY "CONTROL CARD - MAX ERROR RATE "
                    WS-MAX-ERROR-PCT " PERCENT"
                ELSE
                   DISPLAY "WARNING - BAD MAXERRPCT CARD: "
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
      *> Loads the DQRULES file. Unlike the maintenance calendar an
      *> absent or unreadable rules file is not "no rules": with no
      *> allowed statuses every row would be flagged, or worse none
      *> would be checked, so the night is held instead.
      *>------------------------------------------------------------------------
       LOAD-DQ-RULES SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT DQRULES

          IF NOT RULE-FILE-OK
             DISPLAY "*** DQRULES NOT AVAILABLE, STATUS="
              WS-RULE-FILE-STATUS " - STATUS CODES CANNOT BE CHECKED"
             MOVE 'N' TO WS-RULES-VALID
             GO TO LOAD-DQ-RULES-EX
          END-IF

          PERFORM LOAD-ONE-DQ-RULE THRU LOAD-ONE-DQ-RULE-EX
             UNTIL NOT RULE-FILE-OK

          IF NOT RULE-FILE-EOF
             DISPLAY "*** DQRULES READ FAILED, STATUS="
              WS-RULE-FILE-STATUS " - RULES INCOMPLETE"
             MOVE 'N' TO WS-RULES-VALID
          END-IF

          CLOSE DQRULES

          IF WS-STATUS-COUNT = 0
             DISPLAY "*** DQRULES CARRIES NO STATUS RULES - NO ALLOWED"
              " STATUS CODES TO CHECK AGAINST"
             MOVE 'N' TO WS-RULES-VALID
          END-IF

          DISPLAY "DATA-QUALITY RULES LOADED - " WS-STATUS-COUNT
           " STATUS CODE(S), " WS-JUNK-COUNT " JUNK NAME(S)"
          .
       LOAD-DQ-RULES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-DQ-RULE SECTION.
      *>------------------------------------------------------------------------
          READ DQRULES

          IF NOT RULE-FILE-OK
             GO TO LOAD-ONE-DQ-RULE-EX
          END-IF

          IF DQ-RULE-RECORD = SPACES OR DQ-RULE-TYPE(1:1) = "*"
             GO TO LOAD-ONE-DQ-RULE-EX
          END-IF

          EVALUATE DQ-RULE-TYPE
             WHEN "STATUS  "
                IF DQ-RULE-VALUE(1:1) = SPACE
                 OR DQ-RULE-VALUE(2:29) NOT = SPACES
                   DISPLAY "WARNING - BAD STATUS RULE: "
                    DQ-RULE-RECORD(1:40)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                   GO TO LOAD-ONE-DQ-RULE-EX
                END-IF
                IF WS-STATUS-COUNT >= WS-STATUS-MAX
                   DISPLAY "*** STATUS RULE TABLE FULL - RAISE"
                    " WS-STATUS-MAX"
                   MOVE 'N' TO WS-RULES-VALID
                   GO TO LOAD-ONE-DQ-RULE-EX
                END-IF
                ADD 1 TO WS-STATUS-COUNT
                MOVE DQ-RULE-VALUE(1:1)
                  TO WS-ALLOWED-STATUS(WS-STATUS-COUNT)
             WHEN "JUNKNAME"
                IF DQ-RULE-VALUE = SPACES
                   DISPLAY "WARNING - BAD JUNKNAME RULE: "
                    DQ-RULE-RECORD(1:40)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                   GO TO LOAD-ONE-DQ-RULE-EX
                END-IF
                IF WS-JUNK-COUNT >= WS-JUNK-MAX
                   DISPLAY "WARNING - JUNK NAME TABLE FULL, SKIPPING "
                    DQ-RULE-VALUE
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                   GO TO LOAD-ONE-DQ-RULE-EX
                END-IF
                ADD 1 TO WS-JUNK-COUNT
                MOVE FUNCTION UPPER-CASE(DQ-RULE-VALUE)
                  TO WS-JUNK-NAME(WS-JUNK-COUNT)
             WHEN OTHER
                DISPLAY "WARNING - UNRECOGNIZED DQRULES RECORD: "
                 DQ-RULE-RECORD(1:40)
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
          END-EVALUATE
          .
       LOAD-ONE-DQ-RULE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The rules in force tonight, at the head of the report, so an
      *> exception can be read against the exact set that raised it.
      *>------------------------------------------------------------------------
       WRITE-RULES-LINES SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO WS-RPT-STATUS-LIST
          PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                  UNTIL WS-RULE-IX > WS-STATUS-COUNT
                     OR WS-RULE-IX > 25
             MOVE WS-ALLOWED-STATUS(WS-RULE-IX)
               TO WS-RPT-STATUS-LIST(WS-RULE-IX * 2 - 1:1)
          END-PERFORM
          IF WS-STATUS-COUNT = 0
             MOVE "NONE CARDED" TO WS-RPT-STATUS-LIST
          END-IF
          WRITE DQRPT-RECORD FROM WS-RPT-RULES-LINE

          MOVE WS-MAX-ERROR-PCT TO WS-RPT-MAX-PCT
          MOVE WS-JUNK-COUNT TO WS-RPT-JUNK-CARDS
          WRITE DQRPT-RECORD FROM WS-RPT-LIMIT-LINE
          .
       WRITE-RULES-LINES-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> One pass over the extract. The header/trailer bracket and
      *> control totals are proven the same way DB2XTDLT proves them:
      *> a verdict on the content of a feed that did not finish would
      *> pass rows nobody ever checked.
      *>------------------------------------------------------------------------
       CHECK-EXTRACT-FEED SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT EXTRFILE
          IF NOT EXTR-FILE-OK
             DISPLAY "*** EXTRFILE NOT AVAILABLE, STATUS="
              WS-EXTR-FILE-STATUS " - CONTENT NOT CHECKED"
             MOVE 'N' TO WS-INPUT-VALID
             GO TO CHECK-EXTRACT-FEED-EX
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM READ-ONE-EXTRACT-RECORD
             THRU READ-ONE-EXTRACT-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          CLOSE EXTRFILE

          IF NOT INPUT-FEED-VALID
             GO TO CHECK-EXTRACT-FEED-EX
          END-IF

          EVALUATE TRUE
             WHEN WS-SEEN-HEADER NOT = 'Y'
                DISPLAY "*** EXTRACT HAS NO HEADER"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-SEEN-TRAILER NOT = 'Y'
                DISPLAY "*** EXTRACT HAS NO TRAILER - IT DID NOT FINISH"
                 " CLEANLY AND CANNOT BE TRUSTED"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-TRL-REC-COUNT NOT = WS-DTL-COUNT
                DISPLAY "*** EXTRACT TRAILER COUNT " WS-TRL-REC-COUNT
                 " DISAGREES WITH " WS-DTL-COUNT " DETAIL(S) READ"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN WS-TRL-ID-HASH NOT = WS-ID-HASH
                DISPLAY "*** EXTRACT TRAILER HASH DISAGREES WITH THE"
                 " DETAILS READ"
                MOVE 'N' TO WS-INPUT-VALID
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          .
       CHECK-EXTRACT-FEED-EX.
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
                   DISPLAY "*** EXTRACT HAS MORE THAN ONE HEADER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-HEADER
                   MOVE EXTR-RAW-RECORD TO EXTR-HEADER-RECORD
                   MOVE EXTR-HDR-RUN-DATE TO WS-CUR-RUN-DATE
                   MOVE EXTR-HDR-DBALIAS TO WS-CUR-DBALIAS
                END-IF
             WHEN "D"
                IF WS-SEEN-HEADER NOT = 'Y'
                 OR WS-SEEN-TRAILER = 'Y'
                   DISPLAY "*** EXTRACT DETAIL OUTSIDE HEADER/TRAILER"
                    " BRACKET"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE EXTR-RAW-RECORD TO EXTR-DETAIL-RECORD
                   ADD 1 TO WS-DTL-COUNT
                   COMPUTE WS-ID-HASH =
                      FUNCTION MOD(WS-ID-HASH + EXTR-DTL-CUST-ID,
                         1000000000000)
                   PERFORM CHECK-ONE-ROW THRU CHECK-ONE-ROW-EX
                END-IF
             WHEN "T"
                IF WS-SEEN-TRAILER = 'Y'
                   DISPLAY "*** EXTRACT HAS MORE THAN ONE TRAILER"
                   MOVE 'N' TO WS-INPUT-VALID
                ELSE
                   MOVE 'Y' TO WS-SEEN-TRAILER
                   MOVE EXTR-RAW-RECORD TO EXTR-TRAILER-RECORD
                   MOVE EXTR-TRL-REC-COUNT TO WS-TRL-REC-COUNT
                   MOVE EXTR-TRL-ID-HASH-TOTAL TO WS-TRL-ID-HASH
                END-IF
             WHEN OTHER
                DISPLAY "*** EXTRACT HAS AN UNRECOGNIZED RECORD: "
                 EXTR-RAW-RECORD(1:20)
                MOVE 'N' TO WS-INPUT-VALID
          END-EVALUATE
          .
       READ-ONE-EXTRACT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Puts one detail row through every rule. A row can break more
      *> than one - each is listed and counted under its own rule -
      *> but it counts once towards the error rate.
      *>------------------------------------------------------------------------
       CHECK-ONE-ROW SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-ROW-IN-ERROR

          IF EXTR-DTL-CUST-NAME = SPACES
             MOVE 1 TO WS-HIT-RULE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EX
          ELSE
             PERFORM JUDGE-CUST-NAME THRU JUDGE-CUST-NAME-EX
             IF NAME-IS-JUNK
                MOVE 2 TO WS-HIT-RULE
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EX
             END-IF
          END-IF

          MOVE 'N' TO WS-RULE-FOUND
          PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                  UNTIL WS-RULE-IX > WS-STATUS-COUNT
                     OR RULE-VALUE-FOUND
             IF WS-ALLOWED-STATUS(WS-RULE-IX) = EXTR-DTL-CUST-STATUS
                MOVE 'Y' TO WS-RULE-FOUND
             END-IF
          END-PERFORM
          IF NOT RULE-VALUE-FOUND
             MOVE 3 TO WS-HIT-RULE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EX
          END-IF

          IF EXTR-DTL-CUST-ID = 0
             MOVE 4 TO WS-HIT-RULE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EX
          END-IF

      *> the same ID as the row before is a duplicate, table or no
      *> table; an ID above the highest seen is new by definition;
      *> anything else is searched for among the IDs already read -
      *> and once the table has filled, a search that finds nothing
      *> proves nothing
          MOVE 'N' TO WS-SEEN-FOUND
          IF WS-DTL-COUNT > 1
             IF EXTR-DTL-CUST-ID = WS-PREV-CUST-ID
                MOVE 'Y' TO WS-SEEN-FOUND
             ELSE
                IF EXTR-DTL-CUST-ID NOT > WS-HIGH-CUST-ID
                   PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                           UNTIL WS-SEEN-IX > WS-SEEN-COUNT
                              OR SEEN-ID-FOUND
                      IF WS-SEEN-CUST-ID(WS-SEEN-IX) = EXTR-DTL-CUST-ID
                         MOVE 'Y' TO WS-SEEN-FOUND
                      END-IF
                   END-PERFORM
                   IF NOT SEEN-ID-FOUND
                    AND WS-SEEN-COUNT >= WS-SEEN-MAX
                    AND NOT SEEN-CHECK-UNPROVEN
                      DISPLAY "*** SEEN-ID TABLE FULL - CUST-ID "
                       EXTR-DTL-CUST-ID " AND LATER OUT-OF-ORDER ROWS"
                       " CANNOT BE CHECKED FOR DUPLICATES, RAISE"
                       " WS-SEEN-MAX"
                      MOVE 'Y' TO WS-SEEN-UNPROVEN
                   END-IF
                END-IF
             END-IF
          END-IF
          IF SEEN-ID-FOUND
             MOVE 5 TO WS-HIT-RULE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EX
          END-IF

      *> an equal ID is a duplicate, not a sequence break
          IF WS-DTL-COUNT > 1
           AND EXTR-DTL-CUST-ID < WS-PREV-CUST-ID
             MOVE 6 TO WS-HIT-RULE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EX
          END-IF

          IF WS-SEEN-COUNT < WS-SEEN-MAX
             ADD 1 TO WS-SEEN-COUNT
             MOVE EXTR-DTL-CUST-ID TO WS-SEEN-CUST-ID(WS-SEEN-COUNT)
          END-IF

          IF EXTR-DTL-CUST-ID > WS-HIGH-CUST-ID
             MOVE EXTR-DTL-CUST-ID TO WS-HIGH-CUST-ID
          END-IF
          MOVE EXTR-DTL-CUST-ID TO WS-PREV-CUST-ID

          IF ROW-IN-ERROR
             ADD 1 TO WS-ERROR-ROWS
          END-IF
          .
       CHECK-ONE-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> A name that is not blank can still be no name at all: a
      *> leading blank, an unprintable byte, no letter anywhere, one
      *> character typed over and over, a single character, or one of
      *> the carded placeholders.
      *>------------------------------------------------------------------------
       JUDGE-CUST-NAME SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-NAME-JUNK
          MOVE FUNCTION UPPER-CASE(EXTR-DTL-CUST-NAME) TO WS-NAME-UPPER
          MOVE FUNCTION STORED-CHAR-LENGTH(EXTR-DTL-CUST-NAME)
            TO WS-NAME-LEN

          IF EXTR-DTL-CUST-NAME(1:1) = SPACE OR WS-NAME-LEN < 2
             MOVE 'Y' TO WS-NAME-JUNK
             GO TO JUDGE-CUST-NAME-EX
          END-IF

          MOVE 0 TO WS-NAME-LETTERS
          MOVE 0 TO WS-NAME-UNPRINTABLE
          PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                  UNTIL WS-NAME-IX > WS-NAME-LEN
             IF WS-NAME-UPPER(WS-NAME-IX:1) >= "A"
              AND WS-NAME-UPPER(WS-NAME-IX:1) <= "Z"
                ADD 1 TO WS-NAME-LETTERS
             END-IF
             IF EXTR-DTL-CUST-NAME(WS-NAME-IX:1) < SPACE
                ADD 1 TO WS-NAME-UNPRINTABLE
             END-IF
          END-PERFORM

          MOVE 0 TO WS-NAME-SAME-CHARS
          INSPECT EXTR-DTL-CUST-NAME(1:WS-NAME-LEN)
             TALLYING WS-NAME-SAME-CHARS
             FOR ALL EXTR-DTL-CUST-NAME(1:1)

          IF WS-NAME-LETTERS = 0
           OR WS-NAME-UNPRINTABLE > 0
           OR WS-NAME-SAME-CHARS = WS-NAME-LEN
             MOVE 'Y' TO WS-NAME-JUNK
             GO TO JUDGE-CUST-NAME-EX
          END-IF

          PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                  UNTIL WS-RULE-IX > WS-JUNK-COUNT
                     OR NAME-IS-JUNK
             IF WS-JUNK-NAME(WS-RULE-IX) = WS-NAME-UPPER
                MOVE 'Y' TO WS-NAME-JUNK
             END-IF
          END-PERFORM
          .
       JUDGE-CUST-NAME-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Lists the row in hand under the rule in WS-HIT-RULE.
      *>------------------------------------------------------------------------
       WRITE-EXCEPTION SECTION.
      *>------------------------------------------------------------------------
          MOVE 'Y' TO WS-ROW-IN-ERROR
          ADD 1 TO WS-DQ-RULE-COUNT(WS-HIT-RULE)

          MOVE WS-DQ-RULE-LABEL(WS-HIT-RULE) TO WS-RPT-EXC-RULE
          MOVE EXTR-DTL-CUST-ID TO WS-RPT-EXC-ID
          MOVE EXTR-DTL-CUST-NAME TO WS-RPT-EXC-NAME
          MOVE EXTR-DTL-CUST-STATUS TO WS-RPT-EXC-STATUS
          WRITE DQRPT-RECORD FROM WS-RPT-EXC-LINE
          .
       WRITE-EXCEPTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-RULE-SUMMARY SECTION.
      *>------------------------------------------------------------------------
          IF WS-ERROR-ROWS = 0
             MOVE "  NONE" TO WS-RPT-SECTION
             WRITE DQRPT-RECORD FROM WS-RPT-SECTION-LINE
          END-IF

          MOVE SPACES TO DQRPT-RECORD
          WRITE DQRPT-RECORD
          MOVE WS-CUR-DBALIAS TO WS-RPT-FEED-ALIAS
          MOVE WS-CUR-RUN-DATE TO WS-RPT-FEED-RUN-DATE
          WRITE DQRPT-RECORD FROM WS-RPT-FEED-LINE
          MOVE "EXCEPTIONS BY RULE" TO WS-RPT-SECTION
          WRITE DQRPT-RECORD FROM WS-RPT-SECTION-LINE

          PERFORM VARYING WS-DQ-IX FROM 1 BY 1
                  UNTIL WS-DQ-IX > WS-DQ-RULES
             MOVE WS-DQ-RULE-LABEL(WS-DQ-IX) TO WS-RPT-COUNT-RULE
             MOVE WS-DQ-RULE-COUNT(WS-DQ-IX) TO WS-RPT-COUNT
             WRITE DQRPT-RECORD FROM WS-RPT-COUNT-LINE
          END-PERFORM

          IF WS-DTL-COUNT > 0
             COMPUTE WS-ERROR-PCT ROUNDED =
                WS-ERROR-ROWS * 100 / WS-DTL-COUNT
          END-IF

          MOVE SPACES TO DQRPT-RECORD
          WRITE DQRPT-RECORD
          MOVE WS-DTL-COUNT TO WS-RPT-ROWS-READ
          MOVE WS-ERROR-ROWS TO WS-RPT-ROWS-ERROR
          MOVE WS-ERROR-PCT TO WS-RPT-ERROR-PCT
          WRITE DQRPT-RECORD FROM WS-RPT-TOTAL-LINE
          .
       WRITE-RULE-SUMMARY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The night's verdict and return code. An extract or rules file
      *> that could not be proven holds the stream at RC 12 whatever
      *> the rate says; otherwise a duplicate check that could not be
      *> completed, or a rate above the carded threshold, holds it at
      *> RC 8.
      *>------------------------------------------------------------------------
       JUDGE-ERROR-RATE SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO WS-RPT-VERDICT
          EVALUATE TRUE
             WHEN NOT INPUT-FEED-VALID
                MOVE "HOLD - EXTRACT INCOMPLETE, CONTENT UNPROVEN"
                  TO WS-RPT-VERDICT
                MOVE 12 TO WS-BATCH-RETURN-CODE
             WHEN NOT DQ-RULES-VALID
                MOVE "HOLD - DQRULES INCOMPLETE, STATUS CODES UNCHECKED"
                  TO WS-RPT-VERDICT
                MOVE 12 TO WS-BATCH-RETURN-CODE
             WHEN SEEN-CHECK-UNPROVEN
                MOVE "HOLD - SEEN-ID TABLE FULL, DUPLICATES UNPROVEN"
                  TO WS-RPT-VERDICT
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
                END-IF
             WHEN WS-ERROR-PCT > WS-MAX-ERROR-PCT
                MOVE "HOLD - ERROR RATE OVER THE CARDED MAXIMUM"
                  TO WS-RPT-VERDICT
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
                END-IF
             WHEN WS-ERROR-ROWS > 0
                MOVE "RELEASE - EXCEPTIONS WITHIN THE CARDED MAXIMUM"
                  TO WS-RPT-VERDICT
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             WHEN OTHER
                MOVE "RELEASE - NO EXCEPTIONS" TO WS-RPT-VERDICT
          END-EVALUATE
          WRITE DQRPT-RECORD FROM WS-RPT-VERDICT-LINE

          IF WS-BATCH-RETURN-CODE >= 8
             DISPLAY "*** DATA-QUALITY HOLD - DB2XTDLT AND THE CRM LOAD"
              " MUST NOT RUN ON THIS EXTRACT"
          END-IF
          .
       JUDGE-ERROR-RATE-EX.
          EXIT.
       END PROGRAM DB2XTDQ.
