      *>************************************************************************
      *>  DB2 CUSTOMER-MASTER HISTORY INQUIRY PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CMHIQ.cbl
      *>
      *> Purpose:      Answers "what did the master say about this
      *>               customer, and when" from the point-in-time
      *>               history (HISTFILE, db2hist.cpy) that DB2CMHST
      *>               posts nightly from the delta feed - the question
      *>               neither EXTRPRV nor DELTFILE can answer once
      *>               they have rolled over. Each HIQPARM request card
      *>               names:
      *>               - the CUST_ID to show (required)
      *>               - an optional as-of date (YYYYMMDD)
      *>               With no date the request gets the customer's
      *>               full change history, one line per version: when
      *>               it took effect, until when, how it began (seeded,
      *>               added, changed, deleted) and the values it held.
      *>               With a date it gets the one version in force on
      *>               that date - or why there is none: deleted by
      *>               then, or not yet on the history.
      *>               Keyed START / READ NEXT only - no scan.
      *>               When the control record shows a posting that
      *>               never finished, the answers are still given but
      *>               HIQRPT opens with a warning naming that run and
      *>               the run ends at RC 4.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - Reads the HISTFILE control record before answering
      *>              and warns on HIQRPT (RC 4) when a DB2CMHST posting
      *>              was left unfinished, so a part-posted night is not
      *>              taken for the customer's true history.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CMHIQ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-RECORD-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT HIQPARM ASSIGN TO "HIQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIQPARM-FILE-STATUS.

           SELECT HIQRPT ASSIGN TO "HIQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIQRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTFILE.
       COPY "db2hist.cpy".

       FD  HIQPARM
           RECORDING MODE IS F.
       01  HIQPARM-RECORD.
           05 HIQP-CUST-ID            PIC X(9).
           05 FILLER                  PIC X(1).
           05 HIQP-AS-OF-DATE         PIC X(8).
           05 FILLER                  PIC X(62).

       FD  HIQRPT
           RECORDING MODE IS F.
       01  HIQRPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-HIST-FILE-STATUS         PIC X(2).
           88 HIST-FILE-OK             VALUE "00".
           88 HIST-FILE-EOF            VALUE "10".
           88 HIST-KEY-NOT-FOUND       VALUE "23".

       01  WS-HIQPARM-FILE-STATUS      PIC X(2).
           88 HIQPARM-FILE-OK          VALUE "00".
           88 HIQPARM-FILE-EOF         VALUE "10".

       01  WS-HIQRPT-FILE-STATUS       PIC X(2).
           88 HIQRPT-FILE-OK           VALUE "00".

      *> request in hand
       01  WS-REQ-CUST-ID              PIC 9(9).
       01  WS-REQ-AS-OF-DATE           PIC X(8).
       01  WS-REQ-AS-OF                PIC X VALUE 'N'.
           88 REQ-AS-OF                VALUE 'Y'.

       01  WS-REQUEST-NO               PIC 9(4) VALUE 0.
       01  WS-VERSION-COUNT            PIC 9(6) VALUE 0.
       01  WS-MORE-REQUESTS            PIC X VALUE 'Y'.
       01  WS-MORE-KEYED               PIC X VALUE 'Y'.

      *> as-of answer - the last version effective on or before the
      *> date, and the customer's first version for the reply when
      *> the date is earlier than all of them
       01  WS-AS-OF-FOUND              PIC X VALUE 'N'.
           88 AS-OF-FOUND              VALUE 'Y'.
       01  WS-AS-OF-VERSION            PIC X(83).
       01  WS-FIRST-EFF-DATE           PIC X(8).

      *> report line build areas
       01  WS-RPT-HEADER-1.
           05 FILLER                   PIC X(37) VALUE
              "CUSTOMER-MASTER HISTORY INQUIRY      ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(35) VALUE SPACES.
       01  WS-RPT-REQ-LINE.
           05 FILLER                   PIC X(8)  VALUE "REQUEST ".
           05 WS-RPT-REQ-NO            PIC ZZZ9.
           05 FILLER                   PIC X(10) VALUE "  CUST-ID ".
           05 WS-RPT-REQ-CUST-ID       PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-REQ-SCOPE         PIC X(20).
           05 FILLER                   PIC X(27) VALUE SPACES.
       01  WS-RPT-VERSION-LINE.
           05 FILLER                   PIC X(7)  VALUE "  FROM ".
           05 WS-RPT-VER-EFF           PIC X(8).
           05 FILLER                   PIC X(7)  VALUE " UNTIL ".
           05 WS-RPT-VER-END           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-VER-ACTION        PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-VER-NAME          PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-VER-STATUS        PIC X(1).
           05 FILLER                   PIC X(6)  VALUE SPACES.
       01  WS-RPT-ANSWER-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-ANSWER            PIC X(60).
           05 WS-RPT-ANSWER-DATE       PIC X(8).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05 FILLER                   PIC X(19) VALUE
              "  VERSIONS SHOWN   ".
           05 WS-RPT-SHOWN             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(54) VALUE SPACES.
       01  WS-RPT-WARN-LINE.
           05 FILLER                   PIC X(46) VALUE
              "  WARNING - HISTORY POSTING NOT FINISHED, RUN ".
           05 WS-RPT-WARN-RUN-DATE     PIC X(26).
           05 FILLER                   PIC X(8)  VALUE SPACES.
       01  WS-RPT-WARN-LINE-2.
           05 FILLER                   PIC X(51) VALUE
              "  ANSWERS MAY BE PART-POSTED - RERUN DB2CMHST FIRST".
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-RPT-NONE-LINE.
           05 FILLER                   PIC X(40) VALUE
              "  NO HISTORY ON FILE FOR THIS CUSTOMER  ".
           05 FILLER                   PIC X(40) VALUE SPACES.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CMHIQ SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CUSTOMER-MASTER HISTORY INQUIRY MODULE"

           OPEN INPUT HISTFILE
           IF NOT HIST-FILE-OK
              DISPLAY "*** HISTFILE NOT AVAILABLE, STATUS="
               WS-HIST-FILE-STATUS " - START IT WITH DB2CMHST"
               " MODE=SEED"
              MOVE 8 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT HIQPARM
           IF NOT HIQPARM-FILE-OK
              DISPLAY "*** HIQPARM NOT AVAILABLE, STATUS="
               WS-HIQPARM-FILE-STATUS " - NO REQUESTS TO ANSWER"
              CLOSE HISTFILE
              MOVE 8 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT HIQRPT
           IF NOT HIQRPT-FILE-OK
              DISPLAY "*** UNABLE TO OPEN HIQRPT, STATUS="
               WS-HIQRPT-FILE-STATUS
              CLOSE HISTFILE
              CLOSE HIQPARM
              MOVE 8 TO WS-BATCH-RETURN-CODE
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
           WRITE HIQRPT-RECORD FROM WS-RPT-HEADER-1
           MOVE SPACES TO HIQRPT-RECORD
           WRITE HIQRPT-RECORD

           PERFORM CHECK-HISTORY-POSTED THRU CHECK-HISTORY-POSTED-EX

           MOVE 'Y' TO WS-MORE-REQUESTS
           PERFORM ANSWER-ONE-REQUEST THRU ANSWER-ONE-REQUEST-EX
              UNTIL WS-MORE-REQUESTS = 'N'

           CLOSE HIQPARM
           CLOSE HIQRPT
           CLOSE HISTFILE

           IF WS-REQUEST-NO = 0
              DISPLAY "WARNING - NO REQUEST CARDS IN HIQPARM"
              IF WS-BATCH-RETURN-CODE < 4
                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

           DISPLAY "HISTORY INQUIRY SUMMARY - REQUESTS=" WS-REQUEST-NO

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CUSTOMER-MASTER HISTORY INQUIRY MODULE"
            " - RC=" RETURN-CODE
           GOBACK
          .
       MAIN-DB2CMHIQ-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Keyed read of the HISTFILE control record. A posting that
      *> DB2CMHST started but never finished leaves it in state P -
      *> some customers then carry that night's versions and some do
      *> not, so the report says so up front. No control record means
      *> nothing has been posted since the seed; that is not a fault.
      *>------------------------------------------------------------------------
       CHECK-HISTORY-POSTED SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO HCTL-CUST-ID
          MOVE "00000000" TO HCTL-EFF-DATE

          READ HISTFILE

          EVALUATE TRUE
             WHEN HIST-FILE-OK AND HCTL-POSTING
                DISPLAY "WARNING - HISTORY POSTING OF RUN "
                 HCTL-POSTING-RUN-DATE " NOT FINISHED"
                MOVE HCTL-POSTING-RUN-DATE TO WS-RPT-WARN-RUN-DATE
                WRITE HIQRPT-RECORD FROM WS-RPT-WARN-LINE
                WRITE HIQRPT-RECORD FROM WS-RPT-WARN-LINE-2
                MOVE SPACES TO HIQRPT-RECORD
                WRITE HIQRPT-RECORD
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             WHEN HIST-FILE-OK
             WHEN HIST-KEY-NOT-FOUND
                CONTINUE
             WHEN OTHER
                DISPLAY "WARNING - HISTFILE CONTROL RECORD READ FAILED,"
                 " STATUS=" WS-HIST-FILE-STATUS
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
          END-EVALUATE
          .
       CHECK-HISTORY-POSTED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads one request card, checks it and drives the keyed
      *> retrieval for it. Blank and '*' comment cards are passed
      *> over so the desk can annotate its card deck.
      *>------------------------------------------------------------------------
       ANSWER-ONE-REQUEST SECTION.
      *>------------------------------------------------------------------------
          READ HIQPARM

          IF NOT HIQPARM-FILE-OK
             IF NOT HIQPARM-FILE-EOF
                DISPLAY "WARNING - HIQPARM READ FAILED, STATUS="
                 WS-HIQPARM-FILE-STATUS " - REMAINING CARDS IGNORED"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-REQUESTS
             GO TO ANSWER-ONE-REQUEST-EX
          END-IF

          IF HIQPARM-RECORD = SPACES OR HIQPARM-RECORD(1:1) = "*"
             GO TO ANSWER-ONE-REQUEST-EX
          END-IF

          ADD 1 TO WS-REQUEST-NO

      *> CUST_ID 0 keys the history's control record, not a customer
          IF HIQP-CUST-ID NOT NUMERIC OR HIQP-CUST-ID = "000000000"
             DISPLAY "WARNING - REQUEST " WS-REQUEST-NO
              " HAS NO VALID CUST-ID - CARD SKIPPED"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO ANSWER-ONE-REQUEST-EX
          END-IF

          MOVE HIQP-CUST-ID TO WS-REQ-CUST-ID
          MOVE 'N' TO WS-REQ-AS-OF
          MOVE SPACES TO WS-REQ-AS-OF-DATE

          IF HIQP-AS-OF-DATE NOT = SPACES
             IF HIQP-AS-OF-DATE NOT NUMERIC
                DISPLAY "WARNING - REQUEST " WS-REQUEST-NO
                 " AS-OF '" HIQP-AS-OF-DATE "' IS NOT A DATE -"
                 " CARD SKIPPED"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
                GO TO ANSWER-ONE-REQUEST-EX
             END-IF
             IF FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(HIQP-AS-OF-DATE)) < 1
                DISPLAY "WARNING - REQUEST " WS-REQUEST-NO
                 " AS-OF '" HIQP-AS-OF-DATE "' IS NOT A DATE -"
                 " CARD SKIPPED"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
                GO TO ANSWER-ONE-REQUEST-EX
             END-IF
             MOVE 'Y' TO WS-REQ-AS-OF
             MOVE HIQP-AS-OF-DATE TO WS-REQ-AS-OF-DATE
          END-IF

          PERFORM WRITE-REQUEST-HEADER THRU WRITE-REQUEST-HEADER-EX
          PERFORM RETRIEVE-REQUEST THRU RETRIEVE-REQUEST-EX
          .
       ANSWER-ONE-REQUEST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REQUEST-HEADER SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-REQUEST-NO TO WS-RPT-REQ-NO
          MOVE WS-REQ-CUST-ID TO WS-RPT-REQ-CUST-ID
          IF REQ-AS-OF
             MOVE SPACES TO WS-RPT-REQ-SCOPE
             STRING "AS OF " WS-REQ-AS-OF-DATE
                DELIMITED BY SIZE INTO WS-RPT-REQ-SCOPE
          ELSE
             MOVE "FULL HISTORY" TO WS-RPT-REQ-SCOPE
          END-IF
          WRITE HIQRPT-RECORD FROM WS-RPT-REQ-LINE
          .
       WRITE-REQUEST-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Positions on the customer's first version and walks forward
      *> until the CUST_ID changes - the versions come back in
      *> effective-date order, so the full history prints as read and
      *> the as-of answer is the last one effective on or before the
      *> date.
      *>------------------------------------------------------------------------
       RETRIEVE-REQUEST SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-VERSION-COUNT
          MOVE 'N' TO WS-AS-OF-FOUND
          MOVE SPACES TO WS-FIRST-EFF-DATE

          MOVE WS-REQ-CUST-ID TO HIST-CUST-ID
          MOVE LOW-VALUES TO HIST-EFF-DATE
          START HISTFILE KEY NOT LESS THAN HIST-RECORD-KEY
          IF NOT HIST-FILE-OK
             IF NOT HIST-KEY-NOT-FOUND AND NOT HIST-FILE-EOF
                DISPLAY "WARNING - HISTFILE START FAILED, STATUS="
                 WS-HIST-FILE-STATUS " FOR " WS-REQ-CUST-ID
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             PERFORM WRITE-REQUEST-FOOTER
                THRU WRITE-REQUEST-FOOTER-EX
             GO TO RETRIEVE-REQUEST-EX
          END-IF

          MOVE 'Y' TO WS-MORE-KEYED
          PERFORM READ-NEXT-KEYED THRU READ-NEXT-KEYED-EX
             UNTIL WS-MORE-KEYED = 'N'

          IF REQ-AS-OF AND WS-VERSION-COUNT > 0
             PERFORM WRITE-AS-OF-ANSWER THRU WRITE-AS-OF-ANSWER-EX
          END-IF

          PERFORM WRITE-REQUEST-FOOTER THRU WRITE-REQUEST-FOOTER-EX
          .
       RETRIEVE-REQUEST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-NEXT-KEYED SECTION.
      *>------------------------------------------------------------------------
          READ HISTFILE NEXT

          IF NOT HIST-FILE-OK
             IF NOT HIST-FILE-EOF
                DISPLAY "WARNING - HISTFILE READ FAILED, STATUS="
                 WS-HIST-FILE-STATUS
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-KEYED
             GO TO READ-NEXT-KEYED-EX
          END-IF

          IF HIST-CUST-ID NOT = WS-REQ-CUST-ID
             MOVE 'N' TO WS-MORE-KEYED
             GO TO READ-NEXT-KEYED-EX
          END-IF

          ADD 1 TO WS-VERSION-COUNT
          IF WS-VERSION-COUNT = 1
             MOVE HIST-EFF-DATE TO WS-FIRST-EFF-DATE
          END-IF

          IF REQ-AS-OF
             IF HIST-EFF-DATE NOT > WS-REQ-AS-OF-DATE
                MOVE 'Y' TO WS-AS-OF-FOUND
                MOVE HIST-RECORD TO WS-AS-OF-VERSION
             END-IF
          ELSE
             PERFORM WRITE-VERSION-LINE THRU WRITE-VERSION-LINE-EX
          END-IF
          .
       READ-NEXT-KEYED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The version in force on the as-of date, or why there is none.
      *> A deleted version in force means the customer was off the
      *> master that day; its values are the last it held.
      *>------------------------------------------------------------------------
       WRITE-AS-OF-ANSWER SECTION.
      *>------------------------------------------------------------------------
          IF NOT AS-OF-FOUND
             MOVE "NOT YET ON THE HISTORY - FIRST VERSION EFFECTIVE "
               TO WS-RPT-ANSWER
             MOVE WS-FIRST-EFF-DATE TO WS-RPT-ANSWER-DATE
             WRITE HIQRPT-RECORD FROM WS-RPT-ANSWER-LINE
             GO TO WRITE-AS-OF-ANSWER-EX
          END-IF

          MOVE WS-AS-OF-VERSION TO HIST-RECORD
          PERFORM WRITE-VERSION-LINE THRU WRITE-VERSION-LINE-EX

          IF HIST-DELETED
             MOVE "NOT ON THE MASTER - DELETED EFFECTIVE "
               TO WS-RPT-ANSWER
          ELSE
             MOVE "ON THE MASTER WITH THESE VALUES - EFFECTIVE "
               TO WS-RPT-ANSWER
          END-IF
          MOVE HIST-EFF-DATE TO WS-RPT-ANSWER-DATE
          WRITE HIQRPT-RECORD FROM WS-RPT-ANSWER-LINE
          .
       WRITE-AS-OF-ANSWER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VERSION-LINE SECTION.
      *>------------------------------------------------------------------------
          MOVE HIST-EFF-DATE TO WS-RPT-VER-EFF
          IF HIST-VERSION-OPEN
             MOVE "CURRENT" TO WS-RPT-VER-END
          ELSE
             MOVE HIST-END-DATE TO WS-RPT-VER-END
          END-IF
          EVALUATE TRUE
             WHEN HIST-SEEDED
                MOVE "SEEDED " TO WS-RPT-VER-ACTION
             WHEN HIST-ADDED
                MOVE "ADDED  " TO WS-RPT-VER-ACTION
             WHEN HIST-CHANGED
                MOVE "CHANGED" TO WS-RPT-VER-ACTION
             WHEN HIST-DELETED
                MOVE "DELETED" TO WS-RPT-VER-ACTION
             WHEN OTHER
                MOVE HIST-ACTION TO WS-RPT-VER-ACTION
          END-EVALUATE
          MOVE HIST-CUST-NAME TO WS-RPT-VER-NAME
          MOVE HIST-CUST-STATUS TO WS-RPT-VER-STATUS
          WRITE HIQRPT-RECORD FROM WS-RPT-VERSION-LINE
          .
       WRITE-VERSION-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REQUEST-FOOTER SECTION.
      *>------------------------------------------------------------------------
          IF WS-VERSION-COUNT = 0
             WRITE HIQRPT-RECORD FROM WS-RPT-NONE-LINE
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          ELSE
             IF NOT REQ-AS-OF
                MOVE WS-VERSION-COUNT TO WS-RPT-SHOWN
                WRITE HIQRPT-RECORD FROM WS-RPT-COUNT-LINE
             END-IF
          END-IF
          MOVE SPACES TO HIQRPT-RECORD
          WRITE HIQRPT-RECORD
          .
       WRITE-REQUEST-FOOTER-EX.
          EXIT.
       END PROGRAM DB2CMHIQ.
