      *>************************************************************************
      *>  DB2 BATCH RUN LEDGER SERVICE SUBROUTINE
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RLED.cbl
      *>
      *> Purpose:      Callable run-ledger service, so every program in
      *>               the nightly stream records its start and end the
      *>               same way and checks its prerequisites against
      *>               the same file instead of each one declaring and
      *>               scanning RUNLEDGR on its own.
      *>
      *>               Requests:
      *>               START   - append the caller's record as a start
      *>                         record (type S)
      *>               END     - append the caller's record as an end
      *>                         record (type E)
      *>               TONIGHT - return the latest ledger record of
      *>                         tonight's batch night matching the
      *>                         caller's program id and, where not
      *>                         blank, its record type, run key and
      *>                         alias
      *>               NIGHT   - the same match for the batch night
      *>                         the caller puts in RLED-RUN-DATE
      *>               ANYDATE - the same match over every night in the
      *>                         ledger
      *>               GOODRUN - the latest END record, any night,
      *>                         matching as ANYDATE and ending with
      *>                         an RC no worse than the caller's
      *>                         RLED-RETURN-CODE - "was this ever
      *>                         done successfully", which a later
      *>                         failed or refused run must not hide
      *>               FULLRUN - the latest END record, any night,
      *>                         matching as ANYDATE and carrying the
      *>                         count named in the caller's
      *>                         RLED-COUNT-NAME(1) at no less than
      *>                         its RLED-COUNT-VALUE(1) - "did a run
      *>                         ever get all the way through", whatever
      *>                         RC it ended with
      *>               The service stamps RLED-RUN-DATE (the batch
      *>               night, see db2rled.cpy) and RLED-TIMESTAMP on
      *>               every record it appends. The ledger is append
      *>               only, so "latest" is simply the last match in
      *>               file order.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Linkage:      LS-RLED-REQUEST (in)  - START, END, TONIGHT,
      *>                                       NIGHT, ANYDATE, GOODRUN
      *>                                       or FULLRUN
      *>               RLED-RECORD     (in/out) - ledger record, layout
      *>                                       db2rled.cpy; for a lookup
      *>                                       the match criteria in,
      *>                                       the matching record out
      *>               LS-RLED-STATUS  (out) - 0   = written / found
      *>                                       100 = no matching record
      *>                                       (RLED-RUN-DATE is still
      *>                                       set to the night looked
      *>                                       at, for the caller's
      *>                                       messages)
      *>                                       8   = ledger not written
      *>                                       12  = ledger unreadable,
      *>                                       nothing can be proven
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - Caller's record taken through db2rled.cpy in the
      *>              linkage; the RUNLEDGR record area is only touched
      *>              while the file is open.
      *>            - FULLRUN request - a run that got all the way
      *>              through, whatever RC it ended with.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RLED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLEDGR ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> same layout as db2rled.cpy, which describes the caller's
      *> record in the linkage
       FD  RUNLEDGR
           RECORDING MODE IS F.
       01  RUNLEDGR-RECORD.
           05 LEDG-PROGRAM-ID         PIC X(8).
           05 LEDG-REC-TYPE           PIC X(1).
           05 LEDG-RUN-DATE           PIC X(8).
           05 LEDG-TIMESTAMP          PIC X(14).
           05 LEDG-RUN-KEY            PIC X(26).
           05 LEDG-RUN-ALIAS          PIC X(9).
           05 LEDG-RETURN-CODE        PIC 9(4).
           05 LEDG-COUNT-ENTRY OCCURS 3 TIMES.
              10 LEDG-COUNT-NAME      PIC X(8).
              10 LEDG-COUNT-VALUE     PIC 9(9).

       WORKING-STORAGE SECTION.

       01  WS-RLED-FILE-STATUS         PIC X(2).
           88 RLED-FILE-OK             VALUE "00".
           88 RLED-FILE-EOF            VALUE "10".
           88 RLED-FILE-NOT-FOUND      VALUE "35".

      *> the batch night runs from noon to noon - before the cutover
      *> hour a run still belongs to the night that began yesterday
       01  WS-NIGHT-CUTOVER-HH         PIC 9(2) VALUE 12.
       01  WS-NOW-STAMP                PIC X(14).
       01  WS-NOW-DATE-NUM             PIC 9(8).
       01  WS-NIGHT-INT                PIC 9(8) COMP-5.
       01  WS-NIGHT-NUM                PIC 9(8).
       01  WS-NIGHT-DATE               PIC X(8).

      *> lookup criteria, lifted out of the caller's record before the
      *> scan starts - which of them apply is set by the request
       01  WS-MATCH-CRITERIA.
           05 WS-MATCH-PROGRAM-ID      PIC X(8).
           05 WS-MATCH-REC-TYPE        PIC X(1).
           05 WS-MATCH-RUN-KEY         PIC X(26).
           05 WS-MATCH-RUN-ALIAS       PIC X(9).
           05 WS-MATCH-BY-NIGHT        PIC X VALUE 'N'.
              88 MATCH-ONE-NIGHT-ONLY  VALUE 'Y'.
           05 WS-MATCH-NIGHT-DATE      PIC X(8).
           05 WS-MATCH-GOOD            PIC X VALUE 'N'.
              88 MATCH-GOOD-RUNS-ONLY  VALUE 'Y'.
           05 WS-MATCH-MAX-RC          PIC 9(4).
           05 WS-MATCH-FULL            PIC X VALUE 'N'.
              88 MATCH-FULL-RUNS-ONLY  VALUE 'Y'.
           05 WS-MATCH-COUNT-NAME      PIC X(8).
           05 WS-MATCH-COUNT-MIN       PIC 9(9).

       01  WS-MATCH-FOUND              PIC X VALUE 'N'.
           88 LEDGER-MATCH-FOUND       VALUE 'Y'.
       01  WS-COUNT-MET                PIC X VALUE 'N'.
           88 MATCH-COUNT-MET          VALUE 'Y'.
       01  WS-COUNT-IX                 PIC 9(4) COMP-5.

      *> the last matching ledger record, held here while the scan
      *> reads on - same layout as db2rled.cpy
       01  WS-MATCH-RECORD.
           05 WS-MR-PROGRAM-ID         PIC X(8).
           05 WS-MR-REC-TYPE           PIC X(1).
           05 WS-MR-RUN-DATE           PIC X(8).
           05 WS-MR-TIMESTAMP          PIC X(14).
           05 WS-MR-RUN-KEY            PIC X(26).
           05 WS-MR-RUN-ALIAS          PIC X(9).
           05 WS-MR-RETURN-CODE        PIC 9(4).
           05 WS-MR-COUNT-ENTRY OCCURS 3 TIMES.
              10 WS-MR-COUNT-NAME      PIC X(8).
              10 WS-MR-COUNT-VALUE     PIC 9(9).

       LINKAGE SECTION.

       01 LS-RLED-REQUEST              PIC X(8).

      *> the caller's ledger record
       COPY "db2rled.cpy".

       01 LS-RLED-STATUS               PIC S9(9) COMP-5.

       PROCEDURE DIVISION USING LS-RLED-REQUEST RLED-RECORD
                                LS-RLED-STATUS.

      *>------------------------------------------------------------------------
       MAIN-DB2RLED SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO LS-RLED-STATUS

           PERFORM COMPUTE-BATCH-NIGHT THRU COMPUTE-BATCH-NIGHT-EX

           EVALUATE LS-RLED-REQUEST
              WHEN "START"
                 MOVE "S" TO RLED-REC-TYPE
                 PERFORM APPEND-LEDGER-RECORD
                    THRU APPEND-LEDGER-RECORD-EX
              WHEN "END"
                 MOVE "E" TO RLED-REC-TYPE
                 PERFORM APPEND-LEDGER-RECORD
                    THRU APPEND-LEDGER-RECORD-EX
              WHEN "TONIGHT"
                 MOVE 'Y' TO WS-MATCH-BY-NIGHT
                 MOVE WS-NIGHT-DATE TO WS-MATCH-NIGHT-DATE
                 MOVE 'N' TO WS-MATCH-GOOD
                 MOVE 'N' TO WS-MATCH-FULL
                 PERFORM FIND-LEDGER-RECORD
                    THRU FIND-LEDGER-RECORD-EX
              WHEN "NIGHT"
                 MOVE 'Y' TO WS-MATCH-BY-NIGHT
                 MOVE RLED-RUN-DATE TO WS-MATCH-NIGHT-DATE
                 MOVE 'N' TO WS-MATCH-GOOD
                 MOVE 'N' TO WS-MATCH-FULL
                 PERFORM FIND-LEDGER-RECORD
                    THRU FIND-LEDGER-RECORD-EX
              WHEN "ANYDATE"
                 MOVE 'N' TO WS-MATCH-BY-NIGHT
                 MOVE SPACES TO WS-MATCH-NIGHT-DATE
                 MOVE 'N' TO WS-MATCH-GOOD
                 MOVE 'N' TO WS-MATCH-FULL
                 PERFORM FIND-LEDGER-RECORD
                    THRU FIND-LEDGER-RECORD-EX
              WHEN "GOODRUN"
                 MOVE 'N' TO WS-MATCH-BY-NIGHT
                 MOVE SPACES TO WS-MATCH-NIGHT-DATE
                 MOVE 'Y' TO WS-MATCH-GOOD
                 MOVE 'N' TO WS-MATCH-FULL
                 PERFORM FIND-LEDGER-RECORD
                    THRU FIND-LEDGER-RECORD-EX
              WHEN "FULLRUN"
                 MOVE 'N' TO WS-MATCH-BY-NIGHT
                 MOVE SPACES TO WS-MATCH-NIGHT-DATE
                 MOVE 'N' TO WS-MATCH-GOOD
                 MOVE 'Y' TO WS-MATCH-FULL
                 PERFORM FIND-LEDGER-RECORD
                    THRU FIND-LEDGER-RECORD-EX
              WHEN OTHER
                 DISPLAY "WARNING - UNKNOWN RUN LEDGER REQUEST '"
                  LS-RLED-REQUEST "'"
                 MOVE 8 TO LS-RLED-STATUS
           END-EVALUATE

           GOBACK
          .
       MAIN-DB2RLED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Works out which batch night "now" belongs to - today from the
      *> cutover hour on, yesterday before it.
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
          MOVE WS-NIGHT-NUM TO WS-NIGHT-DATE
          .
       COMPUTE-BATCH-NIGHT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Appends one start or end record. Fall back to a fresh file
      *> only when EXTEND found nothing to extend (status 35) - any
      *> other status must not truncate the nights already recorded.
      *>------------------------------------------------------------------------
       APPEND-LEDGER-RECORD SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-NIGHT-DATE TO RLED-RUN-DATE
          MOVE WS-NOW-STAMP TO RLED-TIMESTAMP

          OPEN EXTEND RUNLEDGR
          IF NOT RLED-FILE-OK AND RLED-FILE-NOT-FOUND
             CLOSE RUNLEDGR
             OPEN OUTPUT RUNLEDGR
          END-IF

          IF NOT RLED-FILE-OK
             DISPLAY "WARNING - UNABLE TO OPEN RUNLEDGR, STATUS="
              WS-RLED-FILE-STATUS " - RUN NOT RECORDED"
             MOVE 8 TO LS-RLED-STATUS
             GO TO APPEND-LEDGER-RECORD-EX
          END-IF

          MOVE RLED-RECORD TO RUNLEDGR-RECORD
          WRITE RUNLEDGR-RECORD
          IF NOT RLED-FILE-OK
             DISPLAY "WARNING - RUNLEDGR WRITE FAILED, STATUS="
              WS-RLED-FILE-STATUS " - RUN NOT RECORDED"
             MOVE 8 TO LS-RLED-STATUS
          END-IF

          CLOSE RUNLEDGR
          .
       APPEND-LEDGER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Scans the whole ledger for the last record matching the
      *> caller's criteria. No ledger at all is simply no match; a
      *> ledger that cannot be read to the end proves nothing, and
      *> the caller must treat that as a prerequisite not shown.
      *>------------------------------------------------------------------------
       FIND-LEDGER-RECORD SECTION.
      *>------------------------------------------------------------------------
          MOVE RLED-PROGRAM-ID TO WS-MATCH-PROGRAM-ID
          MOVE RLED-REC-TYPE TO WS-MATCH-REC-TYPE
          MOVE RLED-RUN-KEY TO WS-MATCH-RUN-KEY
          MOVE RLED-RUN-ALIAS TO WS-MATCH-RUN-ALIAS
          MOVE RLED-RETURN-CODE TO WS-MATCH-MAX-RC
          MOVE RLED-COUNT-NAME(1) TO WS-MATCH-COUNT-NAME
          MOVE RLED-COUNT-VALUE(1) TO WS-MATCH-COUNT-MIN
          IF MATCH-GOOD-RUNS-ONLY OR MATCH-FULL-RUNS-ONLY
             MOVE "E" TO WS-MATCH-REC-TYPE
          END-IF
          MOVE 'N' TO WS-MATCH-FOUND

          OPEN INPUT RUNLEDGR
          IF NOT RLED-FILE-OK
             IF NOT RLED-FILE-NOT-FOUND
                DISPLAY "WARNING - RUNLEDGR CANNOT BE OPENED, STATUS="
                 WS-RLED-FILE-STATUS
                MOVE 12 TO LS-RLED-STATUS
             ELSE
                PERFORM RETURN-NOT-FOUND THRU RETURN-NOT-FOUND-EX
             END-IF
             GO TO FIND-LEDGER-RECORD-EX
          END-IF

          PERFORM MATCH-ONE-LEDGER-RECORD
             THRU MATCH-ONE-LEDGER-RECORD-EX
             UNTIL NOT RLED-FILE-OK

          IF NOT RLED-FILE-EOF
             DISPLAY "WARNING - RUNLEDGR READ FAILED, STATUS="
              WS-RLED-FILE-STATUS " - LEDGER LOOKUP INCOMPLETE"
             MOVE 12 TO LS-RLED-STATUS
          END-IF

          CLOSE RUNLEDGR

          IF LS-RLED-STATUS = 12
             GO TO FIND-LEDGER-RECORD-EX
          END-IF

          IF LEDGER-MATCH-FOUND
             MOVE WS-MATCH-RECORD TO RLED-RECORD
          ELSE
             PERFORM RETURN-NOT-FOUND THRU RETURN-NOT-FOUND-EX
          END-IF
          .
       FIND-LEDGER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Not-found hands the caller's criteria back with the night that
      *> was looked at (tonight's, for an any-night lookup), so the
      *> caller's message can say which night had nothing.
      *>------------------------------------------------------------------------
       RETURN-NOT-FOUND SECTION.
      *>------------------------------------------------------------------------
          MOVE 100 TO LS-RLED-STATUS
          IF MATCH-ONE-NIGHT-ONLY
             MOVE WS-MATCH-NIGHT-DATE TO RLED-RUN-DATE
          ELSE
             MOVE WS-NIGHT-DATE TO RLED-RUN-DATE
          END-IF
          .
       RETURN-NOT-FOUND-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> One ledger record against the criteria - a blank criterion
      *> matches anything; the last match in file order is kept.
      *>------------------------------------------------------------------------
       MATCH-ONE-LEDGER-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ RUNLEDGR

          IF NOT RLED-FILE-OK
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF LEDG-PROGRAM-ID NOT = WS-MATCH-PROGRAM-ID
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF MATCH-ONE-NIGHT-ONLY
           AND LEDG-RUN-DATE NOT = WS-MATCH-NIGHT-DATE
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF WS-MATCH-REC-TYPE NOT = SPACE
           AND LEDG-REC-TYPE NOT = WS-MATCH-REC-TYPE
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF WS-MATCH-RUN-KEY NOT = SPACES
           AND LEDG-RUN-KEY NOT = WS-MATCH-RUN-KEY
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF WS-MATCH-RUN-ALIAS NOT = SPACES
           AND LEDG-RUN-ALIAS NOT = WS-MATCH-RUN-ALIAS
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF MATCH-GOOD-RUNS-ONLY
           AND LEDG-RETURN-CODE > WS-MATCH-MAX-RC
             GO TO MATCH-ONE-LEDGER-RECORD-EX
          END-IF

          IF MATCH-FULL-RUNS-ONLY
             MOVE 'N' TO WS-COUNT-MET
             PERFORM VARYING WS-COUNT-IX FROM 1 BY 1
                     UNTIL WS-COUNT-IX > 3
                IF LEDG-COUNT-NAME(WS-COUNT-IX) = WS-MATCH-COUNT-NAME
                 AND LEDG-COUNT-VALUE(WS-COUNT-IX) NUMERIC
                 AND LEDG-COUNT-VALUE(WS-COUNT-IX)
                     >= WS-MATCH-COUNT-MIN
                   MOVE 'Y' TO WS-COUNT-MET
                END-IF
             END-PERFORM
             IF NOT MATCH-COUNT-MET
                GO TO MATCH-ONE-LEDGER-RECORD-EX
             END-IF
          END-IF

          MOVE 'Y' TO WS-MATCH-FOUND
          MOVE RUNLEDGR-RECORD TO WS-MATCH-RECORD
          .
       MATCH-ONE-LEDGER-RECORD-EX.
          EXIT.
       END PROGRAM DB2RLED.
