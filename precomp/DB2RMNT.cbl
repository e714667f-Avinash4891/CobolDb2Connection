      *>************************************************************************
      *>  DB2 SUBSYSTEM REGISTRY MAINTENANCE UTILITY
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RMNT.cbl
      *>
      *> Purpose:      Maintains the subsystem registry (REGYFILE) from
      *>               add/replace/delete transaction cards, the same
      *>               way DB2PMNT maintains PARMFILE. PARMFILE says
      *>               how to reach an alias; the registry says who owns
      *>               it - owning team, on-call contact, dependent
      *>               business application, service tier and SLA
      *>               availability target - so a CRITICAL alert has
      *>               somebody to go to and the availability report
      *>               has a target to judge against. Rules enforced at
      *>               maintenance time:
      *>               - non-blank alias, owner team, on-call contact
      *>                 and application name
      *>               - tier 1, 2 or 3
      *>               - SLA percentage numeric, above zero and no
      *>                 more than 100.00
      *>               - no duplicate aliases
      *>               It prints a before/after report (RMNTRPT) with
      *>               one APPLIED or REJECTED line per card.
      *>
      *>               Inputs:  REGYFILE (current registry, may be
      *>                        absent on first load), RTRNFILE
      *>                        (transaction cards: ADD/REP/DEL plus a
      *>                        full registry-record image)
      *>               Outputs: REGYFILE (rewritten in place),
      *>                        RMNTRPT (before/after + maintenance
      *>                        report)
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - A return code already raised in the run is never
      *>              lowered by a later card reject.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RMNT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGYFILE ASSIGN TO "REGYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGY-FILE-STATUS.

           SELECT RTRNFILE ASSIGN TO "RTRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-FILE-STATUS.

           SELECT RMNTRPT ASSIGN TO "RMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMNTRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGYFILE
           RECORDING MODE IS F.
       COPY "db2regy.cpy".

       FD  RTRNFILE
           RECORDING MODE IS F.
       01  RTRN-RECORD.
           05 RTRN-ACTION             PIC X(3).
              88 RTRN-ACTION-ADD      VALUE "ADD".
              88 RTRN-ACTION-REP      VALUE "REP".
              88 RTRN-ACTION-DEL      VALUE "DEL".
           05 FILLER                  PIC X(1).
      *> the card image carries the same fixed columns as
      *> db2regy.cpy, so a card punched for this utility and a
      *> REGYFILE record line up character for character
           05 RTRN-REGY-IMAGE.
              10 RTRN-DBALIAS         PIC X(9).
              10 RTRN-OWNER-TEAM      PIC X(20).
              10 RTRN-ONCALL          PIC X(20).
              10 RTRN-APPLICATION     PIC X(20).
              10 RTRN-TIER            PIC X(1).
                 88 RTRN-TIER-VALID   VALUE "1" "2" "3".
              10 RTRN-SLA-PCT         PIC X(5).
              10 RTRN-SLA-PCT-N REDEFINES RTRN-SLA-PCT
                                      PIC 9(3)V9(2).

       FD  RMNTRPT
           RECORDING MODE IS F.
       01  RMNTRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-REGY-FILE-STATUS         PIC X(2).
           88 REGY-FILE-OK             VALUE "00".
           88 REGY-FILE-EOF            VALUE "10".
           88 REGY-FILE-NOT-FOUND      VALUE "35".

       01  WS-RTRN-FILE-STATUS         PIC X(2).
           88 RTRN-FILE-OK             VALUE "00".
           88 RTRN-FILE-EOF            VALUE "10".

       01  WS-RMNTRPT-FILE-STATUS      PIC X(2).
           88 RMNTRPT-FILE-OK          VALUE "00".

      *> set when the registry could not be loaded completely - a
      *> broken load means the in-core table is NOT the registry, so
      *> no transactions are applied and above all REGYFILE is NOT
      *> rewritten from it, same discipline as DB2PMNT
       01  WS-REGY-LOAD-BROKEN         PIC X VALUE 'N'.
           88 REGY-LOAD-BROKEN         VALUE 'Y'.

      *> in-core image of the registry while transactions are
      *> applied. Deleted entries stay in their slot (flagged) and
      *> are dropped on the rewrite.
       01  WS-REGY-TABLE.
           05 WS-RTAB-MAX              PIC 9(4) COMP-5 VALUE 100.
           05 WS-RTAB-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-RTAB-ENTRY OCCURS 100 TIMES.
              10 WS-RT-DBALIAS         PIC X(9).
              10 WS-RT-OWNER-TEAM      PIC X(20).
              10 WS-RT-ONCALL          PIC X(20).
              10 WS-RT-APPLICATION     PIC X(20).
              10 WS-RT-TIER            PIC X(1).
              10 WS-RT-SLA-PCT         PIC 9(3)V9(2).
              10 WS-RT-DELETED         PIC X.
                 88 RT-ENTRY-DELETED   VALUE 'Y'.

       01  WS-RTAB-IX                  PIC 9(4) COMP-5.
       01  WS-REGY-KEY-FOUND           PIC X.
           88 REGY-ALIAS-IN-TABLE      VALUE 'Y'.
       01  WS-SEARCH-ALIAS             PIC X(9).

       01  WS-MORE-RTRN                PIC X VALUE 'Y'.

       01  WS-LIST-POSITION            PIC 9(4) VALUE 0.

       01  WS-TRAN-COUNT               PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(4) VALUE 0.

       01  WS-REJECT-REASON            PIC X(40).

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(38) VALUE
              "DB2 REGISTRY MAINTENANCE REPORT  RUN  ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(34) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05 WS-RPT-SECTION           PIC X(40).
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-RPT-ENTRY-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-ENTRY-NO          PIC ZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-ENTRY-ALIAS       PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-ENTRY-OWNER       PIC X(20).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-ENTRY-APPL        PIC X(20).
           05 FILLER                   PIC X(3)  VALUE " T ".
           05 WS-RPT-ENTRY-TIER        PIC X(1).
           05 FILLER                   PIC X(5)  VALUE " SLA ".
           05 WS-RPT-ENTRY-SLA         PIC ZZ9.99.
           05 FILLER                   PIC X(6)  VALUE SPACES.
       01  WS-RPT-ONCALL-LINE.
           05 FILLER                   PIC X(18) VALUE
              "        ON-CALL   ".
           05 WS-RPT-ENTRY-ONCALL      PIC X(20).
           05 FILLER                   PIC X(42) VALUE SPACES.
       01  WS-RPT-TRAN-LINE.
           05 WS-RPT-TRAN-TAG          PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-TRAN-ACTION       PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-TRAN-ALIAS        PIC X(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-TRAN-REASON       PIC X(40).
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 FILLER                   PIC X(14) VALUE "TRANSACTIONS  ".
           05 WS-RPT-TRAN-CNT          PIC ZZZ9.
           05 FILLER                   PIC X(10) VALUE "  APPLIED ".
           05 WS-RPT-APPLIED-CNT       PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  REJECTED ".
           05 WS-RPT-REJECT-CNT        PIC ZZZ9.
           05 FILLER                   PIC X(37) VALUE SPACES.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2RMNT SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 REGISTRY MAINTENANCE MODULE"

           PERFORM OPEN-RMNT-REPORT THRU OPEN-RMNT-REPORT-EX

           PERFORM LOAD-REGY-TABLE THRU LOAD-REGY-TABLE-EX

           IF REGY-LOAD-BROKEN
              DISPLAY "*** REGYFILE LOAD INCOMPLETE - NO CHANGES"
               " APPLIED, REGYFILE LEFT UNTOUCHED"
              MOVE "REGYFILE LOAD INCOMPLETE - NO CHANGES APPLIED"
                TO RMNTRPT-RECORD
              WRITE RMNTRPT-RECORD
              IF WS-BATCH-RETURN-CODE < 12
                 MOVE 12 TO WS-BATCH-RETURN-CODE
              END-IF
           ELSE
              MOVE "ENTRIES BEFORE MAINTENANCE" TO WS-RPT-SECTION
              WRITE RMNTRPT-RECORD FROM WS-RPT-SECTION-LINE
              PERFORM LIST-REGY-ENTRIES THRU LIST-REGY-ENTRIES-EX

              MOVE SPACES TO RMNTRPT-RECORD
              WRITE RMNTRPT-RECORD
              MOVE "TRANSACTIONS" TO WS-RPT-SECTION
              WRITE RMNTRPT-RECORD FROM WS-RPT-SECTION-LINE
              PERFORM APPLY-REGY-TRANS THRU APPLY-REGY-TRANS-EX

              PERFORM REWRITE-REGY-FILE THRU REWRITE-REGY-FILE-EX

              MOVE SPACES TO RMNTRPT-RECORD
              WRITE RMNTRPT-RECORD
              MOVE "ENTRIES AFTER MAINTENANCE" TO WS-RPT-SECTION
              WRITE RMNTRPT-RECORD FROM WS-RPT-SECTION-LINE
              PERFORM LIST-REGY-ENTRIES THRU LIST-REGY-ENTRIES-EX
           END-IF

           PERFORM CLOSE-RMNT-REPORT THRU CLOSE-RMNT-REPORT-EX

           DISPLAY "REGISTRY MAINTENANCE SUMMARY - TRANS="
            WS-TRAN-COUNT " APPLIED=" WS-APPLIED-COUNT
            " REJECTED=" WS-REJECT-COUNT

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 REGISTRY MAINTENANCE MODULE - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2RMNT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-RMNT-REPORT SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT RMNTRPT
          IF NOT RMNTRPT-FILE-OK
             DISPLAY "*** UNABLE TO OPEN RMNTRPT, STATUS="
              WS-RMNTRPT-FILE-STATUS
             MOVE 8 TO WS-BATCH-RETURN-CODE
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
          WRITE RMNTRPT-RECORD FROM WS-RPT-HEADER
          MOVE SPACES TO RMNTRPT-RECORD
          WRITE RMNTRPT-RECORD
          .
       OPEN-RMNT-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads the current REGYFILE into the in-core table. An absent
      *> file is a first load, not an error - any other open status
      *> means the file exists but can't be read, and treating that
      *> as "empty" would rewrite it away.
      *>------------------------------------------------------------------------
       LOAD-REGY-TABLE SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT REGYFILE

          IF NOT REGY-FILE-OK
             IF REGY-FILE-NOT-FOUND
                DISPLAY "REGYFILE NOT FOUND - STARTING EMPTY FILE"
             ELSE
                DISPLAY "*** UNABLE TO OPEN REGYFILE, STATUS="
                 WS-REGY-FILE-STATUS
                MOVE 'Y' TO WS-REGY-LOAD-BROKEN
             END-IF
             GO TO LOAD-REGY-TABLE-EX
          END-IF

          PERFORM LOAD-REGY-RECORD THRU LOAD-REGY-RECORD-EX
             UNTIL NOT REGY-FILE-OK

          IF NOT REGY-FILE-EOF
             DISPLAY "*** REGYFILE READ FAILED, STATUS="
              WS-REGY-FILE-STATUS " AFTER " WS-RTAB-COUNT
              " RECORD(S)"
             MOVE 'Y' TO WS-REGY-LOAD-BROKEN
          END-IF

          CLOSE REGYFILE
          .
       LOAD-REGY-TABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-REGY-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ REGYFILE

          IF NOT REGY-FILE-OK
             GO TO LOAD-REGY-RECORD-EX
          END-IF

          IF WS-RTAB-COUNT >= WS-RTAB-MAX
             DISPLAY "*** REGISTRY TABLE FULL - ENTRY " REGY-DBALIAS
              " NOT LOADED (RAISE WS-RTAB-MAX)"
             MOVE 'Y' TO WS-REGY-LOAD-BROKEN
             GO TO LOAD-REGY-RECORD-EX
          END-IF

          ADD 1 TO WS-RTAB-COUNT
          MOVE REGY-DBALIAS TO WS-RT-DBALIAS(WS-RTAB-COUNT)
          MOVE REGY-OWNER-TEAM TO WS-RT-OWNER-TEAM(WS-RTAB-COUNT)
          MOVE REGY-ONCALL TO WS-RT-ONCALL(WS-RTAB-COUNT)
          MOVE REGY-APPLICATION TO WS-RT-APPLICATION(WS-RTAB-COUNT)
          MOVE REGY-TIER TO WS-RT-TIER(WS-RTAB-COUNT)
      *> a hand-edited SLA that is not numeric is carried as zero -
      *> the listing shows it, and a REP card puts it right
          IF REGY-SLA-PCT NUMERIC
             MOVE REGY-SLA-PCT TO WS-RT-SLA-PCT(WS-RTAB-COUNT)
          ELSE
             MOVE 0 TO WS-RT-SLA-PCT(WS-RTAB-COUNT)
          END-IF
          MOVE 'N' TO WS-RT-DELETED(WS-RTAB-COUNT)
          .
       LOAD-REGY-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The before/after listing - alias, owner, application, tier
      *> and SLA per live entry, with the on-call contact beneath.
      *>------------------------------------------------------------------------
       LIST-REGY-ENTRIES SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-LIST-POSITION
          PERFORM VARYING WS-RTAB-IX FROM 1 BY 1
                  UNTIL WS-RTAB-IX > WS-RTAB-COUNT
             IF NOT RT-ENTRY-DELETED(WS-RTAB-IX)
                ADD 1 TO WS-LIST-POSITION
                MOVE WS-LIST-POSITION TO WS-RPT-ENTRY-NO
                MOVE WS-RT-DBALIAS(WS-RTAB-IX) TO WS-RPT-ENTRY-ALIAS
                MOVE WS-RT-OWNER-TEAM(WS-RTAB-IX)
                  TO WS-RPT-ENTRY-OWNER
                MOVE WS-RT-APPLICATION(WS-RTAB-IX)
                  TO WS-RPT-ENTRY-APPL
                MOVE WS-RT-TIER(WS-RTAB-IX) TO WS-RPT-ENTRY-TIER
                MOVE WS-RT-SLA-PCT(WS-RTAB-IX) TO WS-RPT-ENTRY-SLA
                WRITE RMNTRPT-RECORD FROM WS-RPT-ENTRY-LINE
                MOVE WS-RT-ONCALL(WS-RTAB-IX) TO WS-RPT-ENTRY-ONCALL
                WRITE RMNTRPT-RECORD FROM WS-RPT-ONCALL-LINE
             END-IF
          END-PERFORM
          .
       LIST-REGY-ENTRIES-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads and applies the transaction cards. Every card gets one
      *> report line, APPLIED or REJECTED with the reason, so the
      *> run's report is the change evidence.
      *>------------------------------------------------------------------------
       APPLY-REGY-TRANS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT RTRNFILE

          IF NOT RTRN-FILE-OK
             DISPLAY "*** RTRNFILE NOT AVAILABLE, STATUS="
              WS-RTRN-FILE-STATUS
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO APPLY-REGY-TRANS-EX
          END-IF

          MOVE 'Y' TO WS-MORE-RTRN
          PERFORM APPLY-ONE-TRAN THRU APPLY-ONE-TRAN-EX
             UNTIL WS-MORE-RTRN = 'N'

          CLOSE RTRNFILE
          .
       APPLY-REGY-TRANS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-ONE-TRAN SECTION.
      *>------------------------------------------------------------------------
          READ RTRNFILE

          IF NOT RTRN-FILE-OK
             IF NOT RTRN-FILE-EOF
                DISPLAY "*** RTRNFILE READ FAILED, STATUS="
                 WS-RTRN-FILE-STATUS " AFTER " WS-TRAN-COUNT
                 " CARD(S) - REMAINING CARDS NOT APPLIED"
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-RTRN
             GO TO APPLY-ONE-TRAN-EX
          END-IF

          ADD 1 TO WS-TRAN-COUNT
          MOVE SPACES TO WS-REJECT-REASON

          PERFORM VALIDATE-ONE-TRAN THRU VALIDATE-ONE-TRAN-EX

          IF WS-REJECT-REASON NOT = SPACES
             ADD 1 TO WS-REJECT-COUNT
             MOVE "  REJECTED" TO WS-RPT-TRAN-TAG
             MOVE RTRN-ACTION TO WS-RPT-TRAN-ACTION
             MOVE RTRN-DBALIAS TO WS-RPT-TRAN-ALIAS
             MOVE WS-REJECT-REASON TO WS-RPT-TRAN-REASON
             WRITE RMNTRPT-RECORD FROM WS-RPT-TRAN-LINE
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO APPLY-ONE-TRAN-EX
          END-IF

          EVALUATE TRUE
             WHEN RTRN-ACTION-ADD
                ADD 1 TO WS-RTAB-COUNT
                MOVE WS-RTAB-COUNT TO WS-RTAB-IX
                MOVE 'N' TO WS-RT-DELETED(WS-RTAB-IX)
                PERFORM STORE-CARD-FIELDS THRU STORE-CARD-FIELDS-EX
             WHEN RTRN-ACTION-REP
                PERFORM STORE-CARD-FIELDS THRU STORE-CARD-FIELDS-EX
             WHEN RTRN-ACTION-DEL
                MOVE 'Y' TO WS-RT-DELETED(WS-RTAB-IX)
          END-EVALUATE

          ADD 1 TO WS-APPLIED-COUNT
          MOVE "  APPLIED " TO WS-RPT-TRAN-TAG
          MOVE RTRN-ACTION TO WS-RPT-TRAN-ACTION
          MOVE RTRN-DBALIAS TO WS-RPT-TRAN-ALIAS
          MOVE SPACES TO WS-RPT-TRAN-REASON
          WRITE RMNTRPT-RECORD FROM WS-RPT-TRAN-LINE
          .
       APPLY-ONE-TRAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Leaves WS-REJECT-REASON blank for a good card, or the reason
      *> for the report. For REP/DEL the side effect is WS-RTAB-IX
      *> pointing at the entry to change.
      *>------------------------------------------------------------------------
       VALIDATE-ONE-TRAN SECTION.
      *>------------------------------------------------------------------------
          IF RTRN-DBALIAS = SPACES
             MOVE "BLANK DBALIAS" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF NOT RTRN-ACTION-ADD AND NOT RTRN-ACTION-REP
           AND NOT RTRN-ACTION-DEL
             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          MOVE RTRN-DBALIAS TO WS-SEARCH-ALIAS
          PERFORM FIND-REGY-TABLE-ALIAS
             THRU FIND-REGY-TABLE-ALIAS-EX

          EVALUATE TRUE
             WHEN RTRN-ACTION-ADD
                IF REGY-ALIAS-IN-TABLE
                   MOVE "DUPLICATE DBALIAS" TO WS-REJECT-REASON
                END-IF
                IF WS-RTAB-COUNT >= WS-RTAB-MAX
                   MOVE "REGISTRY TABLE FULL" TO WS-REJECT-REASON
                END-IF
             WHEN RTRN-ACTION-REP OR RTRN-ACTION-DEL
                IF NOT REGY-ALIAS-IN-TABLE
                   MOVE "DBALIAS NOT IN REGYFILE" TO WS-REJECT-REASON
                END-IF
          END-EVALUATE

          IF WS-REJECT-REASON NOT = SPACES
           OR RTRN-ACTION-DEL
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

      *> ADD/REP carry a full record image - an entry with nobody to
      *> route to or no target to judge against is no entry at all
          IF RTRN-OWNER-TEAM = SPACES
             MOVE "BLANK OWNER TEAM" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF RTRN-ONCALL = SPACES
             MOVE "BLANK ON-CALL CONTACT" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF RTRN-APPLICATION = SPACES
             MOVE "BLANK APPLICATION NAME" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF NOT RTRN-TIER-VALID
             MOVE "TIER NOT 1, 2 OR 3" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF RTRN-SLA-PCT NOT NUMERIC
             MOVE "SLA PERCENT NOT NUMERIC (NNNDD)"
               TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF RTRN-SLA-PCT-N = 0 OR RTRN-SLA-PCT-N > 100
             MOVE "SLA PERCENT NOT ABOVE 0 AND UP TO 100"
               TO WS-REJECT-REASON
          END-IF
          .
       VALIDATE-ONE-TRAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       STORE-CARD-FIELDS SECTION.
      *>------------------------------------------------------------------------
          MOVE RTRN-DBALIAS TO WS-RT-DBALIAS(WS-RTAB-IX)
          MOVE RTRN-OWNER-TEAM TO WS-RT-OWNER-TEAM(WS-RTAB-IX)
          MOVE RTRN-ONCALL TO WS-RT-ONCALL(WS-RTAB-IX)
          MOVE RTRN-APPLICATION TO WS-RT-APPLICATION(WS-RTAB-IX)
          MOVE RTRN-TIER TO WS-RT-TIER(WS-RTAB-IX)
          MOVE RTRN-SLA-PCT-N TO WS-RT-SLA-PCT(WS-RTAB-IX)
          .
       STORE-CARD-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates WS-SEARCH-ALIAS among the live (not deleted) table
      *> entries, leaving WS-RTAB-IX pointing at it when found.
      *>------------------------------------------------------------------------
       FIND-REGY-TABLE-ALIAS SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-REGY-KEY-FOUND

          PERFORM VARYING WS-RTAB-IX FROM 1 BY 1
                  UNTIL WS-RTAB-IX > WS-RTAB-COUNT
                     OR REGY-ALIAS-IN-TABLE
             IF WS-RT-DBALIAS(WS-RTAB-IX) = WS-SEARCH-ALIAS
              AND NOT RT-ENTRY-DELETED(WS-RTAB-IX)
                MOVE 'Y' TO WS-REGY-KEY-FOUND
             END-IF
          END-PERFORM

          IF REGY-ALIAS-IN-TABLE
             SUBTRACT 1 FROM WS-RTAB-IX
          END-IF
          .
       FIND-REGY-TABLE-ALIAS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Rewrites REGYFILE in place from the table, dropping deleted
      *> entries - same rewrite-whole-file convention as DB2PMNT,
      *> with every WRITE and the flushing CLOSE checked, because
      *> OPEN OUTPUT has already truncated the only copy.
      *>------------------------------------------------------------------------
       REWRITE-REGY-FILE SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT REGYFILE
          IF NOT REGY-FILE-OK
             DISPLAY "*** UNABLE TO REWRITE REGYFILE, STATUS="
              WS-REGY-FILE-STATUS
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO REWRITE-REGY-FILE-EX
          END-IF

          PERFORM VARYING WS-RTAB-IX FROM 1 BY 1
                  UNTIL WS-RTAB-IX > WS-RTAB-COUNT
                     OR WS-BATCH-RETURN-CODE = 12
             IF NOT RT-ENTRY-DELETED(WS-RTAB-IX)
                MOVE WS-RT-DBALIAS(WS-RTAB-IX) TO REGY-DBALIAS
                MOVE WS-RT-OWNER-TEAM(WS-RTAB-IX) TO REGY-OWNER-TEAM
                MOVE WS-RT-ONCALL(WS-RTAB-IX) TO REGY-ONCALL
                MOVE WS-RT-APPLICATION(WS-RTAB-IX)
                  TO REGY-APPLICATION
                MOVE WS-RT-TIER(WS-RTAB-IX) TO REGY-TIER
                MOVE WS-RT-SLA-PCT(WS-RTAB-IX) TO REGY-SLA-PCT
                WRITE REGY-RECORD
                IF NOT REGY-FILE-OK
                   DISPLAY "*** REGYFILE WRITE FAILED, STATUS="
                    WS-REGY-FILE-STATUS " - REWRITE INCOMPLETE,"
                    " RE-CARD FROM THE RUN REPORT"
                   IF WS-BATCH-RETURN-CODE < 12
                      MOVE 12 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             END-IF
          END-PERFORM

          CLOSE REGYFILE
          IF NOT REGY-FILE-OK
             DISPLAY "*** REGYFILE CLOSE FAILED, STATUS="
              WS-REGY-FILE-STATUS " - REWRITE INCOMPLETE,"
              " RE-CARD FROM THE RUN REPORT"
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       REWRITE-REGY-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-RMNT-REPORT SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO RMNTRPT-RECORD
          WRITE RMNTRPT-RECORD
          MOVE WS-TRAN-COUNT TO WS-RPT-TRAN-CNT
          MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-CNT
          MOVE WS-REJECT-COUNT TO WS-RPT-REJECT-CNT
          WRITE RMNTRPT-RECORD FROM WS-RPT-TOTAL-LINE
          CLOSE RMNTRPT
          .
       CLOSE-RMNT-REPORT-EX.
          EXIT.
       END PROGRAM DB2RMNT.
