      *>              CKPTFILE, ALERTFILE, METRFILE and the
      *>              extract/recon/publish outputs untouched; the
      *>              return code reflects only that alias's result.
      *> 2026.10.15 Avinash Kumar
      *>            - Subsystem registry (REGYFILE): operator alerts
      *>              carry the alias's owning team and service tier,
      *>              and pre-flight warns (RC 4) for a PARMFILE alias
      *>              with no registry entry.
      *>            - Start and end of every run recorded on the run
      *>              ledger (RUNLEDGR) through DB2RLED; the end record
      *>              says whether the pass was an EXTRACT, a RECHECK
      *>              or a plain SWEEP, which DB2XTDLT checks before
      *>              building a delta.
      *>************************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCAL-FILE-STATUS.

           SELECT REGYFILE ASSIGN TO "REGYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE IS F.
       COPY "db2mcal.cpy".

       FD  REGYFILE
           RECORDING MODE IS F.
       COPY "db2regy.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PARM-FILE-STATUS         PIC X(2).
      *> can tell a planned outage from a failure or a missing key
       01  WS-SQLCODE-MAINT-WINDOW     PIC S9(9) COMP-5 VALUE -9997.

       01  WS-REGY-FILE-STATUS         PIC X(2).
           88 REGY-FILE-OK             VALUE "00".
           88 REGY-FILE-EOF            VALUE "10".
           88 REGY-FILE-NOT-FOUND      VALUE "35".

      *> subsystem registry controls - owner team and tier per alias,
      *> loaded at startup from REGYFILE so every operator alert can
      *> be routed to the team that owns the alias. The registry is
      *> advisory: an alias missing from it is swept exactly as
      *> before, only warned on at pre-flight and alerted with a
      *> blank owner.
       01  WS-REGY-TABLE.
           05 WS-REGY-MAX              PIC 9(4) COMP-5 VALUE 100.
           05 WS-REGY-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-REGY-ENTRY OCCURS 100 TIMES.
              10 WS-RG-ALIAS           PIC X(9).
              10 WS-RG-OWNER-TEAM      PIC X(20).
              10 WS-RG-TIER            PIC X(1).
       01  WS-REGY-IX                  PIC 9(4) COMP-5.
       01  WS-REGY-LOOKUP-ALIAS        PIC X(9).
       01  WS-REGY-FOUND               PIC X.
           88 REGY-ENTRY-FOUND         VALUE 'Y'.
       01  WS-REGY-LOADED              PIC X VALUE 'N'.
           88 REGY-LOADED              VALUE 'Y'.
       01  WS-VAL-WARN-COUNT           PIC 9(4) VALUE 0.

      *> pre-flight validation controls - every PARM-RECORD is checked
      *> before CONNECT-SWEEP touches anything, so a malformed card
      *> fails the job up front with RC 20 instead of mid-sweep after
      *> JCL step condition code reflects what actually happened
       01 WS-BATCH-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records kept through the DB2RLED
      *> service (see db2rled.cpy)
       01 WS-RLED-REQUEST              PIC X(8).
       01 WS-RLED-STATUS               PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

      *> SQL declare variables
       
      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CONNECTION MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM LOAD-SUBSYS-REGISTRY THRU LOAD-SUBSYS-REGISTRY-EX

           PERFORM PREFLIGHT-VALIDATE THRU PREFLIGHT-VALIDATE-EX

           PERFORM OPEN-CONN-PARMS THRU OPEN-CONN-PARMS-EX
            " FAIL=" WS-FAIL-COUNT " DEGRADED=" WS-DEGRADED-COUNT
            " MAINT=" WS-MAINT-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CONNECTION MODULE - RC=" RETURN-CODE
           GOBACK
             IF WS-PARM-FILE-STATUS NOT = "35"
                DISPLAY "*** PARMFILE EXISTS BUT CANNOT BE OPENED,"
                 " STATUS=" WS-PARM-FILE-STATUS
                MOVE 20 TO WS-BATCH-RETURN-CODE
                PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
                MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
                STOP RUN
             END-IF
             GO TO PREFLIGHT-VALIDATE-EX
             DISPLAY "*** UNABLE TO OPEN VALRPT, STATUS="
              WS-VALRPT-FILE-STATUS
             CLOSE PARMFILE
             MOVE 20 TO WS-BATCH-RETURN-CODE
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE SPACES TO VAL-PSWD-BUF
          MOVE 0 TO VAL-PSWD-LEN

          IF NOT REGY-LOADED
             MOVE "WARNING - NO SUBSYSTEM REGISTRY, ALERTS UNROUTED"
               TO VALRPT-RECORD
             WRITE VALRPT-RECORD
          END-IF

          IF WS-VAL-WARN-COUNT > 0
             MOVE SPACES TO VALRPT-RECORD
             STRING "ENTRIES WITH WARNINGS: " WS-VAL-WARN-COUNT
                DELIMITED BY SIZE INTO VALRPT-RECORD
             WRITE VALRPT-RECORD
          END-IF

          IF WS-VAL-ERROR-COUNT = 0
             MOVE "ALL ENTRIES CLEAN" TO VALRPT-RECORD
             WRITE VALRPT-RECORD
             DISPLAY "*** PARMFILE PRE-FLIGHT VALIDATION FAILED - "
              WS-VAL-ERROR-COUNT " BAD ENTRY(IES), SEE VALRPT - "
              "NO CONNECTIONS ATTEMPTED"
             MOVE 20 TO WS-BATCH-RETURN-CODE
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF
          .
          IF PARM-DBALIAS NOT = SPACES
             PERFORM CHECK-DUPLICATE-ALIAS
                THRU CHECK-DUPLICATE-ALIAS-EX
      *> a registry gap is a warning, not a finding - the alias
      *> still sweeps, but its alerts would reach nobody in particular
             IF REGY-LOADED
                MOVE PARM-DBALIAS TO WS-REGY-LOOKUP-ALIAS
                MOVE "NO SUBSYSTEM REGISTRY ENTRY (WARNING)"
                  TO WS-VAL-REASON
                PERFORM CHECK-REGISTRY-ENTRY
                   THRU CHECK-REGISTRY-ENTRY-EX
             END-IF
          END-IF

          IF PARM-2ND-DBALIAS = SPACES
                  TO WS-VAL-REASON
                PERFORM PROBE-VAULT-KEY THRU PROBE-VAULT-KEY-EX
             END-IF
             IF REGY-LOADED
                MOVE PARM-2ND-DBALIAS TO WS-REGY-LOOKUP-ALIAS
                MOVE "2ND DBALIAS HAS NO REGISTRY ENTRY (WARNING)"
                  TO WS-VAL-REASON
                PERFORM CHECK-REGISTRY-ENTRY
                   THRU CHECK-REGISTRY-ENTRY-EX
             END-IF
          END-IF
          .
       VALIDATE-ONE-PARM-EX.
       CHECK-DUPLICATE-ALIAS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Looks up the alias the caller put in WS-REGY-LOOKUP-ALIAS and,
      *> when it has no registry entry, writes the caller's
      *> WS-VAL-REASON to VALRPT as a warning - counted apart from the
      *> findings, so it never stops the run, but it does raise RC 4.
      *>------------------------------------------------------------------------
       CHECK-REGISTRY-ENTRY SECTION.
      *>------------------------------------------------------------------------
          PERFORM FIND-REGISTRY-ENTRY THRU FIND-REGISTRY-ENTRY-EX

          IF REGY-ENTRY-FOUND
             GO TO CHECK-REGISTRY-ENTRY-EX
          END-IF

          ADD 1 TO WS-VAL-WARN-COUNT
          MOVE WS-VAL-ENTRY-NO TO WS-VAL-RPT-ENTRY
          MOVE WS-REGY-LOOKUP-ALIAS TO WS-VAL-RPT-ALIAS
          MOVE WS-VAL-REASON TO WS-VAL-RPT-REASON
          WRITE VALRPT-RECORD FROM WS-VAL-RPT-LINE
          DISPLAY "WARNING - ENTRY " WS-VAL-ENTRY-NO " "
           WS-REGY-LOOKUP-ALIAS " : " WS-VAL-REASON
          IF WS-BATCH-RETURN-CODE < 4
             MOVE 4 TO WS-BATCH-RETURN-CODE
          END-IF
          .
       CHECK-REGISTRY-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VAL-FINDING SECTION.
      *>------------------------------------------------------------------------
          IF NOT SWEEP-ACTIVE
             DISPLAY "*** ONLY= NEEDS A PARMFILE ENTRY TO RECHECK -"
              " NO PARMFILE IS IN USE"
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

       SETUP-ONLY-MODE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads the subsystem registry (REGYFILE, maintained by
      *> DB2RMNT) into the owner/tier table. No file is warned on at
      *> RC 4 - the sweep runs, but no alert tonight names an owner.
      *> A registry that exists but cannot be read completely is
      *> warned on the same way, keeping whatever entries did load.
      *>------------------------------------------------------------------------
       LOAD-SUBSYS-REGISTRY SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT REGYFILE

          IF NOT REGY-FILE-OK
             IF REGY-FILE-NOT-FOUND
                DISPLAY "WARNING - REGYFILE NOT FOUND - ALERTS WILL "
                 "CARRY NO OWNER OR TIER"
             ELSE
                DISPLAY "WARNING - REGYFILE EXISTS BUT CANNOT BE "
                 "OPENED, STATUS=" WS-REGY-FILE-STATUS
                 " - ALERTS WILL CARRY NO OWNER OR TIER"
             END-IF
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO LOAD-SUBSYS-REGISTRY-EX
          END-IF

          MOVE 'Y' TO WS-REGY-LOADED
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

          DISPLAY "SUBSYSTEM REGISTRY LOADED - " WS-REGY-COUNT
           " ENTRY(IES)"
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
              " NOT LOADED (RAISE WS-REGY-MAX)"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO LOAD-ONE-REGY-ENTRY-EX
          END-IF

          ADD 1 TO WS-REGY-COUNT
          MOVE REGY-DBALIAS TO WS-RG-ALIAS(WS-REGY-COUNT)
          MOVE REGY-OWNER-TEAM TO WS-RG-OWNER-TEAM(WS-REGY-COUNT)
          MOVE REGY-TIER TO WS-RG-TIER(WS-REGY-COUNT)
          .
       LOAD-ONE-REGY-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates WS-REGY-LOOKUP-ALIAS in the registry table, leaving
      *> WS-REGY-IX pointing at it when found.
      *>------------------------------------------------------------------------
       FIND-REGISTRY-ENTRY SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-REGY-FOUND

          PERFORM VARYING WS-REGY-IX FROM 1 BY 1
                  UNTIL WS-REGY-IX > WS-REGY-COUNT
                     OR REGY-ENTRY-FOUND
             IF WS-RG-ALIAS(WS-REGY-IX) = WS-REGY-LOOKUP-ALIAS
                MOVE 'Y' TO WS-REGY-FOUND
             END-IF
          END-PERFORM

          IF REGY-ENTRY-FOUND
             SUBTRACT 1 FROM WS-REGY-IX
          END-IF
          .
       FIND-REGISTRY-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads the planned-maintenance calendar (MAINTCAL) into the
      *> window table. No file, or an empty one, is simply an empty
                DISPLAY "SWEEP MODE - CONTINUING TO NEXT SUBSYSTEM"
                MOVE 'Y' TO WS-VAULT-LOOKUP-FAILED
             ELSE
                PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
                MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
                STOP RUN
             END-IF
                DISPLAY "SWEEP MODE - CONTINUING TO NEXT SUBSYSTEM"
                MOVE 'Y' TO WS-VAULT-LOOKUP-FAILED
             ELSE
                PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
                MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
                STOP RUN
             END-IF
          MOVE WS-ALERT-SQLCODE TO ALERT-SQLCODE
          MOVE WS-ALERT-CONSEC-FAILS TO ALERT-CONSEC-FAILS

      *> route to the owning team - blank when the alias has no
      *> registry entry, which pre-flight has already warned on
          MOVE WS-ALERT-ALIAS TO WS-REGY-LOOKUP-ALIAS
          PERFORM FIND-REGISTRY-ENTRY THRU FIND-REGISTRY-ENTRY-EX
          IF REGY-ENTRY-FOUND
             MOVE WS-RG-OWNER-TEAM(WS-REGY-IX) TO ALERT-OWNER-TEAM
             MOVE WS-RG-TIER(WS-REGY-IX) TO ALERT-TIER
          ELSE
             MOVE SPACES TO ALERT-OWNER-TEAM
             MOVE SPACES TO ALERT-TIER
          END-IF

          IF WS-ALERT-CONSEC-FAILS >= WS-ALERT-CRIT-LIMIT
             MOVE "CRITICAL" TO ALERT-SEVERITY
          ELSE
          IF SWEEP-ACTIVE
             DISPLAY "SWEEP MODE - CONTINUING TO NEXT SUBSYSTEM"
          ELSE
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF
          .
       ABEND-DB2CONN-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. Written before the control
      *> cards are read, so the pass is not yet known - the end record
      *> carries it. A ledger that cannot be written does not stop the
      *> sweep, but the run is flagged so the missing record is
      *> explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2CONN" TO RLED-PROGRAM-ID
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
      *> End record on the run ledger, from every exit the run can
      *> take. The run key is what DB2XTDLT's prerequisite reads:
      *> EXTRACT only when the feed was actually written with its
      *> trailer - an extract that was asked for and not produced is
      *> keyed as such, so no delta is ever built on it - RECHECK for
      *> an ONLY= recheck, SWEEP otherwise.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2CONN" TO RLED-PROGRAM-ID

          EVALUATE TRUE
             WHEN EXTRACT-ACTIVE AND EXTRACT-WRITTEN
                MOVE "EXTRACT" TO RLED-RUN-KEY
                MOVE WS-EXTRACT-DBALIAS TO RLED-RUN-ALIAS
             WHEN EXTRACT-ACTIVE
                MOVE "EXTRACT NOT PRODUCED" TO RLED-RUN-KEY
                MOVE WS-EXTRACT-DBALIAS TO RLED-RUN-ALIAS
             WHEN ONLY-MODE-ACTIVE
                MOVE "RECHECK" TO RLED-RUN-KEY
                MOVE WS-ONLY-ALIAS TO RLED-RUN-ALIAS
             WHEN OTHER
                MOVE "SWEEP" TO RLED-RUN-KEY
          END-EVALUATE

          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "SUBSYS" TO RLED-COUNT-NAME(1)
          MOVE WS-SUBSYS-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "PASS" TO RLED-COUNT-NAME(2)
          MOVE WS-PASS-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "FAIL" TO RLED-COUNT-NAME(3)
          MOVE WS-FAIL-COUNT TO RLED-COUNT-VALUE(3)
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
       END PROGRAM DB2CONN.
