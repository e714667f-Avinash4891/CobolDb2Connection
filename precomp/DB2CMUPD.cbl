      *>               carries on; any other SQL error rolls back to
      *>               the last commit and stops, leaving the
      *>               checkpoint pointing at the resume position.
      *>               Every rejected detail is appended to the
      *>               suspense file (UPDSUSP, db2susp.cpy) with its
      *>               original image, the feed's header run date, its
      *>               sequence number, the SQLCODE and the reason;
      *>               DB2CMSUS corrects and resubmits from there. A
      *>               suspense file that cannot be written stops the
      *>               apply - a reject must never be lost.
      *>               Every row changed is journaled to UPDJRNL
      *>               (db2jrnl.cpy) in the same unit of work - the
      *>               before-image for a change or delete, the key
      *>               for an add - with a commit mark after each
      *>               commit and a rollback mark on restart or
      *>               rollback, so DB2CMBAK can reverse exactly what
      *>               one feed run committed. A journal that cannot
      *>               be written stops the apply.
      *>
      *>               Control cards (UPDCTL): TARGET=<alias> names the
      *>               subsystem (required, must be a PARMFILE entry's
      *>               alias or its PARM-2ND-DBALIAS DR alias);
      *>               COMMITN=<n> overrides the commit interval
      *>               (default 500); REAPPLY=Y lets a feed already
      *>               applied to the target be applied again (after
      *>               DB2CMBAK has backed it out).
      *>
      *>               Start and end of every run are recorded on the
      *>               run ledger (RUNLEDGR) through DB2RLED, the end
      *>               record keyed by the feed's header run date and
      *>               the target alias. A feed the ledger shows as
      *>               already applied to the target (an end record
      *>               with RC 8 or better, or of any RC with every
      *>               transaction of the feed committed) is refused
      *>               with RC 16 unless REAPPLY=Y is carded.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - Rejected details written to the UPDSUSP suspense
      *>              file for correction and resubmission by DB2CMSUS
      *>              instead of only a DISPLAY line.
      *>            - Before-image journal (UPDJRNL) of every row
      *>              changed, with commit/rollback marks, for backout
      *>              of a feed run by DB2CMBAK.
      *>            - Run ledger (RUNLEDGR) start/end records; a feed
      *>              already applied to the target is refused with
      *>              RC 16 unless REAPPLY=Y is carded.
      *>            - Restart checkpoint stamped with the target too and
      *>              laid down before the first detail; suspense
      *>              entries already held for the feed suppress new
      *>              ones only when resuming an interrupted run, never
      *>              on a fresh or REAPPLY=Y run.
      *>            - Ledger end record carries the transactions
      *>              committed; a run that committed the whole feed
      *>              counts as applied whatever its RC, and a lost
      *>              final commit mark leaves the checkpoint past the
      *>              end instead of clearing it.
      *>            - TARGET= also matches a PARM-2ND-DBALIAS DR alias,
      *>              connecting with its PARM-2ND-* credentials, so a
      *>              DB2DRSYN repair feed can be applied.
      *>************************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDRPT-FILE-STATUS.

           SELECT UPDSUSP ASSIGN TO "UPDSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT UPDJRNL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPDTFILE

      *> restart control record - the count of feed details covered by
      *> the last commit (applied or rejected, either way final),
      *> stamped with the feed header's run date and the target so a
      *> checkpoint left by an OLDER feed, or by this feed's run
      *> against the other target, can never make this one skip its
      *> opening transactions. It is laid down at count 0 before the
      *> first detail is applied and cleared only when a run
      *> completes, so a stamped checkpoint always means an
      *> interrupted run of this feed
       FD  UPDCKPT
           RECORDING MODE IS F.
       01  UPDCKPT-RECORD.
           05 UCKPT-DONE-COUNT        PIC 9(9).
           05 UCKPT-RUN-DATE          PIC X(26).
           05 UCKPT-TARGET-ALIAS      PIC X(9).

       FD  UPDRPT
           RECORDING MODE IS F.
       01  UPDRPT-RECORD              PIC X(80).

      *> rejected-transaction suspense, appended to across runs
       FD  UPDSUSP
           RECORDING MODE IS F.
       COPY "db2susp.cpy".

      *> before-image journal, appended to across runs
       FD  UPDJRNL
           RECORDING MODE IS F.
       COPY "db2jrnl.cpy".

       WORKING-STORAGE SECTION.

       01  WS-UPDT-FILE-STATUS         PIC X(2).
       01  WS-UPDRPT-FILE-STATUS       PIC X(2).
           88 UPDRPT-FILE-OK           VALUE "00".

       01  WS-SUSP-FILE-STATUS         PIC X(2).
           88 SUSP-FILE-OK             VALUE "00".
           88 SUSP-FILE-EOF            VALUE "10".
           88 SUSP-FILE-NOT-FOUND      VALUE "35".

       01  WS-JRNL-FILE-STATUS         PIC X(2).
           88 JRNL-FILE-OK             VALUE "00".
           88 JRNL-FILE-NOT-FOUND      VALUE "35".

      *> the feed's record shapes - shared with the delta feed so the
      *> CRM round trip reads and writes one discipline
       COPY "db2xdel.cpy".
      *> run controls off the UPDCTL cards
       01  WS-TARGET-ALIAS             PIC X(9) VALUE SPACES.
       01  WS-COMMIT-INTERVAL          PIC 9(5) COMP-5 VALUE 500.
       01  WS-REAPPLY-FLAG             PIC X VALUE 'N'.
           88 REAPPLY-ALLOWED          VALUE 'Y'.

       01  WS-PARM-ALIAS-FOUND         PIC X VALUE 'N'.
           88 PARM-ALIAS-FOUND         VALUE 'Y'.
      *> commit (what the checkpoint is advanced to)
       01  WS-DETAIL-SEQ               PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUME-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CKPT-RESUMING            PIC X VALUE 'N'.
           88 RESUMING-FROM-CKPT       VALUE 'Y'.
       01  WS-COMMITTED-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-SINCE-COMMIT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-APPLIED-DEL              PIC 9(9) COMP-5 VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) COMP-5 VALUE 0.

      *> suspense controls - rejects written this run, and the highest
      *> sequence of THIS feed already in suspense from an interrupted
      *> run: its suspense writes were not covered by the rollback, so
      *> a reapplied reject at or below it is already held
       01  WS-SUSPENDED-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-SUSP-HELD-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-SUSP-HIGH-SEQ            PIC 9(9) COMP-5 VALUE 0.
       01  WS-MORE-SUSP                PIC X VALUE 'Y'.
       01  WS-SUSP-REASON              PIC X(40).

      *> journal controls - rows journaled this run, and the mark
      *> (K commit, B rollback/restart) and position being written
       01  WS-JOURNALED-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-JRNL-MARK-TYPE           PIC X(1).
       01  WS-JRNL-MARK-SEQ            PIC 9(9) COMP-5.

      *> set on the first SQL error that is not a reject - applying
      *> stops, the uncommitted work is rolled back, and the
      *> checkpoint is left at the last committed position
      *> just before GOBACK, same convention as DB2CONN
       01 WS-BATCH-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records and the already-applied check,
      *> kept through the DB2RLED service (see db2rled.cpy)
       01 WS-RLED-REQUEST              PIC X(8).
       01 WS-RLED-STATUS               PIC S9(9) COMP-5.
      *> worst ledger RC of an earlier run that still counts as the
      *> feed having been applied - RC 12 stopped mid-feed and resumes
      *> from UPDCKPT instead, unless its end record shows every
      *> transaction committed
       01 WS-APPLIED-MAX-RC            PIC 9(4) VALUE 8.
       01 WS-FEED-ALREADY-APPLIED      PIC X VALUE 'N'.
          88 FEED-ALREADY-APPLIED      VALUE 'Y'.
       COPY "db2rled.cpy".

      *> connect fields with variable length, bound by DB2CONNS
       01 HV-DBALIAS.
          49 HV-DBALIAS-LEN            PIC S9(4) COMP-5.
       01 HV-CUST-NAME                 PIC X(30).
       01 HV-CUST-STATUS               PIC X(1).

      *> the row as it stood before a change or delete, for the journal
       01 HV-BEFORE-NAME               PIC X(30).
       01 HV-BEFORE-STATUS             PIC X(1).

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "  RESUMED-PAST       ".
           05 WS-RPT-SKIPPED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(23) VALUE SPACES.
       01  WS-RPT-SUSP-LINE.
           05 FILLER                   PIC X(14) VALUE "SUSPENDED     ".
           05 WS-RPT-SUSPENDED         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(21) VALUE
              "  ALREADY-HELD       ".
           05 WS-RPT-SUSP-HELD         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(23) VALUE
              "  SEE UPDSUSP/DB2CMSUS ".
       01  WS-RPT-JRNL-LINE.
           05 FILLER                   PIC X(14) VALUE "JOURNALED     ".
           05 WS-RPT-JOURNALED         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(55) VALUE
              "  BEFORE-IMAGES IN UPDJRNL - BACKOUT WITH DB2CMBAK".
       01  WS-RPT-VERDICT-LINE.
           05 FILLER                   PIC X(15) VALUE
              "RECONCILIATION ".
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CUSTOMER-MASTER UPDATE APPLIER"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EX

           MOVE 'V' TO WS-FEED-PASS
              DISPLAY "*** UPDATE FEED FAILED VALIDATION - NOTHING"
               " APPLIED"
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CHECK-FEED-NOT-APPLIED
              THRU CHECK-FEED-NOT-APPLIED-EX

           IF FEED-ALREADY-APPLIED
              DISPLAY "*** PREREQUISITE NOT MET - FEED ALREADY APPLIED,"
               " NOTHING APPLIED"
              MOVE 16 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              DISPLAY "EXITING DB2 CUSTOMER-MASTER UPDATE APPLIER - RC="
               RETURN-CODE
              GOBACK
           END-IF

                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
              PERFORM WRITE-APPLY-REPORT THRU WRITE-APPLY-REPORT-EX
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM READ-APPLY-CKPT THRU READ-APPLY-CKPT-EX
           IF NOT RESUMING-FROM-CKPT
              PERFORM UPDATE-APPLY-CKPT THRU UPDATE-APPLY-CKPT-EX
           END-IF

           PERFORM OPEN-SUSPENSE-FILE THRU OPEN-SUSPENSE-FILE-EX
           IF APPLY-BROKEN
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM OPEN-JOURNAL-FILE THRU OPEN-JOURNAL-FILE-EX
           IF APPLY-BROKEN
              CLOSE UPDSUSP
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-TO-TARGET THRU CONNECT-TO-TARGET-EX
           IF APPLY-BROKEN
              CLOSE UPDSUSP
              CLOSE UPDJRNL
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           IF APPLY-BROKEN
              PERFORM ROLLBACK-WORK THRU ROLLBACK-WORK-EX
              MOVE "B" TO WS-JRNL-MARK-TYPE
              MOVE WS-COMMITTED-COUNT TO WS-JRNL-MARK-SEQ
              PERFORM WRITE-JOURNAL-MARK THRU WRITE-JOURNAL-MARK-EX
              PERFORM UPDATE-APPLY-CKPT THRU UPDATE-APPLY-CKPT-EX
              DISPLAY "*** APPLY STOPPED AFTER " WS-COMMITTED-COUNT
               " COMMITTED TRANSACTION(S) - RERUN RESUMES THERE"
                 MOVE 12 TO WS-BATCH-RETURN-CODE
              ELSE
                 MOVE WS-DETAIL-SEQ TO WS-COMMITTED-COUNT
                 MOVE "K" TO WS-JRNL-MARK-TYPE
                 MOVE WS-COMMITTED-COUNT TO WS-JRNL-MARK-SEQ
                 PERFORM WRITE-JOURNAL-MARK THRU WRITE-JOURNAL-MARK-EX
      *> the whole feed is committed either way - without its
      *> last commit mark the checkpoint is left past the end,
      *> so a rerun can never apply it a second time
                 IF APPLY-BROKEN
                    MOVE WS-DTL-COUNT TO WS-COMMITTED-COUNT
                    PERFORM UPDATE-APPLY-CKPT THRU UPDATE-APPLY-CKPT-EX
                    MOVE 12 TO WS-BATCH-RETURN-CODE
                 ELSE
                    PERFORM CLEAR-APPLY-CKPT THRU CLEAR-APPLY-CKPT-EX
                 END-IF
              END-IF
           END-IF

           PERFORM CONNECT-RESET THRU CONNECT-RESET-EX

           CLOSE UPDSUSP
           IF NOT SUSP-FILE-OK
              DISPLAY "*** UPDSUSP CLOSE FAILED, STATUS="
               WS-SUSP-FILE-STATUS " - SUSPENSE ENTRIES MAY BE LOST,"
               " RECOVER THEM FROM THE JOB LOG"
              MOVE 12 TO WS-BATCH-RETURN-CODE
           END-IF

           CLOSE UPDJRNL
           IF NOT JRNL-FILE-OK
              DISPLAY "*** UPDJRNL CLOSE FAILED, STATUS="
               WS-JRNL-FILE-STATUS " - JOURNAL MAY BE INCOMPLETE, THIS"
               " FEED RUN CANNOT BE RELIABLY BACKED OUT"
              MOVE 12 TO WS-BATCH-RETURN-CODE
           END-IF

           PERFORM WRITE-APPLY-REPORT THRU WRITE-APPLY-REPORT-EX

           IF WS-REJECT-COUNT > 0
              DISPLAY "WARNING - " WS-REJECT-COUNT " TRANSACTION(S)"
               " REJECTED - SEE UPDRPT, HELD IN UPDSUSP"
              IF WS-BATCH-RETURN-CODE < 8
                 MOVE 8 TO WS-BATCH-RETURN-CODE
              END-IF
            " DELETED=" WS-APPLIED-DEL " REJECTED=" WS-REJECT-COUNT
            " RESUMED-PAST=" WS-SKIPPED-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CUSTOMER-MASTER UPDATE APPLIER - RC="
            RETURN-CODE
       MAIN-DB2CMUPD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> A feed that has already gone into the target must not go in
      *> twice - inserts would reject as duplicates, but changes and
      *> deletes would quietly be redone over whatever has happened
      *> to those rows since. The ledger holds an end record per feed
      *> run keyed by header run date and target: any one with RC 8
      *> or better means the feed was applied, whatever failed or
      *> refused runs came after it. So does one of any RC whose
      *> committed count covers the whole feed - a run that committed
      *> everything and then lost its last journal mark or a file
      *> close still ends RC 12. Any other run that stopped at RC 12
      *> is not applied - it resumes from UPDCKPT. A feed backed out by
      *> DB2CMBAK is carded REAPPLY=Y to go in again. A ledger that
      *> cannot be read cannot clear the feed either.
      *>------------------------------------------------------------------------
       CHECK-FEED-NOT-APPLIED SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-FEED-ALREADY-APPLIED

          INITIALIZE RLED-RECORD
          MOVE "DB2CMUPD" TO RLED-PROGRAM-ID
          MOVE "E" TO RLED-REC-TYPE
          MOVE WS-FEED-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-TARGET-ALIAS TO RLED-RUN-ALIAS
          MOVE WS-APPLIED-MAX-RC TO RLED-RETURN-CODE
          MOVE "GOODRUN" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS

          IF WS-RLED-STATUS = 100 AND WS-DTL-COUNT > 0
             INITIALIZE RLED-RECORD
             MOVE "DB2CMUPD" TO RLED-PROGRAM-ID
             MOVE WS-FEED-RUN-DATE TO RLED-RUN-KEY
             MOVE WS-TARGET-ALIAS TO RLED-RUN-ALIAS
             MOVE "COMMITTD" TO RLED-COUNT-NAME(1)
             MOVE WS-DTL-COUNT TO RLED-COUNT-VALUE(1)
             MOVE "FULLRUN" TO WS-RLED-REQUEST
             CALL "DB2RLED" USING WS-RLED-REQUEST
                                  RLED-RECORD
                                  WS-RLED-STATUS
          END-IF

          EVALUATE TRUE
             WHEN WS-RLED-STATUS = 100
                CONTINUE
             WHEN WS-RLED-STATUS NOT = 0
                DISPLAY "*** RUN LEDGER UNREADABLE - CANNOT PROVE FEED "
                 WS-FEED-RUN-DATE " NOT ALREADY APPLIED"
                MOVE 'Y' TO WS-FEED-ALREADY-APPLIED
             WHEN REAPPLY-ALLOWED
                DISPLAY "WARNING - FEED " WS-FEED-RUN-DATE
                 " ALREADY APPLIED TO " WS-TARGET-ALIAS " AT "
                 RLED-TIMESTAMP " - REAPPLIED PER REAPPLY=Y"
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
             WHEN OTHER
                DISPLAY "*** FEED " WS-FEED-RUN-DATE
                 " ALREADY APPLIED TO " WS-TARGET-ALIAS " AT "
                 RLED-TIMESTAMP " RC=" RLED-RETURN-CODE
                DISPLAY "*** CARD REAPPLY=Y ONLY IF IT HAS BEEN BACKED"
                 " OUT WITH DB2CMBAK"
                MOVE 'Y' TO WS-FEED-ALREADY-APPLIED
          END-EVALUATE
          .
       CHECK-FEED-NOT-APPLIED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the apply, but the run is flagged so
      *> the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2CMUPD" TO RLED-PROGRAM-ID
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
      *> End record on the run ledger, keyed by the feed's header run
      *> date and the target - what the already-applied check reads -
      *> carrying the final RC, the transactions committed (counted
      *> from the top of the feed, resumed runs included), the feed's
      *> size and the rejects.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2CMUPD" TO RLED-PROGRAM-ID
          MOVE WS-FEED-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-TARGET-ALIAS TO RLED-RUN-ALIAS
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "COMMITTD" TO RLED-COUNT-NAME(1)
          MOVE WS-COMMITTED-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "FEED" TO RLED-COUNT-NAME(2)
          MOVE WS-DTL-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "REJECTED" TO RLED-COUNT-NAME(3)
          MOVE WS-REJECT-COUNT TO RLED-COUNT-VALUE(3)
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
      *> Reads the UPDCTL run control cards - keyword=value, one per
      *> card, '*' in column 1 for comments, same card grammar as
          IF NOT CTL-FILE-OK
             DISPLAY "*** UPDCTL NOT AVAILABLE, STATUS="
              WS-CTL-FILE-STATUS " - A TARGET= CARD IS REQUIRED"
             MOVE 12 TO WS-BATCH-RETURN-CODE
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-TARGET-ALIAS = SPACES
             DISPLAY "*** NO TARGET= CARD IN UPDCTL - NO SUBSYSTEM"
              " TO APPLY TO"
             MOVE 12 TO WS-BATCH-RETURN-CODE
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF
          .
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             WHEN CTL-RECORD(1:8) = "REAPPLY="
                IF CTL-RECORD(9:1) = "Y" OR CTL-RECORD(9:1) = "N"
                   MOVE CTL-RECORD(9:1) TO WS-REAPPLY-FLAG
                   DISPLAY "CONTROL CARD - REAPPLY " WS-REAPPLY-FLAG
                ELSE
                   DISPLAY "WARNING - BAD REAPPLY CARD: "
                    CTL-RECORD(1:20)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             WHEN OTHER
                DISPLAY "WARNING - UNRECOGNIZED CONTROL CARD: "
                 CTL-RECORD(1:40)

      *>------------------------------------------------------------------------
      *> Reads the restart checkpoint. Only a checkpoint stamped with
      *> THIS feed's header run date and THIS target is honored - one
      *> left behind by an older feed, or by the same feed against
      *> the other target, is reported and ignored, so it can never
      *> make this run skip its opening transactions. A matching
      *> checkpoint means this run resumes an interrupted one, even
      *> when it stopped before its first commit (count 0).
      *>------------------------------------------------------------------------
       READ-APPLY-CKPT SECTION.
      *>------------------------------------------------------------------------
          IF CKPT-FILE-OK
             READ UPDCKPT
             IF CKPT-FILE-OK AND UCKPT-DONE-COUNT NUMERIC
              AND UCKPT-RUN-DATE NOT = SPACES
                IF UCKPT-RUN-DATE = WS-FEED-RUN-DATE
                 AND UCKPT-TARGET-ALIAS = WS-TARGET-ALIAS
                   MOVE 'Y' TO WS-CKPT-RESUMING
                   MOVE UCKPT-DONE-COUNT TO WS-RESUME-COUNT
                   MOVE UCKPT-DONE-COUNT TO WS-COMMITTED-COUNT
                   DISPLAY "RESTART CHECKPOINT FOUND - RESUMING"
      *>------------------------------------------------------------------------
          MOVE WS-COMMITTED-COUNT TO UCKPT-DONE-COUNT
          MOVE WS-FEED-RUN-DATE TO UCKPT-RUN-DATE
          MOVE WS-TARGET-ALIAS TO UCKPT-TARGET-ALIAS
          OPEN OUTPUT UPDCKPT
          IF NOT CKPT-FILE-OK
             DISPLAY "WARNING - UNABLE TO OPEN UPDCKPT, STATUS="
      *>------------------------------------------------------------------------
          MOVE 0 TO UCKPT-DONE-COUNT
          MOVE SPACES TO UCKPT-RUN-DATE
          MOVE SPACES TO UCKPT-TARGET-ALIAS
          OPEN OUTPUT UPDCKPT
          IF NOT CKPT-FILE-OK
             DISPLAY "WARNING - UNABLE TO OPEN UPDCKPT, STATUS="
             MOVE PARM-USERID TO HV-USERID-BUF
             MOVE PARM-VAULT-KEY TO WS-VAULT-LOOKUP-KEY
             MOVE 'N' TO WS-MORE-PARM
             GO TO SCAN-ONE-PARM-ENTRY-EX
          END-IF

      *> A DR alias has no entry of its own - it is carried as the
      *> PARM-2ND-* half of its primary's entry, with its own
      *> credentials (a DB2DRSYN repair feed targets it this way)
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
          MOVE DELT-DTL-CUST-NAME TO HV-CUST-NAME
          MOVE DELT-DTL-CUST-STATUS TO HV-CUST-STATUS

          IF DELT-DTL-ACTION = "C" OR DELT-DTL-ACTION = "D"
             PERFORM SELECT-BEFORE-IMAGE THRU SELECT-BEFORE-IMAGE-EX
             IF APPLY-BROKEN
                GO TO APPLY-ONE-DETAIL-EX
             END-IF
          END-IF

          EVALUATE DELT-DTL-ACTION
             WHEN "A"
                PERFORM INSERT-CUSTOMER-ROW
             GO TO APPLY-ONE-DETAIL-EX
          END-IF

      *> the change landed - journal it inside the same unit of work
          IF SQL-STATUS-OK
             PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-ENTRY-EX
             IF APPLY-BROKEN
                GO TO APPLY-ONE-DETAIL-EX
             END-IF
          END-IF

          ADD 1 TO WS-SINCE-COMMIT
          IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
             PERFORM COMMIT-WORK THRU COMMIT-WORK-EX
             IF NOT APPLY-BROKEN
                MOVE WS-DETAIL-SEQ TO WS-COMMITTED-COUNT
                MOVE "K" TO WS-JRNL-MARK-TYPE
                MOVE WS-COMMITTED-COUNT TO WS-JRNL-MARK-SEQ
                PERFORM WRITE-JOURNAL-MARK THRU WRITE-JOURNAL-MARK-EX
                PERFORM UPDATE-APPLY-CKPT THRU UPDATE-APPLY-CKPT-EX
                MOVE 0 TO WS-SINCE-COMMIT
             END-IF
                ADD 1 TO WS-REJECT-COUNT
                DISPLAY "REJECTED - TRANSACTION " WS-DETAIL-SEQ
                 " ADD FOR EXISTING CUST-ID " HV-CUST-ID
                MOVE "ADD FOR EXISTING CUST-ID" TO WS-SUSP-REASON
                PERFORM WRITE-SUSPENSE-ENTRY
                   THRU WRITE-SUSPENSE-ENTRY-EX
             WHEN OTHER
                DISPLAY "*** INSERT SQLCODE=" SQLCODE
                 " AT TRANSACTION " WS-DETAIL-SEQ
                ADD 1 TO WS-REJECT-COUNT
                DISPLAY "REJECTED - TRANSACTION " WS-DETAIL-SEQ
                 " CHANGE FOR UNKNOWN CUST-ID " HV-CUST-ID
                MOVE "CHANGE FOR UNKNOWN CUST-ID" TO WS-SUSP-REASON
                PERFORM WRITE-SUSPENSE-ENTRY
                   THRU WRITE-SUSPENSE-ENTRY-EX
             WHEN OTHER
                DISPLAY "*** UPDATE SQLCODE=" SQLCODE
                 " AT TRANSACTION " WS-DETAIL-SEQ
                ADD 1 TO WS-REJECT-COUNT
                DISPLAY "REJECTED - TRANSACTION " WS-DETAIL-SEQ
                 " DELETE FOR UNKNOWN CUST-ID " HV-CUST-ID
                MOVE "DELETE FOR UNKNOWN CUST-ID" TO WS-SUSP-REASON
                PERFORM WRITE-SUSPENSE-ENTRY
                   THRU WRITE-SUSPENSE-ENTRY-EX
             WHEN OTHER
                DISPLAY "*** DELETE SQLCODE=" SQLCODE
                 " AT TRANSACTION " WS-DETAIL-SEQ
       SET-CUSTOMER-HOST-VARS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Readies the suspense file for the apply pass. When this run
      *> resumes an interrupted run of the same feed and target, the
      *> entries already held for them came from that run, whose
      *> suspense writes the rollback could not take back - the
      *> highest such sequence is noted so a reapplied reject is not
      *> held twice. A run that is not resuming starts at sequence 0:
      *> entries left by earlier, completed runs of the feed (open,
      *> resubmitted, cancelled or closed) say nothing about this
      *> run's rejects. Nor does a REAPPLY=Y run trust them - after a
      *> DB2CMBAK backout the old run's entries look exactly like an
      *> interrupted run's. The file is then opened for append;
      *> absent means first use. A suspense file that cannot be
      *> opened stops the job before anything is applied.
      *>------------------------------------------------------------------------
       OPEN-SUSPENSE-FILE SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-SUSP-HIGH-SEQ
          IF RESUMING-FROM-CKPT AND NOT REAPPLY-ALLOWED
             OPEN INPUT UPDSUSP
             IF SUSP-FILE-OK
                MOVE 'Y' TO WS-MORE-SUSP
                PERFORM SCAN-ONE-SUSPENSE-ENTRY
                   THRU SCAN-ONE-SUSPENSE-ENTRY-EX
                   UNTIL WS-MORE-SUSP = 'N'
                CLOSE UPDSUSP
             END-IF
          END-IF

          IF WS-SUSP-HIGH-SEQ > 0
             DISPLAY "SUSPENSE ALREADY HOLDS THIS FEED UP TO"
              " TRANSACTION " WS-SUSP-HIGH-SEQ " - NOT HELD TWICE"
          END-IF

          OPEN EXTEND UPDSUSP
          IF SUSP-FILE-NOT-FOUND
             CLOSE UPDSUSP
             OPEN OUTPUT UPDSUSP
          END-IF

          IF NOT SUSP-FILE-OK
             DISPLAY "*** UNABLE TO OPEN UPDSUSP, STATUS="
              WS-SUSP-FILE-STATUS " - REJECTS COULD NOT BE HELD,"
              " NOTHING APPLIED"
             MOVE 'Y' TO WS-APPLY-BROKEN
          END-IF
          .
       OPEN-SUSPENSE-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-SUSPENSE-ENTRY SECTION.
      *>------------------------------------------------------------------------
          READ UPDSUSP

          IF NOT SUSP-FILE-OK
             MOVE 'N' TO WS-MORE-SUSP
             GO TO SCAN-ONE-SUSPENSE-ENTRY-EX
          END-IF

          IF SUSP-FEED-RUN-DATE = WS-FEED-RUN-DATE
           AND SUSP-TARGET-ALIAS = WS-TARGET-ALIAS
           AND SUSP-DETAIL-SEQ NUMERIC
           AND SUSP-DETAIL-SEQ > WS-SUSP-HIGH-SEQ
             MOVE SUSP-DETAIL-SEQ TO WS-SUSP-HIGH-SEQ
          END-IF
          .
       SCAN-ONE-SUSPENSE-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Holds the rejected detail in hand in suspense, with the
      *> reason its caller set. A write that fails stops the apply:
      *> the reject would otherwise exist only in the job log.
      *>------------------------------------------------------------------------
       WRITE-SUSPENSE-ENTRY SECTION.
      *>------------------------------------------------------------------------
          IF WS-DETAIL-SEQ <= WS-SUSP-HIGH-SEQ
             ADD 1 TO WS-SUSP-HELD-COUNT
             GO TO WRITE-SUSPENSE-ENTRY-EX
          END-IF

          MOVE WS-FEED-RUN-DATE TO SUSP-FEED-RUN-DATE
          MOVE WS-DETAIL-SEQ TO SUSP-DETAIL-SEQ
          MOVE WS-TARGET-ALIAS TO SUSP-TARGET-ALIAS
          MOVE FUNCTION CURRENT-DATE(1:8) TO SUSP-REJECT-DATE
          MOVE SQLCODE TO SUSP-SQLCODE
          MOVE WS-SUSP-REASON TO SUSP-REASON
          MOVE "O" TO SUSP-STATE
          MOVE SPACES TO SUSP-CLOSED-DATE
          MOVE SPACES TO SUSP-RESUB-RUN-DATE
          MOVE DELT-DETAIL-RECORD TO SUSP-ORIG-IMAGE
          MOVE SPACES TO SUSP-FIX-IMAGE
          WRITE SUSP-RECORD

          IF NOT SUSP-FILE-OK
             DISPLAY "*** UPDSUSP WRITE FAILED, STATUS="
              WS-SUSP-FILE-STATUS " AT TRANSACTION " WS-DETAIL-SEQ
              " - APPLY STOPPED SO NO REJECT IS LOST"
             MOVE 'Y' TO WS-APPLY-BROKEN
             GO TO WRITE-SUSPENSE-ENTRY-EX
          END-IF

          ADD 1 TO WS-SUSPENDED-COUNT
          .
       WRITE-SUSPENSE-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Fetches the row a change or delete is about to overwrite, for
      *> the journal. Not found is left to the change itself, which
      *> rejects it the usual way; any other error stops the apply.
      *>------------------------------------------------------------------------
       SELECT-BEFORE-IMAGE SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO HV-BEFORE-NAME
          MOVE SPACES TO HV-BEFORE-STATUS

      *EXEC SQL
      *SELECT CUST_NAME, CUST_STATUS
      *         INTO :HV-BEFORE-NAME, :HV-BEFORE-STATUS
      *         FROM APPDB.CUSTOMER_MASTER
      *        WHERE CUST_ID = :HV-CUST-ID
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 4 TO SQL-STMT-ID
           MOVE 1 TO SQLDSIZE
           MOVE 5 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 5 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-ID
            BY VALUE 0
                     0

           MOVE 2 TO SQLDSIZE
           MOVE 6 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 30 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-BEFORE-NAME
            BY VALUE 0
                     0

           MOVE 1 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 6 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-BEFORE-STATUS
            BY VALUE 0
                     0

           MOVE 6 TO SQL-OUTPUT-SQLDA-ID
           MOVE 5 TO SQL-INPUT-SQLDA-ID
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
          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
             DISPLAY "*** BEFORE-IMAGE SQLCODE=" SQLCODE
              " AT TRANSACTION " WS-DETAIL-SEQ
             MOVE 'Y' TO WS-APPLY-BROKEN
          END-IF
          .
       SELECT-BEFORE-IMAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Readies the journal for the apply pass - opened for append,
      *> absent means first use - and writes a restart mark at the
      *> resume position: journal records an interrupted run of this
      *> feed wrote past its last commit never reached the table, and
      *> the mark voids them before this run journals those
      *> transactions again. No journal, no apply.
      *>------------------------------------------------------------------------
       OPEN-JOURNAL-FILE SECTION.
      *>------------------------------------------------------------------------
          OPEN EXTEND UPDJRNL
          IF JRNL-FILE-NOT-FOUND
             CLOSE UPDJRNL
             OPEN OUTPUT UPDJRNL
          END-IF

          IF NOT JRNL-FILE-OK
             DISPLAY "*** UNABLE TO OPEN UPDJRNL, STATUS="
              WS-JRNL-FILE-STATUS " - CHANGES COULD NOT BE JOURNALED,"
              " NOTHING APPLIED"
             MOVE 'Y' TO WS-APPLY-BROKEN
             GO TO OPEN-JOURNAL-FILE-EX
          END-IF

          MOVE "B" TO WS-JRNL-MARK-TYPE
          MOVE WS-RESUME-COUNT TO WS-JRNL-MARK-SEQ
          PERFORM WRITE-JOURNAL-MARK THRU WRITE-JOURNAL-MARK-EX
          IF APPLY-BROKEN
             CLOSE UPDJRNL
          END-IF
          .
       OPEN-JOURNAL-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Journals the detail just applied. A change or delete carries
      *> the before-image fetched ahead of it; an add carries only its
      *> key. A write that fails stops the apply, so the uncommitted
      *> change is rolled back rather than left unreversible.
      *>------------------------------------------------------------------------
       WRITE-JOURNAL-ENTRY SECTION.
      *>------------------------------------------------------------------------
          MOVE "I" TO JRNL-REC-TYPE
          MOVE WS-FEED-RUN-DATE TO JRNL-FEED-RUN-DATE
          MOVE WS-TARGET-ALIAS TO JRNL-TARGET-ALIAS
          MOVE WS-DETAIL-SEQ TO JRNL-DETAIL-SEQ
          MOVE DELT-DTL-ACTION TO JRNL-ACTION
          MOVE DELT-DTL-CUST-ID TO JRNL-CUST-ID
          IF DELT-DTL-ACTION = "A"
             MOVE SPACES TO JRNL-BEFORE-NAME
             MOVE SPACES TO JRNL-BEFORE-STATUS
          ELSE
             MOVE HV-BEFORE-NAME TO JRNL-BEFORE-NAME
             MOVE HV-BEFORE-STATUS TO JRNL-BEFORE-STATUS
          END-IF
          MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-WRITTEN-TS
          WRITE JRNL-RECORD

          IF NOT JRNL-FILE-OK
             DISPLAY "*** UPDJRNL WRITE FAILED, STATUS="
              WS-JRNL-FILE-STATUS " AT TRANSACTION " WS-DETAIL-SEQ
              " - APPLY STOPPED, CHANGE NOT JOURNALED"
             MOVE 'Y' TO WS-APPLY-BROKEN
             GO TO WRITE-JOURNAL-ENTRY-EX
          END-IF

          ADD 1 TO WS-JOURNALED-COUNT
          .
       WRITE-JOURNAL-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Writes a commit (K) or rollback/restart (B) mark for this
      *> feed run at WS-JRNL-MARK-SEQ. A commit mark that cannot be
      *> written stops the job - the committed rows would otherwise
      *> look void to DB2CMBAK.
      *>------------------------------------------------------------------------
       WRITE-JOURNAL-MARK SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-JRNL-MARK-TYPE TO JRNL-REC-TYPE
          MOVE WS-FEED-RUN-DATE TO JRNL-FEED-RUN-DATE
          MOVE WS-TARGET-ALIAS TO JRNL-TARGET-ALIAS
          MOVE WS-JRNL-MARK-SEQ TO JRNL-DETAIL-SEQ
          MOVE SPACES TO JRNL-ACTION
          MOVE 0 TO JRNL-CUST-ID
          MOVE SPACES TO JRNL-BEFORE-NAME
          MOVE SPACES TO JRNL-BEFORE-STATUS
          MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-WRITTEN-TS
          WRITE JRNL-RECORD

          IF NOT JRNL-FILE-OK
             DISPLAY "*** UPDJRNL " WS-JRNL-MARK-TYPE " MARK WRITE"
              " FAILED, STATUS=" WS-JRNL-FILE-STATUS " AT TRANSACTION "
              WS-JRNL-MARK-SEQ " - JOURNAL CANNOT BE TRUSTED FOR"
              " BACKOUT OF THIS FEED RUN"
             MOVE 'Y' TO WS-APPLY-BROKEN
          END-IF
          .
       WRITE-JOURNAL-MARK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMMIT-WORK SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-SKIPPED-COUNT TO WS-RPT-SKIPPED
          WRITE UPDRPT-RECORD FROM WS-RPT-REJ-LINE

          MOVE WS-SUSPENDED-COUNT TO WS-RPT-SUSPENDED
          MOVE WS-SUSP-HELD-COUNT TO WS-RPT-SUSP-HELD
          WRITE UPDRPT-RECORD FROM WS-RPT-SUSP-LINE

          MOVE WS-JOURNALED-COUNT TO WS-RPT-JOURNALED
          WRITE UPDRPT-RECORD FROM WS-RPT-JRNL-LINE

      *> the reconciliation: every feed transaction must be accounted
      *> for as applied now, rejected now, or already covered by the
      *> interrupted run's commits
