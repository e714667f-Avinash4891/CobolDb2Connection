      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - Start and end of every run recorded on the run
      *>              ledger (RUNLEDGR). The delta is refused with RC 16
      *>              unless tonight's DB2CONN extract pass is on the
      *>              ledger as ended with RC 8 or better - a rerun that
      *>              skipped the extract once left a stale EXTRFILE
      *>              in place and a delta was built from it.
      *>            - Also refused with RC 16 unless tonight's DB2XTDQ
      *>              quality check of this EXTRFILE (its header run
      *>              date and alias) is on the ledger as ended below
      *>              RC 8 - a held extract must not flow into the
      *>              delta.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           88 COMPARING-TONIGHT-PASS   VALUE 'T'.

      *> tonight's header fields, carried onto the delta header
       01  WS-CUR-RUN-DATE             PIC X(26) VALUE SPACES.
       01  WS-CUR-DBALIAS              PIC X(9) VALUE SPACES.

      *> delta control totals
       01  WS-DELT-COUNT               PIC 9(9) COMP-5 VALUE 0.
      *> just before GOBACK, same convention as DB2CONN
       01  WS-BATCH-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records and the extract and quality
      *> prerequisites, kept through the DB2RLED service (see
      *> db2rled.cpy)
       01  WS-RLED-REQUEST             PIC X(8).
       01  WS-RLED-STATUS              PIC S9(9) COMP-5.
      *> worst DB2CONN extract RC this delta can safely be built on
       01  WS-PREREQ-MAX-RC            PIC 9(4) VALUE 8.
      *> worst DB2XTDQ verdict the delta may be built on - RC 8 and
      *> up is the quality check's HOLD
       01  WS-DQ-MAX-RC                PIC 9(4) VALUE 4.
       01  WS-PREREQ-MET               PIC X VALUE 'N'.
           88 EXTRACT-PREREQ-MET       VALUE 'Y'.
      *> EXTRFILE's header, read ahead of the quality check so the
      *> DB2XTDQ end record looked for is the one for this extract
       01  WS-XTR-HDR-RUN-DATE         PIC X(26) VALUE SPACES.
       01  WS-XTR-HDR-DBALIAS          PIC X(9) VALUE SPACES.
       COPY "db2rled.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 EXTRACT DELTA MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM CHECK-EXTRACT-PREREQ THRU CHECK-EXTRACT-PREREQ-EX

           IF EXTRACT-PREREQ-MET
              PERFORM CHECK-QUALITY-PREREQ THRU CHECK-QUALITY-PREREQ-EX
           END-IF

           IF NOT EXTRACT-PREREQ-MET
              DISPLAY "*** PREREQUISITE NOT MET - NO DELTA PRODUCED"
              MOVE 16 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              DISPLAY "EXITING DB2 EXTRACT DELTA MODULE - RC="
               RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-PRIOR-EXTRACT THRU LOAD-PRIOR-EXTRACT-EX

           IF NOT DELTA-FEED-VALID
              DISPLAY "*** PRIOR EXTRACT FAILED VALIDATION - NO DELTA"
               " PRODUCED"
              MOVE 12 TO WS-BATCH-RETURN-CODE
              PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
            " UNCHANGED=" WS-UNCHANGED-COUNT " ADDED=" WS-ADD-COUNT
            " CHANGED=" WS-CHG-COUNT " DELETED=" WS-DEL-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 EXTRACT DELTA MODULE - RC="
            RETURN-CODE
       MAIN-DB2XTDLT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The delta is only as current as EXTRFILE, and nothing in the
      *> file itself says whether tonight's DB2CONN run actually
      *> rewrote it. The ledger does: tonight's batch night must hold
      *> a DB2CONN end record for an EXTRACT pass with RC 8 or better.
      *> No ledger entry, a failed extract, or a ledger that cannot be
      *> read all mean the extract is not proven current - refuse.
      *>------------------------------------------------------------------------
       CHECK-EXTRACT-PREREQ SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-PREREQ-MET

          INITIALIZE RLED-RECORD
          MOVE "DB2CONN" TO RLED-PROGRAM-ID
          MOVE "E" TO RLED-REC-TYPE
          MOVE "EXTRACT" TO RLED-RUN-KEY
          MOVE "TONIGHT" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS

          EVALUATE TRUE
             WHEN WS-RLED-STATUS = 100
                DISPLAY "*** NO DB2CONN EXTRACT PASS ENDED ON THE RUN"
                 " LEDGER FOR BATCH NIGHT " RLED-RUN-DATE
                DISPLAY "*** EXTRFILE MAY BE A PRIOR NIGHT'S EXTRACT"
             WHEN WS-RLED-STATUS NOT = 0
                DISPLAY "*** RUN LEDGER UNREADABLE - DB2CONN EXTRACT"
                 " PASS CANNOT BE PROVEN"
             WHEN RLED-RETURN-CODE > WS-PREREQ-MAX-RC
                DISPLAY "*** DB2CONN EXTRACT PASS FOR BATCH NIGHT "
                 RLED-RUN-DATE " ENDED RC=" RLED-RETURN-CODE
                 " AT " RLED-TIMESTAMP
             WHEN OTHER
                DISPLAY "DB2CONN EXTRACT PASS FOR BATCH NIGHT "
                 RLED-RUN-DATE " ENDED RC=" RLED-RETURN-CODE
                 " AT " RLED-TIMESTAMP " - PREREQUISITE MET"
                MOVE 'Y' TO WS-PREREQ-MET
          END-EVALUATE
          .
       CHECK-EXTRACT-PREREQ-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> A current extract is not yet a fit one. DB2XTDQ judges the
      *> content of the same EXTRFILE, and its HOLD (RC 8 and up)
      *> must stop the delta as surely as a missing extract does:
      *> tonight's batch night must hold a DB2XTDQ end record below
      *> RC 8, keyed by the header run date and alias of the EXTRFILE
      *> in hand - a quality check of an earlier extract tonight does
      *> not vouch for a re-extract. No header, no record, a held
      *> extract, or a ledger that cannot be read all refuse.
      *>------------------------------------------------------------------------
       CHECK-QUALITY-PREREQ SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-PREREQ-MET

          PERFORM READ-EXTRACT-HEADER THRU READ-EXTRACT-HEADER-EX
          IF WS-XTR-HDR-RUN-DATE = SPACES
             DISPLAY "*** EXTRFILE HEADER NOT READABLE - DB2XTDQ"
              " QUALITY CHECK CANNOT BE MATCHED TO IT"
             GO TO CHECK-QUALITY-PREREQ-EX
          END-IF

          INITIALIZE RLED-RECORD
          MOVE "DB2XTDQ" TO RLED-PROGRAM-ID
          MOVE "E" TO RLED-REC-TYPE
          MOVE WS-XTR-HDR-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-XTR-HDR-DBALIAS TO RLED-RUN-ALIAS
          MOVE "TONIGHT" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS

          EVALUATE TRUE
             WHEN WS-RLED-STATUS = 100
                DISPLAY "*** NO DB2XTDQ QUALITY CHECK ENDED ON THE RUN"
                 " LEDGER FOR BATCH NIGHT " RLED-RUN-DATE
                DISPLAY "*** FOR EXTRACT " WS-XTR-HDR-RUN-DATE " "
                 WS-XTR-HDR-DBALIAS
             WHEN WS-RLED-STATUS NOT = 0
                DISPLAY "*** RUN LEDGER UNREADABLE - DB2XTDQ QUALITY"
                 " CHECK CANNOT BE PROVEN"
             WHEN RLED-RETURN-CODE > WS-DQ-MAX-RC
                DISPLAY "*** DB2XTDQ QUALITY CHECK FOR BATCH NIGHT "
                 RLED-RUN-DATE " ENDED RC=" RLED-RETURN-CODE
                 " AT " RLED-TIMESTAMP " - EXTRACT HELD"
             WHEN OTHER
                DISPLAY "DB2XTDQ QUALITY CHECK FOR BATCH NIGHT "
                 RLED-RUN-DATE " ENDED RC=" RLED-RETURN-CODE
                 " AT " RLED-TIMESTAMP " - PREREQUISITE MET"
                MOVE 'Y' TO WS-PREREQ-MET
          END-EVALUATE
          .
       CHECK-QUALITY-PREREQ-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads EXTRFILE's first record for its header run date and
      *> alias. Anything other than a header there leaves them blank;
      *> the full validation of the file comes later, in the compare.
      *>------------------------------------------------------------------------
       READ-EXTRACT-HEADER SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO WS-XTR-HDR-RUN-DATE
          MOVE SPACES TO WS-XTR-HDR-DBALIAS

          OPEN INPUT EXTRFILE
          IF NOT EXTR-FILE-OK
             DISPLAY "*** EXTRFILE NOT AVAILABLE, STATUS="
              WS-EXTR-FILE-STATUS
             GO TO READ-EXTRACT-HEADER-EX
          END-IF

          READ EXTRFILE
          IF EXTR-FILE-OK AND EXTR-RAW-RECORD(1:1) = "H"
             MOVE EXTR-RAW-RECORD TO EXTR-HEADER-RECORD
             MOVE EXTR-HDR-RUN-DATE TO WS-XTR-HDR-RUN-DATE
             MOVE EXTR-HDR-DBALIAS TO WS-XTR-HDR-DBALIAS
          END-IF

          CLOSE EXTRFILE
          .
       READ-EXTRACT-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the delta, but the run is flagged so
      *> the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2XTDLT" TO RLED-PROGRAM-ID
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
      *> delta's A/C/D counts.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2XTDLT" TO RLED-PROGRAM-ID
          MOVE WS-CUR-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-CUR-DBALIAS TO RLED-RUN-ALIAS
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "ADDS" TO RLED-COUNT-NAME(1)
          MOVE WS-ADD-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "CHANGES" TO RLED-COUNT-NAME(2)
          MOVE WS-CHG-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "DELETES" TO RLED-COUNT-NAME(3)
          MOVE WS-DEL-COUNT TO RLED-COUNT-VALUE(3)
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
      *> Loads and validates the prior night's retained extract. The
      *> whole file must prove itself - header present, trailer
