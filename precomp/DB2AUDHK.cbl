      *> ========== ============================================================
      *> 2026.08.21 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - Start and end of every run recorded on the run
      *>              ledger (RUNLEDGR) through DB2RLED, on its own
      *>              schedule outside the nightly stream.
      *>************************************************************************

       IDENTIFICATION DIVISION.
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
           DISPLAY "INSIDE DB2 AUDIT HOUSEKEEPING MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-HK-PARM THRU READ-HK-PARM-EX
           PERFORM COMPUTE-CUTOFF-DATE THRU COMPUTE-CUTOFF-DATE-EX

           DISPLAY "INQUIRY FILE - LOADED=" WS-INQ-COUNT
            " DUPLICATES SKIPPED=" WS-INQ-DUP-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 AUDIT HOUSEKEEPING MODULE - RC="
            RETURN-CODE
       MAIN-DB2AUDHK-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the housekeeping, but the run is
      *> flagged so the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2AUDHK" TO RLED-PROGRAM-ID
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
      *> audit records read, archived and kept.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2AUDHK" TO RLED-PROGRAM-ID
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "READ" TO RLED-COUNT-NAME(1)
          MOVE WS-READ-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "ARCHIVED" TO RLED-COUNT-NAME(2)
          MOVE WS-ARCH-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "KEPT" TO RLED-COUNT-NAME(3)
          MOVE WS-KEEP-COUNT TO RLED-COUNT-VALUE(3)
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
      *> Picks the retention override off the optional HKPARM card
      *> (RETDAYS=nnn, left-justified is fine). No card runs the
