      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - Start and end of every run recorded on the run
      *>              ledger (RUNLEDGR) through DB2RLED.
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
           DISPLAY "INSIDE DB2 ENVIRONMENT DRIFT MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM LOAD-TODAY-SNAPSHOT THRU LOAD-TODAY-SNAPSHOT-EX
           PERFORM LOAD-PRIOR-SNAPSHOT THRU LOAD-PRIOR-SNAPSHOT-EX

              DISPLAY "NO ENVIRONMENT DRIFT BETWEEN THE SNAPSHOTS"
           END-IF

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 ENVIRONMENT DRIFT MODULE - RC="
            RETURN-CODE
       MAIN-DB2ENVDF-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the drift check, but the run is
      *> flagged so the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2ENVDF" TO RLED-PROGRAM-ID
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
      *> End record on the run ledger, carrying the final RC, the
      *> entries in each snapshot and the drift found between them.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2ENVDF" TO RLED-PROGRAM-ID
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "TODAY" TO RLED-COUNT-NAME(1)
          MOVE WS-TDY-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "PRIOR" TO RLED-COUNT-NAME(2)
          MOVE WS-PRI-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "DRIFT" TO RLED-COUNT-NAME(3)
          MOVE WS-DRIFT-COUNT TO RLED-COUNT-VALUE(3)
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
       LOAD-TODAY-SNAPSHOT SECTION.
      *>------------------------------------------------------------------------
             DISPLAY "*** ENVRPT NOT AVAILABLE, STATUS="
              WS-ENV-FILE-STATUS " - NOTHING TO COMPARE"
             MOVE 8 TO WS-BATCH-RETURN-CODE
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF
