      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - Start and end of every run recorded on the run
      *>              ledger (RUNLEDGR) through DB2RLED.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> just before GOBACK, same convention as DB2CONN
       01 WS-BATCH-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.

      *> run ledger - start/end records kept through the DB2RLED
      *> service (see db2rled.cpy)
       01 WS-RLED-REQUEST              PIC X(8).
       01 WS-RLED-STATUS               PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

      *> connect fields with variable length, bound by DB2CONNS
       01 HV-DBALIAS.
          49 HV-DBALIAS-LEN            PIC S9(4) COMP-5.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 STATUS FALLBACK RELOAD MODULE"

           PERFORM LEDGER-RUN-START THRU LEDGER-RUN-START-EX

           PERFORM READ-RELOAD-PARM THRU READ-RELOAD-PARM-EX

           PERFORM LOAD-FALLBACK-TABLE THRU LOAD-FALLBACK-TABLE-EX
            WS-FALL-COUNT " INSERTED=" WS-INSERTED-COUNT
            " SKIPPED=" WS-SKIPPED-COUNT " FAILED=" WS-FAILED-COUNT

           PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 STATUS FALLBACK RELOAD MODULE - RC="
            RETURN-CODE
       MAIN-DB2STLD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Start record on the run ledger. A ledger that cannot be
      *> written does not stop the reload, but the run is
      *> flagged so the missing record is explained.
      *>------------------------------------------------------------------------
       LEDGER-RUN-START SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2STLD" TO RLED-PROGRAM-ID
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
      *> reporting subsystem reloaded and the rows inserted, skipped
      *> and failed.
      *>------------------------------------------------------------------------
       LEDGER-RUN-END SECTION.
      *>------------------------------------------------------------------------
          INITIALIZE RLED-RECORD
          MOVE "DB2STLD" TO RLED-PROGRAM-ID
          MOVE WS-STATUSDB-ALIAS TO RLED-RUN-ALIAS
          MOVE WS-BATCH-RETURN-CODE TO RLED-RETURN-CODE
          MOVE "INSERTED" TO RLED-COUNT-NAME(1)
          MOVE WS-INSERTED-COUNT TO RLED-COUNT-VALUE(1)
          MOVE "SKIPPED" TO RLED-COUNT-NAME(2)
          MOVE WS-SKIPPED-COUNT TO RLED-COUNT-VALUE(2)
          MOVE "FAILED" TO RLED-COUNT-NAME(3)
          MOVE WS-FAILED-COUNT TO RLED-COUNT-VALUE(3)
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
      *> Picks the reporting subsystem off the required RLDPARM card
      *> (STATUSDB=<alias>) - the same card keyword DB2CONN's publish
          IF WS-STATUSDB-ALIAS = SPACES
             DISPLAY "*** RLDPARM CARD STATUSDB=<ALIAS> IS REQUIRED -"
              " NO RELOAD TARGET"
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             PERFORM LEDGER-RUN-END THRU LEDGER-RUN-END-EX
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

