      *>************************************************************************
      *>  DB2 CUSTOMER-MASTER UPDATE SUSPENSE UTILITY
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CMSUS.cbl
      *>
      *> Purpose:      Works the suspense file (UPDSUSP, db2susp.cpy)
      *>               that DB2CMUPD fills with the feed details it
      *>               rejects - a -803 on an add, a +100 on a change
      *>               or delete. Chasing the CRM side over a reject
      *>               used to mean copying lines out of the job log;
      *>               the entries now persist here until somebody
      *>               deals with them. Each run:
      *>               - applies correction cards (SUSPTRN), each
      *>                 naming an entry by its feed's header run date,
      *>                 its sequence number in that feed and the
      *>                 target alias the feed was applied to - the
      *>                 same feed run against PRODDB and DRSITE holds
      *>                 one entry per target:
      *>                   FIX - carries the corrected detail (action,
      *>                         CUST_ID, name, status) to resubmit
      *>                   CAN - cancels the entry, nothing resubmitted
      *>                 every card gets an APPLIED/REJECTED line
      *>               - in MODE=RESUBMIT, writes every corrected
      *>                 entry for the TARGET= alias into a new update
      *>                 feed (RESUBFIL) - new header stamped with this
      *>                 run's date, the corrected details, and a
      *>                 trailer whose count, CUST_ID hash and
      *>                 per-action counts balance - for DB2CMUPD to
      *>                 apply as its UPDTFILE; the entries are marked
      *>                 resubmitted only once that trailer is written
      *>               - prints the aging report of everything still
      *>                 held (open or corrected, not yet resubmitted),
      *>                 with its age in days since the reject
      *>               - rewrites UPDSUSP, purging resubmitted and
      *>                 cancelled entries closed more than KEEPDAYS
      *>                 days ago
      *>               A resubmitted detail that rejects again simply
      *>               comes back into suspense under the resubmission
      *>               feed's run date.
      *>               A RESUBMIT run replaces RESUBFIL, so it is
      *>               refused (RC 16, nothing changed) while the feed
      *>               already there carries details DB2CMUPD has not
      *>               yet applied - the run ledger must hold a good
      *>               DB2CMUPD end record for that feed's header run
      *>               date and alias, or its corrections would be lost
      *>               with their entries already marked resubmitted.
      *>
      *>               Control cards (SUSPCTL, optional):
      *>               MODE=AGING|RESUBMIT (default AGING),
      *>               TARGET=<alias> (required for RESUBMIT),
      *>               KEEPDAYS=<n> (default 30).
      *>               Run it between DB2CMUPD runs, never alongside -
      *>               DB2CMUPD appends to the file this job rewrites.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - SUSPTRN cards carry the target alias and match
      *>              the entry on it; RESUBMIT refused while the
      *>              previous RESUBFIL is not yet applied by DB2CMUPD;
      *>              aging report shows the full feed run date;
      *>              an RC already raised is never lowered, and no
      *>              longer cuts the UPDSUSP rewrite short.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CMSUS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDSUSP ASSIGN TO "UPDSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT SUSPTRN ASSIGN TO "SUSPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRN-FILE-STATUS.

           SELECT SUSPCTL ASSIGN TO "SUSPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RESUBFIL ASSIGN TO "RESUBFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.

           SELECT SUSPRPT ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPDSUSP
           RECORDING MODE IS F.
       COPY "db2susp.cpy".

       FD  SUSPTRN
           RECORDING MODE IS F.
       01  STRN-RECORD.
           05 STRN-ACTION             PIC X(3).
              88 STRN-ACTION-FIX      VALUE "FIX".
              88 STRN-ACTION-CAN      VALUE "CAN".
           05 FILLER                  PIC X(1).
           05 STRN-FEED-RUN-DATE      PIC X(26).
           05 FILLER                  PIC X(1).
           05 STRN-DETAIL-SEQ         PIC X(9).
           05 FILLER                  PIC X(1).
           05 STRN-TARGET-ALIAS       PIC X(9).
           05 FILLER                  PIC X(1).
      *> the corrected detail, in db2xdel.cpy DELT-DETAIL-RECORD
      *> order less its leading record-id byte
           05 STRN-FIX-IMAGE.
              10 STRN-FIX-ACTION      PIC X(1).
              10 STRN-FIX-CUST-ID     PIC X(9).
              10 STRN-FIX-CUST-NAME   PIC X(30).
              10 STRN-FIX-CUST-STATUS PIC X(1).

       FD  SUSPCTL
           RECORDING MODE IS F.
       01  CTL-RECORD                 PIC X(80).

      *> the resubmission feed goes out in the update feed's own
      *> shapes, so DB2CMUPD validates it like any inbound UPDTFILE
       FD  RESUBFIL
           RECORDING MODE IS F.
       COPY "db2xdel.cpy".

       FD  SUSPRPT
           RECORDING MODE IS F.
       01  SUSPRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SUSP-FILE-STATUS         PIC X(2).
           88 SUSP-FILE-OK             VALUE "00".
           88 SUSP-FILE-EOF            VALUE "10".
           88 SUSP-FILE-NOT-FOUND      VALUE "35".

       01  WS-STRN-FILE-STATUS         PIC X(2).
           88 STRN-FILE-OK             VALUE "00".
           88 STRN-FILE-EOF            VALUE "10".
           88 STRN-FILE-NOT-FOUND      VALUE "35".

       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 CTL-FILE-OK              VALUE "00".
           88 CTL-FILE-EOF             VALUE "10".

       01  WS-RESUB-FILE-STATUS        PIC X(2).
           88 RESUB-FILE-OK            VALUE "00".
           88 RESUB-FILE-EOF           VALUE "10".
           88 RESUB-FILE-NOT-FOUND     VALUE "35".

       01  WS-SUSPRPT-FILE-STATUS      PIC X(2).
           88 SUSPRPT-FILE-OK          VALUE "00".

       01  WS-MORE-CTL                 PIC X VALUE 'Y'.
       01  WS-MORE-STRN                PIC X VALUE 'Y'.

      *> run controls off the SUSPCTL cards
       01  WS-RUN-MODE                 PIC X(8) VALUE "AGING".
           88 AGING-ONLY-MODE          VALUE "AGING".
           88 RESUBMIT-MODE            VALUE "RESUBMIT".
       01  WS-TARGET-ALIAS             PIC X(9) VALUE SPACES.
       01  WS-KEEP-DAYS                PIC 9(4) COMP-5 VALUE 30.

      *> set when the suspense file could not be loaded completely -
      *> the in-core table is then NOT the suspense file, so nothing
      *> is changed and above all UPDSUSP is NOT rewritten from it,
      *> same discipline as DB2PMNT
       01  WS-SUSP-LOAD-BROKEN         PIC X VALUE 'N'.
           88 SUSP-LOAD-BROKEN         VALUE 'Y'.

      *> in-core image of the suspense file while cards are applied
       01  WS-SUSP-TABLE.
           05 WS-STAB-MAX              PIC 9(4) COMP-5 VALUE 2000.
           05 WS-STAB-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-STAB-ENTRY OCCURS 2000 TIMES.
              10 WS-ST-FEED-RUN-DATE   PIC X(26).
              10 WS-ST-DETAIL-SEQ      PIC 9(9).
              10 WS-ST-TARGET-ALIAS    PIC X(9).
              10 WS-ST-REJECT-DATE     PIC X(8).
              10 WS-ST-SQLCODE         PIC S9(9).
              10 WS-ST-REASON          PIC X(40).
              10 WS-ST-STATE           PIC X(1).
                 88 ST-OPEN            VALUE "O".
                 88 ST-CORRECTED       VALUE "C".
                 88 ST-RESUBMITTED     VALUE "R".
                 88 ST-CANCELLED       VALUE "X".
              10 WS-ST-CLOSED-DATE     PIC X(8).
              10 WS-ST-RESUB-RUN-DATE  PIC X(26).
              10 WS-ST-ORIG-IMAGE      PIC X(42).
              10 WS-ST-FIX-IMAGE       PIC X(42).
              10 WS-ST-PICKED          PIC X.
                 88 ST-PICKED          VALUE 'Y'.
              10 WS-ST-PURGE           PIC X.
                 88 ST-PURGE           VALUE 'Y'.

       01  WS-STAB-IX                  PIC 9(4) COMP-5.
      *> stops the UPDSUSP rewrite at its first failed write - its own
      *> flag, not the run RC, which an earlier step may already hold
       01  WS-SUSP-REWRITE             PIC X VALUE 'N'.
           88 SUSP-REWRITE-FAILED      VALUE 'Y'.
       01  WS-SUSP-KEY-FOUND           PIC X.
           88 SUSP-ENTRY-FOUND         VALUE 'Y'.
       01  WS-SEARCH-SEQ               PIC 9(9).

       01  WS-TRAN-COUNT               PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(4) VALUE 0.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-FIX-CUST-ID              PIC 9(9).

      *> resubmission feed control totals
       01  WS-RESUB-RUN-DATE           PIC X(26) VALUE SPACES.
       01  WS-RESUB-VALID              PIC X VALUE 'Y'.
           88 RESUB-FEED-VALID         VALUE 'Y'.
       01  WS-RESUB-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUB-ID-HASH            PIC 9(13) COMP-5 VALUE 0.
       01  WS-RESUB-ADD-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUB-CHG-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUB-DEL-COUNT          PIC 9(9) COMP-5 VALUE 0.

      *> the RESUBFIL an earlier RESUBMIT run left - the run is refused
      *> while DB2CMUPD has not applied it (see db2rled.cpy)
       01  WS-PRIOR-RESUB-RUN-DATE     PIC X(26) VALUE SPACES.
       01  WS-PRIOR-RESUB-ALIAS        PIC X(9) VALUE SPACES.
       01  WS-RESUB-REFUSED            PIC X VALUE 'N'.
           88 RESUB-RUN-REFUSED        VALUE 'Y'.
      *> worst DB2CMUPD ledger RC that still means the feed went in,
      *> same threshold as DB2CMUPD's own already-applied check
       01  WS-APPLIED-MAX-RC           PIC 9(4) VALUE 8.
       01  WS-RLED-REQUEST             PIC X(8).
       01  WS-RLED-STATUS              PIC S9(9) COMP-5.
       COPY "db2rled.cpy".

      *> aging controls - today as a day number, and the held
      *> entries bucketed by how long they have waited
       01  WS-TODAY                    PIC X(8).
       01  WS-TODAY-DAYS               PIC 9(9) COMP-5.
       01  WS-ENTRY-AGE                PIC 9(9) COMP-5.
       01  WS-AGE-0-7                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-AGE-8-30                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-AGE-OVER-30              PIC 9(9) COMP-5 VALUE 0.
       01  WS-AGE-UNKNOWN              PIC 9(9) COMP-5 VALUE 0.

      *> state totals after this run's changes
       01  WS-OPEN-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01  WS-CORRECTED-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESUBMITTED-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01  WS-CANCELLED-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(9) COMP-5 VALUE 0.

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "CUSTOMER-MASTER UPDATE SUSPENSE REPORT    ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05 WS-RPT-SECTION           PIC X(40).
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-RPT-TRAN-LINE.
           05 WS-RPT-TRAN-TAG          PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-TRAN-ACTION       PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-TRAN-SEQ          PIC X(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-TRAN-REASON       PIC X(40).
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-RPT-RESUB-LINE.
           05 FILLER                   PIC X(14) VALUE "RESUBMITTED   ".
           05 WS-RPT-RESUB-TOTAL       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  ADD  ".
           05 WS-RPT-RESUB-ADD         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  CHG  ".
           05 WS-RPT-RESUB-CHG         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  DEL  ".
           05 WS-RPT-RESUB-DEL         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(6)  VALUE "  FOR ".
           05 WS-RPT-RESUB-TARGET      PIC X(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
       01  WS-RPT-RESUB-FEED-LINE.
           05 FILLER                   PIC X(20) VALUE
              "  RESUBFIL RUN DATE ".
           05 WS-RPT-RESUB-RUN-DATE    PIC X(26).
           05 FILLER                   PIC X(34) VALUE SPACES.
      *> the full 26-byte feed run date, as a FIX/CAN card keys it;
      *> the reason goes on the line under it
       01  WS-RPT-AGE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-AGE-RUN-DATE      PIC X(26).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-AGE-SEQ           PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-AGE-TARGET        PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-AGE-STATE         PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-AGE-DAYS          PIC ZZZ9.
           05 WS-RPT-AGE-DAYS-X REDEFINES WS-RPT-AGE-DAYS
                                       PIC X(4).
           05 FILLER                   PIC X(1)  VALUE "D".
           05 FILLER                   PIC X(16) VALUE SPACES.
       01  WS-RPT-AGE-REASON-LINE.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 WS-RPT-AGE-REASON        PIC X(40).
           05 FILLER                   PIC X(34) VALUE SPACES.
       01  WS-RPT-BUCKET-LINE.
           05 FILLER                   PIC X(12) VALUE "  0-7 DAYS  ".
           05 WS-RPT-BKT-0-7           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE "  8-30 DAYS  ".
           05 WS-RPT-BKT-8-30          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15) VALUE
              "  OVER 30 DAYS ".
           05 WS-RPT-BKT-OVER-30       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE "  UNKNOWN  ".
           05 WS-RPT-BKT-UNKNOWN       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
       01  WS-RPT-STATE-LINE.
           05 FILLER                   PIC X(5)  VALUE "OPEN ".
           05 WS-RPT-ST-OPEN           PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE "  CORRECTED ".
           05 WS-RPT-ST-CORRECTED      PIC ZZZZ9.
           05 FILLER                   PIC X(14) VALUE
              "  RESUBMITTED ".
           05 WS-RPT-ST-RESUBMITTED    PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE "  CANCELLED ".
           05 WS-RPT-ST-CANCELLED      PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE "  PURGED ".
           05 WS-RPT-ST-PURGED         PIC ZZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
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
       MAIN-DB2CMSUS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 CUSTOMER-MASTER UPDATE SUSPENSE MODULE"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EX

           PERFORM OPEN-SUSP-REPORT THRU OPEN-SUSP-REPORT-EX

           IF RESUBMIT-MODE
              PERFORM CHECK-PRIOR-RESUB-APPLIED
                 THRU CHECK-PRIOR-RESUB-APPLIED-EX
           END-IF

           IF NOT RESUB-RUN-REFUSED
              PERFORM LOAD-SUSPENSE-TABLE THRU LOAD-SUSPENSE-TABLE-EX
           END-IF

           EVALUATE TRUE
              WHEN RESUB-RUN-REFUSED
                 MOVE "RESUBMIT REFUSED - PREVIOUS RESUBFIL NOT APPLIED"
                   TO SUSPRPT-RECORD
                 WRITE SUSPRPT-RECORD
                 MOVE SPACES TO SUSPRPT-RECORD
                 STRING "  RESUBFIL RUN DATE " WS-PRIOR-RESUB-RUN-DATE
                        " FOR " WS-PRIOR-RESUB-ALIAS
                        DELIMITED BY SIZE INTO SUSPRPT-RECORD
                 WRITE SUSPRPT-RECORD
                 MOVE 16 TO WS-BATCH-RETURN-CODE
              WHEN SUSP-LOAD-BROKEN
                 DISPLAY "*** UPDSUSP LOAD INCOMPLETE - NO CHANGES"
                  " APPLIED, UPDSUSP LEFT UNTOUCHED"
                 MOVE "UPDSUSP LOAD INCOMPLETE - NO CHANGES APPLIED"
                   TO SUSPRPT-RECORD
                 WRITE SUSPRPT-RECORD
                 IF WS-BATCH-RETURN-CODE < 12
                    MOVE 12 TO WS-BATCH-RETURN-CODE
                 END-IF
              WHEN OTHER
                 MOVE "CORRECTIONS" TO WS-RPT-SECTION
                 WRITE SUSPRPT-RECORD FROM WS-RPT-SECTION-LINE
                 PERFORM APPLY-SUSP-TRANS THRU APPLY-SUSP-TRANS-EX

                 IF RESUBMIT-MODE
                    MOVE SPACES TO SUSPRPT-RECORD
                    WRITE SUSPRPT-RECORD
                    MOVE "RESUBMISSION" TO WS-RPT-SECTION
                    WRITE SUSPRPT-RECORD FROM WS-RPT-SECTION-LINE
                    PERFORM WRITE-RESUBMIT-FEED
                       THRU WRITE-RESUBMIT-FEED-EX
                 END-IF

                 MOVE SPACES TO SUSPRPT-RECORD
                 WRITE SUSPRPT-RECORD
                 MOVE "SUSPENSE AGING - ENTRIES STILL HELD"
                   TO WS-RPT-SECTION
                 WRITE SUSPRPT-RECORD FROM WS-RPT-SECTION-LINE
                 PERFORM WRITE-AGING-REPORT THRU WRITE-AGING-REPORT-EX

                 PERFORM REWRITE-SUSPENSE-FILE
                    THRU REWRITE-SUSPENSE-FILE-EX
           END-EVALUATE

           PERFORM CLOSE-SUSP-REPORT THRU CLOSE-SUSP-REPORT-EX

           DISPLAY "SUSPENSE SUMMARY - OPEN=" WS-OPEN-COUNT
            " CORRECTED=" WS-CORRECTED-COUNT
            " RESUBMITTED=" WS-RESUB-COUNT
            " PURGED=" WS-PURGED-COUNT

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 CUSTOMER-MASTER UPDATE SUSPENSE MODULE"
            " - RC=" RETURN-CODE
           GOBACK
          .
       MAIN-DB2CMSUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads the SUSPCTL run control cards - keyword=value, one per
      *> card, '*' in column 1 for comments, same card grammar as
      *> DB2CMUPD's UPDCTL. No file is a plain aging run.
      *>------------------------------------------------------------------------
       READ-CONTROL-CARDS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT SUSPCTL

          IF CTL-FILE-OK
             MOVE 'Y' TO WS-MORE-CTL
             PERFORM PARSE-CONTROL-CARD THRU PARSE-CONTROL-CARD-EX
                UNTIL WS-MORE-CTL = 'N'
             CLOSE SUSPCTL
          END-IF

          IF RESUBMIT-MODE AND WS-TARGET-ALIAS = SPACES
             DISPLAY "*** MODE=RESUBMIT NEEDS A TARGET= CARD - NO"
              " SUBSYSTEM TO BUILD THE FEED FOR"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "RUN MODE " WS-RUN-MODE " - CLOSED ENTRIES KEPT "
           WS-KEEP-DAYS " DAY(S)"
          .
       READ-CONTROL-CARDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-CONTROL-CARD SECTION.
      *>------------------------------------------------------------------------
          READ SUSPCTL

          IF NOT CTL-FILE-OK
             IF NOT CTL-FILE-EOF
                DISPLAY "WARNING - SUSPCTL READ FAILED, STATUS="
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
             WHEN CTL-RECORD(1:5) = "MODE="
                MOVE CTL-RECORD(6:8) TO WS-RUN-MODE
                IF NOT AGING-ONLY-MODE AND NOT RESUBMIT-MODE
                   DISPLAY "WARNING - BAD MODE CARD: " CTL-RECORD(1:20)
                    " - AGING ONLY"
                   MOVE "AGING" TO WS-RUN-MODE
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             WHEN CTL-RECORD(1:7) = "TARGET="
                IF CTL-RECORD(8:9) = SPACES
                   DISPLAY "WARNING - BAD TARGET CARD: "
                    CTL-RECORD(1:20)
                   IF WS-BATCH-RETURN-CODE < 4
                      MOVE 4 TO WS-BATCH-RETURN-CODE
                   END-IF
                ELSE
                   MOVE CTL-RECORD(8:9) TO WS-TARGET-ALIAS
                   DISPLAY "CONTROL CARD - RESUBMIT TARGET "
                    WS-TARGET-ALIAS
                END-IF
             WHEN CTL-RECORD(1:9) = "KEEPDAYS="
                IF FUNCTION TEST-NUMVAL(CTL-RECORD(10:4)) = 0
                 AND FUNCTION NUMVAL(CTL-RECORD(10:4)) > 0
                   COMPUTE WS-KEEP-DAYS =
                      FUNCTION NUMVAL(CTL-RECORD(10:4))
                ELSE
                   DISPLAY "WARNING - BAD KEEPDAYS CARD: "
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
       OPEN-SUSP-REPORT SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT SUSPRPT
          IF NOT SUSPRPT-FILE-OK
             DISPLAY "*** UNABLE TO OPEN SUSPRPT, STATUS="
              WS-SUSPRPT-FILE-STATUS
             MOVE 8 TO WS-BATCH-RETURN-CODE
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-TODAY TO WS-RPT-HDR-DATE
          WRITE SUSPRPT-RECORD FROM WS-RPT-HEADER
          MOVE SPACES TO SUSPRPT-RECORD
          WRITE SUSPRPT-RECORD
          .
       OPEN-SUSP-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Loads UPDSUSP into the in-core table. An absent file means
      *> nothing has ever been rejected - any other open status means
      *> the file exists but can't be read, and treating that as
      *> "empty" would rewrite the held transactions away.
      *>------------------------------------------------------------------------
       LOAD-SUSPENSE-TABLE SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT UPDSUSP

          IF NOT SUSP-FILE-OK
             IF SUSP-FILE-NOT-FOUND
                DISPLAY "UPDSUSP NOT FOUND - NOTHING IN SUSPENSE"
             ELSE
                DISPLAY "*** UNABLE TO OPEN UPDSUSP, STATUS="
                 WS-SUSP-FILE-STATUS
                MOVE 'Y' TO WS-SUSP-LOAD-BROKEN
             END-IF
             GO TO LOAD-SUSPENSE-TABLE-EX
          END-IF

          PERFORM LOAD-SUSPENSE-ENTRY THRU LOAD-SUSPENSE-ENTRY-EX
             UNTIL NOT SUSP-FILE-OK

          IF NOT SUSP-FILE-EOF
             DISPLAY "*** UPDSUSP READ FAILED, STATUS="
              WS-SUSP-FILE-STATUS " AFTER " WS-STAB-COUNT
              " RECORD(S)"
             MOVE 'Y' TO WS-SUSP-LOAD-BROKEN
          END-IF

          CLOSE UPDSUSP
          .
       LOAD-SUSPENSE-TABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-SUSPENSE-ENTRY SECTION.
      *>------------------------------------------------------------------------
          READ UPDSUSP

          IF NOT SUSP-FILE-OK
             GO TO LOAD-SUSPENSE-ENTRY-EX
          END-IF

          IF WS-STAB-COUNT >= WS-STAB-MAX
             DISPLAY "*** SUSPENSE TABLE FULL - ENTRY " SUSP-DETAIL-SEQ
              " NOT LOADED (RAISE WS-STAB-MAX)"
             MOVE 'Y' TO WS-SUSP-LOAD-BROKEN
             GO TO LOAD-SUSPENSE-ENTRY-EX
          END-IF

          ADD 1 TO WS-STAB-COUNT
          MOVE WS-STAB-COUNT TO WS-STAB-IX
          MOVE SUSP-FEED-RUN-DATE TO WS-ST-FEED-RUN-DATE(WS-STAB-IX)
          MOVE SUSP-DETAIL-SEQ TO WS-ST-DETAIL-SEQ(WS-STAB-IX)
          MOVE SUSP-TARGET-ALIAS TO WS-ST-TARGET-ALIAS(WS-STAB-IX)
          MOVE SUSP-REJECT-DATE TO WS-ST-REJECT-DATE(WS-STAB-IX)
          MOVE SUSP-SQLCODE TO WS-ST-SQLCODE(WS-STAB-IX)
          MOVE SUSP-REASON TO WS-ST-REASON(WS-STAB-IX)
          MOVE SUSP-STATE TO WS-ST-STATE(WS-STAB-IX)
          MOVE SUSP-CLOSED-DATE TO WS-ST-CLOSED-DATE(WS-STAB-IX)
          MOVE SUSP-RESUB-RUN-DATE
            TO WS-ST-RESUB-RUN-DATE(WS-STAB-IX)
          MOVE SUSP-ORIG-IMAGE TO WS-ST-ORIG-IMAGE(WS-STAB-IX)
          MOVE SUSP-FIX-IMAGE TO WS-ST-FIX-IMAGE(WS-STAB-IX)
          MOVE 'N' TO WS-ST-PICKED(WS-STAB-IX)
          MOVE 'N' TO WS-ST-PURGE(WS-STAB-IX)
          .
       LOAD-SUSPENSE-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Reads and applies the correction cards. No SUSPTRN is a
      *> night with nothing corrected, not an error. Every card gets
      *> one report line, APPLIED or REJECTED with the reason, so the
      *> run's report is the evidence of what was done to each entry.
      *>------------------------------------------------------------------------
       APPLY-SUSP-TRANS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT SUSPTRN

          IF NOT STRN-FILE-OK
             IF NOT STRN-FILE-NOT-FOUND
                DISPLAY "*** SUSPTRN EXISTS BUT CANNOT BE OPENED,"
                 " STATUS=" WS-STRN-FILE-STATUS
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE "  NO CORRECTION CARDS" TO SUSPRPT-RECORD
             WRITE SUSPRPT-RECORD
             GO TO APPLY-SUSP-TRANS-EX
          END-IF

          MOVE 'Y' TO WS-MORE-STRN
          PERFORM APPLY-ONE-TRAN THRU APPLY-ONE-TRAN-EX
             UNTIL WS-MORE-STRN = 'N'

          CLOSE SUSPTRN
          .
       APPLY-SUSP-TRANS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-ONE-TRAN SECTION.
      *>------------------------------------------------------------------------
          READ SUSPTRN

          IF NOT STRN-FILE-OK
             IF NOT STRN-FILE-EOF
                DISPLAY "*** SUSPTRN READ FAILED, STATUS="
                 WS-STRN-FILE-STATUS " AFTER " WS-TRAN-COUNT
                 " CARD(S) - REMAINING CARDS NOT APPLIED"
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-STRN
             GO TO APPLY-ONE-TRAN-EX
          END-IF

          IF STRN-RECORD = SPACES OR STRN-RECORD(1:1) = "*"
             GO TO APPLY-ONE-TRAN-EX
          END-IF

          ADD 1 TO WS-TRAN-COUNT
          MOVE SPACES TO WS-REJECT-REASON

          PERFORM VALIDATE-ONE-TRAN THRU VALIDATE-ONE-TRAN-EX

          MOVE STRN-ACTION TO WS-RPT-TRAN-ACTION
          MOVE STRN-DETAIL-SEQ TO WS-RPT-TRAN-SEQ

          IF WS-REJECT-REASON NOT = SPACES
             ADD 1 TO WS-REJECT-COUNT
             MOVE "  REJECTED" TO WS-RPT-TRAN-TAG
             MOVE WS-REJECT-REASON TO WS-RPT-TRAN-REASON
             WRITE SUSPRPT-RECORD FROM WS-RPT-TRAN-LINE
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO APPLY-ONE-TRAN-EX
          END-IF

          EVALUATE TRUE
             WHEN STRN-ACTION-FIX
                MOVE "C" TO WS-ST-STATE(WS-STAB-IX)
                MOVE "D" TO WS-ST-FIX-IMAGE(WS-STAB-IX)(1:1)
                MOVE STRN-FIX-IMAGE TO WS-ST-FIX-IMAGE(WS-STAB-IX)(2:41)
             WHEN STRN-ACTION-CAN
                MOVE "X" TO WS-ST-STATE(WS-STAB-IX)
                MOVE WS-TODAY TO WS-ST-CLOSED-DATE(WS-STAB-IX)
          END-EVALUATE

          ADD 1 TO WS-APPLIED-COUNT
          MOVE "  APPLIED " TO WS-RPT-TRAN-TAG
          MOVE WS-ST-REASON(WS-STAB-IX) TO WS-RPT-TRAN-REASON
          WRITE SUSPRPT-RECORD FROM WS-RPT-TRAN-LINE
          .
       APPLY-ONE-TRAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Leaves WS-REJECT-REASON blank for a good card, or the reason
      *> for the report; a good card leaves WS-STAB-IX on its entry.
      *> A corrected detail must be one DB2CMUPD will accept - a
      *> known action, a numeric non-zero CUST_ID, and for an add or
      *> change a name and a status to write.
      *>------------------------------------------------------------------------
       VALIDATE-ONE-TRAN SECTION.
      *>------------------------------------------------------------------------
          IF NOT STRN-ACTION-FIX AND NOT STRN-ACTION-CAN
             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF STRN-DETAIL-SEQ NOT NUMERIC
             MOVE "SEQUENCE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF STRN-TARGET-ALIAS = SPACES
             MOVE "NO TARGET ALIAS ON CARD" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          MOVE STRN-DETAIL-SEQ TO WS-SEARCH-SEQ
          PERFORM FIND-SUSPENSE-ENTRY THRU FIND-SUSPENSE-ENTRY-EX

          IF NOT SUSP-ENTRY-FOUND
             MOVE "NO SUCH ENTRY IN SUSPENSE" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF NOT ST-OPEN(WS-STAB-IX) AND NOT ST-CORRECTED(WS-STAB-IX)
             MOVE "ENTRY ALREADY RESUBMITTED OR CANCELLED"
               TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF STRN-ACTION-CAN
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF STRN-FIX-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
             MOVE "CORRECTED ACTION NOT A, C OR D" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF STRN-FIX-CUST-ID NOT NUMERIC
             MOVE "CORRECTED CUST-ID NOT NUMERIC" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          MOVE STRN-FIX-CUST-ID TO WS-FIX-CUST-ID
          IF WS-FIX-CUST-ID = 0
             MOVE "CORRECTED CUST-ID IS ZERO" TO WS-REJECT-REASON
             GO TO VALIDATE-ONE-TRAN-EX
          END-IF

          IF STRN-FIX-ACTION NOT = "D"
             IF STRN-FIX-CUST-NAME = SPACES
                MOVE "CORRECTED ADD/CHANGE HAS NO NAME"
                  TO WS-REJECT-REASON
                GO TO VALIDATE-ONE-TRAN-EX
             END-IF
             IF STRN-FIX-CUST-STATUS = SPACE
                MOVE "CORRECTED ADD/CHANGE HAS NO STATUS"
                  TO WS-REJECT-REASON
             END-IF
          END-IF
          .
       VALIDATE-ONE-TRAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Locates the entry for the card's feed run date, target alias
      *> and WS-SEARCH-SEQ, leaving WS-STAB-IX pointing at it when
      *> found.
      *>------------------------------------------------------------------------
       FIND-SUSPENSE-ENTRY SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-SUSP-KEY-FOUND

          PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                  UNTIL WS-STAB-IX > WS-STAB-COUNT
                     OR SUSP-ENTRY-FOUND
             IF WS-ST-FEED-RUN-DATE(WS-STAB-IX) = STRN-FEED-RUN-DATE
              AND WS-ST-DETAIL-SEQ(WS-STAB-IX) = WS-SEARCH-SEQ
              AND WS-ST-TARGET-ALIAS(WS-STAB-IX) = STRN-TARGET-ALIAS
                MOVE 'Y' TO WS-SUSP-KEY-FOUND
             END-IF
          END-PERFORM

          IF SUSP-ENTRY-FOUND
             SUBTRACT 1 FROM WS-STAB-IX
          END-IF
          .
       FIND-SUSPENSE-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> A RESUBMIT run truncates RESUBFIL, and the entries of the feed
      *> already there were marked resubmitted when it was written -
      *> overwriting it before DB2CMUPD has applied it loses those
      *> corrections for good. No RESUBFIL, an empty one, or one that
      *> carries no details (an empty or unfinished feed, whose
      *> entries were never marked) has nothing to lose. Otherwise
      *> the ledger must show a good DB2CMUPD end record for its
      *> header run date and alias; one that cannot be read cannot
      *> show it either.
      *>------------------------------------------------------------------------
       CHECK-PRIOR-RESUB-APPLIED SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-RESUB-REFUSED

          OPEN INPUT RESUBFIL
          IF NOT RESUB-FILE-OK
             IF NOT RESUB-FILE-NOT-FOUND
                DISPLAY "*** RESUBFIL EXISTS BUT CANNOT BE OPENED,"
                 " STATUS=" WS-RESUB-FILE-STATUS " - CANNOT PROVE IT"
                 " WAS APPLIED"
                MOVE 'Y' TO WS-RESUB-REFUSED
             END-IF
             GO TO CHECK-PRIOR-RESUB-APPLIED-EX
          END-IF

          READ RESUBFIL
          IF NOT RESUB-FILE-OK
             IF NOT RESUB-FILE-EOF
                DISPLAY "*** RESUBFIL READ FAILED, STATUS="
                 WS-RESUB-FILE-STATUS " - CANNOT PROVE IT WAS APPLIED"
                MOVE 'Y' TO WS-RESUB-REFUSED
             END-IF
             CLOSE RESUBFIL
             GO TO CHECK-PRIOR-RESUB-APPLIED-EX
          END-IF

          IF DELT-HDR-ID NOT = "H"
             CLOSE RESUBFIL
             GO TO CHECK-PRIOR-RESUB-APPLIED-EX
          END-IF
          MOVE DELT-HDR-RUN-DATE TO WS-PRIOR-RESUB-RUN-DATE
          MOVE DELT-HDR-DBALIAS TO WS-PRIOR-RESUB-ALIAS

          READ RESUBFIL
          IF NOT RESUB-FILE-OK
             IF NOT RESUB-FILE-EOF
                DISPLAY "*** RESUBFIL READ FAILED, STATUS="
                 WS-RESUB-FILE-STATUS " - CANNOT PROVE IT WAS APPLIED"
                MOVE 'Y' TO WS-RESUB-REFUSED
             END-IF
             CLOSE RESUBFIL
             GO TO CHECK-PRIOR-RESUB-APPLIED-EX
          END-IF
          CLOSE RESUBFIL

          IF DELT-DTL-ID NOT = "D"
             GO TO CHECK-PRIOR-RESUB-APPLIED-EX
          END-IF

          INITIALIZE RLED-RECORD
          MOVE "DB2CMUPD" TO RLED-PROGRAM-ID
          MOVE "E" TO RLED-REC-TYPE
          MOVE WS-PRIOR-RESUB-RUN-DATE TO RLED-RUN-KEY
          MOVE WS-PRIOR-RESUB-ALIAS TO RLED-RUN-ALIAS
          MOVE WS-APPLIED-MAX-RC TO RLED-RETURN-CODE
          MOVE "GOODRUN" TO WS-RLED-REQUEST
          CALL "DB2RLED" USING WS-RLED-REQUEST
                               RLED-RECORD
                               WS-RLED-STATUS

          EVALUATE TRUE
             WHEN WS-RLED-STATUS = 0
                DISPLAY "PREVIOUS RESUBFIL " WS-PRIOR-RESUB-RUN-DATE
                 " APPLIED TO " WS-PRIOR-RESUB-ALIAS " AT "
                 RLED-TIMESTAMP
             WHEN WS-RLED-STATUS = 100
                DISPLAY "*** PREVIOUS RESUBFIL " WS-PRIOR-RESUB-RUN-DATE
                 " FOR " WS-PRIOR-RESUB-ALIAS " NOT YET APPLIED BY"
                 " DB2CMUPD"
                DISPLAY "*** APPLY IT FIRST - ITS ENTRIES ARE ALREADY"
                 " MARKED RESUBMITTED"
                MOVE 'Y' TO WS-RESUB-REFUSED
             WHEN OTHER
                DISPLAY "*** RUN LEDGER UNREADABLE - CANNOT PROVE"
                 " RESUBFIL " WS-PRIOR-RESUB-RUN-DATE " WAS APPLIED"
                MOVE 'Y' TO WS-RESUB-REFUSED
          END-EVALUATE
          .
       CHECK-PRIOR-RESUB-APPLIED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Builds the resubmission feed from every corrected entry for
      *> the target, in the order the entries were suspended. The
      *> entries are only marked resubmitted once the trailer and the
      *> close have landed - a feed that did not finish is refused by
      *> DB2CMUPD, and its entries must stay waiting for the next try.
      *>------------------------------------------------------------------------
       WRITE-RESUBMIT-FEED SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT RESUBFIL
          IF NOT RESUB-FILE-OK
             DISPLAY "*** UNABLE TO OPEN RESUBFIL, STATUS="
              WS-RESUB-FILE-STATUS " - NOTHING RESUBMITTED"
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO WRITE-RESUBMIT-FEED-EX
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-RESUB-RUN-DATE
          MOVE "H" TO DELT-HDR-ID
          MOVE WS-RESUB-RUN-DATE TO DELT-HDR-RUN-DATE
          MOVE WS-TARGET-ALIAS TO DELT-HDR-DBALIAS
          WRITE DELT-HEADER-RECORD
          IF NOT RESUB-FILE-OK
             MOVE 'N' TO WS-RESUB-VALID
          END-IF

          PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                  UNTIL WS-STAB-IX > WS-STAB-COUNT
                     OR NOT RESUB-FEED-VALID
             IF ST-CORRECTED(WS-STAB-IX)
              AND WS-ST-TARGET-ALIAS(WS-STAB-IX) = WS-TARGET-ALIAS
                MOVE WS-ST-FIX-IMAGE(WS-STAB-IX) TO DELT-DETAIL-RECORD
                WRITE DELT-DETAIL-RECORD
                IF NOT RESUB-FILE-OK
                   MOVE 'N' TO WS-RESUB-VALID
                ELSE
                   MOVE 'Y' TO WS-ST-PICKED(WS-STAB-IX)
                   ADD 1 TO WS-RESUB-COUNT
                   COMPUTE WS-RESUB-ID-HASH =
                      FUNCTION MOD(WS-RESUB-ID-HASH + DELT-DTL-CUST-ID,
                         1000000000000)
                   EVALUATE DELT-DTL-ACTION
                      WHEN "A"
                         ADD 1 TO WS-RESUB-ADD-COUNT
                      WHEN "C"
                         ADD 1 TO WS-RESUB-CHG-COUNT
                      WHEN "D"
                         ADD 1 TO WS-RESUB-DEL-COUNT
                   END-EVALUATE
                END-IF
             END-IF
          END-PERFORM

          IF RESUB-FEED-VALID
             MOVE "T" TO DELT-TRL-ID
             MOVE WS-RESUB-COUNT TO DELT-TRL-REC-COUNT
             MOVE WS-RESUB-ID-HASH TO DELT-TRL-ID-HASH-TOTAL
             MOVE WS-RESUB-ADD-COUNT TO DELT-TRL-ADD-COUNT
             MOVE WS-RESUB-CHG-COUNT TO DELT-TRL-CHG-COUNT
             MOVE WS-RESUB-DEL-COUNT TO DELT-TRL-DEL-COUNT
             WRITE DELT-TRAILER-RECORD
             IF NOT RESUB-FILE-OK
                MOVE 'N' TO WS-RESUB-VALID
             END-IF
          END-IF

          CLOSE RESUBFIL
          IF NOT RESUB-FILE-OK
             MOVE 'N' TO WS-RESUB-VALID
          END-IF

          IF NOT RESUB-FEED-VALID
             DISPLAY "*** RESUBFIL WRITE FAILED, STATUS="
              WS-RESUB-FILE-STATUS " - FEED INCOMPLETE, ENTRIES LEFT"
              " CORRECTED FOR THE NEXT RUN"
             PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                     UNTIL WS-STAB-IX > WS-STAB-COUNT
                MOVE 'N' TO WS-ST-PICKED(WS-STAB-IX)
             END-PERFORM
             MOVE 0 TO WS-RESUB-COUNT
             MOVE "*** RESUBFIL INCOMPLETE - NOTHING RESUBMITTED"
               TO SUSPRPT-RECORD
             WRITE SUSPRPT-RECORD
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO WRITE-RESUBMIT-FEED-EX
          END-IF

          PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                  UNTIL WS-STAB-IX > WS-STAB-COUNT
             IF ST-PICKED(WS-STAB-IX)
                MOVE "R" TO WS-ST-STATE(WS-STAB-IX)
                MOVE WS-TODAY TO WS-ST-CLOSED-DATE(WS-STAB-IX)
                MOVE WS-RESUB-RUN-DATE
                  TO WS-ST-RESUB-RUN-DATE(WS-STAB-IX)
             END-IF
          END-PERFORM

          MOVE WS-RESUB-COUNT TO WS-RPT-RESUB-TOTAL
          MOVE WS-RESUB-ADD-COUNT TO WS-RPT-RESUB-ADD
          MOVE WS-RESUB-CHG-COUNT TO WS-RPT-RESUB-CHG
          MOVE WS-RESUB-DEL-COUNT TO WS-RPT-RESUB-DEL
          MOVE WS-TARGET-ALIAS TO WS-RPT-RESUB-TARGET
          WRITE SUSPRPT-RECORD FROM WS-RPT-RESUB-LINE
          MOVE WS-RESUB-RUN-DATE TO WS-RPT-RESUB-RUN-DATE
          WRITE SUSPRPT-RECORD FROM WS-RPT-RESUB-FEED-LINE

          IF WS-RESUB-COUNT = 0
             DISPLAY "WARNING - NO CORRECTED ENTRIES FOR "
              WS-TARGET-ALIAS " - RESUBFIL IS VALID BUT EMPTY"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          ELSE
             DISPLAY "RESUBMISSION FEED WRITTEN FOR " WS-TARGET-ALIAS
              " - " WS-RESUB-COUNT " TRANSACTION(S), APPLY WITH"
              " DB2CMUPD"
          END-IF
          .
       WRITE-RESUBMIT-FEED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> One line per entry still held - open or corrected - with how
      *> long it has waited, then the totals by age and by state. An
      *> entry held over 30 days is an RC 4 nudge to chase it.
      *>------------------------------------------------------------------------
       WRITE-AGING-REPORT SECTION.
      *>------------------------------------------------------------------------
          PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                  UNTIL WS-STAB-IX > WS-STAB-COUNT
             EVALUATE TRUE
                WHEN ST-OPEN(WS-STAB-IX)
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "OPEN     " TO WS-RPT-AGE-STATE
                   PERFORM WRITE-AGING-LINE THRU WRITE-AGING-LINE-EX
                WHEN ST-CORRECTED(WS-STAB-IX)
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE "CORRECTED" TO WS-RPT-AGE-STATE
                   PERFORM WRITE-AGING-LINE THRU WRITE-AGING-LINE-EX
                WHEN ST-RESUBMITTED(WS-STAB-IX)
                   ADD 1 TO WS-RESUBMITTED-COUNT
                WHEN ST-CANCELLED(WS-STAB-IX)
                   ADD 1 TO WS-CANCELLED-COUNT
             END-EVALUATE
          END-PERFORM

          IF WS-OPEN-COUNT + WS-CORRECTED-COUNT = 0
             MOVE "  NOTHING HELD IN SUSPENSE" TO SUSPRPT-RECORD
             WRITE SUSPRPT-RECORD
          END-IF

          MOVE SPACES TO SUSPRPT-RECORD
          WRITE SUSPRPT-RECORD
          MOVE WS-AGE-0-7 TO WS-RPT-BKT-0-7
          MOVE WS-AGE-8-30 TO WS-RPT-BKT-8-30
          MOVE WS-AGE-OVER-30 TO WS-RPT-BKT-OVER-30
          MOVE WS-AGE-UNKNOWN TO WS-RPT-BKT-UNKNOWN
          WRITE SUSPRPT-RECORD FROM WS-RPT-BUCKET-LINE

          IF WS-AGE-OVER-30 > 0
             DISPLAY "WARNING - " WS-AGE-OVER-30 " SUSPENSE ENTRY(S)"
              " HELD OVER 30 DAYS - SEE SUSPRPT"
             IF WS-BATCH-RETURN-CODE < 4
                MOVE 4 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       WRITE-AGING-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-AGING-LINE SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-ST-FEED-RUN-DATE(WS-STAB-IX) TO WS-RPT-AGE-RUN-DATE
          MOVE WS-ST-DETAIL-SEQ(WS-STAB-IX) TO WS-RPT-AGE-SEQ
          MOVE WS-ST-TARGET-ALIAS(WS-STAB-IX) TO WS-RPT-AGE-TARGET

          IF WS-ST-REJECT-DATE(WS-STAB-IX) NUMERIC
             COMPUTE WS-ENTRY-AGE = WS-TODAY-DAYS -
                FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ST-REJECT-DATE(WS-STAB-IX)))
             MOVE WS-ENTRY-AGE TO WS-RPT-AGE-DAYS
             EVALUATE TRUE
                WHEN WS-ENTRY-AGE <= 7
                   ADD 1 TO WS-AGE-0-7
                WHEN WS-ENTRY-AGE <= 30
                   ADD 1 TO WS-AGE-8-30
                WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
             END-EVALUATE
          ELSE
             MOVE "   ?" TO WS-RPT-AGE-DAYS-X
             ADD 1 TO WS-AGE-UNKNOWN
          END-IF

          WRITE SUSPRPT-RECORD FROM WS-RPT-AGE-LINE
          MOVE WS-ST-REASON(WS-STAB-IX) TO WS-RPT-AGE-REASON
          WRITE SUSPRPT-RECORD FROM WS-RPT-AGE-REASON-LINE
          .
       WRITE-AGING-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Rewrites UPDSUSP in place from the table, in its original
      *> order, leaving out closed entries past the retention - same
      *> rewrite-whole-file convention as DB2PMNT, with every WRITE
      *> and the flushing CLOSE checked, because OPEN OUTPUT has
      *> already truncated the only copy.
      *>------------------------------------------------------------------------
       REWRITE-SUSPENSE-FILE SECTION.
      *>------------------------------------------------------------------------
          PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                  UNTIL WS-STAB-IX > WS-STAB-COUNT
             IF (ST-RESUBMITTED(WS-STAB-IX)
                 OR ST-CANCELLED(WS-STAB-IX))
              AND WS-ST-CLOSED-DATE(WS-STAB-IX) NUMERIC
                IF WS-TODAY-DAYS - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ST-CLOSED-DATE(WS-STAB-IX)))
                   > WS-KEEP-DAYS
                   MOVE 'Y' TO WS-ST-PURGE(WS-STAB-IX)
                   ADD 1 TO WS-PURGED-COUNT
                END-IF
             END-IF
          END-PERFORM

          OPEN OUTPUT UPDSUSP
          IF NOT SUSP-FILE-OK
             DISPLAY "*** UNABLE TO REWRITE UPDSUSP, STATUS="
              WS-SUSP-FILE-STATUS
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO REWRITE-SUSPENSE-FILE-EX
          END-IF

          PERFORM VARYING WS-STAB-IX FROM 1 BY 1
                  UNTIL WS-STAB-IX > WS-STAB-COUNT
                     OR SUSP-REWRITE-FAILED
             IF NOT ST-PURGE(WS-STAB-IX)
                MOVE WS-ST-FEED-RUN-DATE(WS-STAB-IX)
                  TO SUSP-FEED-RUN-DATE
                MOVE WS-ST-DETAIL-SEQ(WS-STAB-IX) TO SUSP-DETAIL-SEQ
                MOVE WS-ST-TARGET-ALIAS(WS-STAB-IX)
                  TO SUSP-TARGET-ALIAS
                MOVE WS-ST-REJECT-DATE(WS-STAB-IX) TO SUSP-REJECT-DATE
                MOVE WS-ST-SQLCODE(WS-STAB-IX) TO SUSP-SQLCODE
                MOVE WS-ST-REASON(WS-STAB-IX) TO SUSP-REASON
                MOVE WS-ST-STATE(WS-STAB-IX) TO SUSP-STATE
                MOVE WS-ST-CLOSED-DATE(WS-STAB-IX) TO SUSP-CLOSED-DATE
                MOVE WS-ST-RESUB-RUN-DATE(WS-STAB-IX)
                  TO SUSP-RESUB-RUN-DATE
                MOVE WS-ST-ORIG-IMAGE(WS-STAB-IX) TO SUSP-ORIG-IMAGE
                MOVE WS-ST-FIX-IMAGE(WS-STAB-IX) TO SUSP-FIX-IMAGE
                WRITE SUSP-RECORD
                IF NOT SUSP-FILE-OK
                   DISPLAY "*** UPDSUSP WRITE FAILED, STATUS="
                    WS-SUSP-FILE-STATUS " - REWRITE INCOMPLETE,"
                    " RECOVER FROM THE PRIOR GENERATION"
                   MOVE 'Y' TO WS-SUSP-REWRITE
                   IF WS-BATCH-RETURN-CODE < 12
                      MOVE 12 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             END-IF
          END-PERFORM

          CLOSE UPDSUSP
          IF NOT SUSP-FILE-OK
             DISPLAY "*** UPDSUSP CLOSE FAILED, STATUS="
              WS-SUSP-FILE-STATUS " - REWRITE INCOMPLETE,"
              " RECOVER FROM THE PRIOR GENERATION"
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          .
       REWRITE-SUSPENSE-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-SUSP-REPORT SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES TO SUSPRPT-RECORD
          WRITE SUSPRPT-RECORD
          MOVE WS-OPEN-COUNT TO WS-RPT-ST-OPEN
          MOVE WS-CORRECTED-COUNT TO WS-RPT-ST-CORRECTED
          MOVE WS-RESUBMITTED-COUNT TO WS-RPT-ST-RESUBMITTED
          MOVE WS-CANCELLED-COUNT TO WS-RPT-ST-CANCELLED
          MOVE WS-PURGED-COUNT TO WS-RPT-ST-PURGED
          WRITE SUSPRPT-RECORD FROM WS-RPT-STATE-LINE
          MOVE WS-TRAN-COUNT TO WS-RPT-TRAN-CNT
          MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-CNT
          MOVE WS-REJECT-COUNT TO WS-RPT-REJECT-CNT
          WRITE SUSPRPT-RECORD FROM WS-RPT-TOTAL-LINE
          CLOSE SUSPRPT
          .
       CLOSE-SUSP-REPORT-EX.
          EXIT.
       END PROGRAM DB2CMSUS.
