      *>************************************************************************
      *>  DB2 DR SITE-PAIR RESYNC PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2DRSYN.cbl
      *>
      *> Purpose:      Turns a site-pair MISMATCH into something a DBA
      *>               can act on. RECONCILE-SITE-PAIR in DB2CONN only
      *>               proves that the primary and the DR copy of
      *>               APPDB.CUSTOMER_MASTER disagree - a row count and
      *>               a CUST_ID/CUST_STATUS checksum - not WHICH
      *>               customers differ, so closing the DR attestation
      *>               meant comparing two SPUFI unloads by hand. This
      *>               job:
      *>               - reads RECONFILE and picks every pair whose
      *>                 latest verdict is MISMATCH (a later MATCH for
      *>                 the same pair means it has already converged)
      *>               - connects to each site of the pair through the
      *>                 DB2CONNS connection service, with the pair's
      *>                 PARMFILE entry and vaulted credentials, and
      *>                 reads APPDB.CUSTOMER_MASTER on both
      *>               - writes a row-level discrepancy report (RSYNRPT)
      *>                 listing by CUST_ID every row missing on DR,
      *>                 extra on DR, or differing in name/status
      *>               - writes a repair feed (RSYNFEED) in the
      *>                 db2xdel.cpy header/detail/trailer shape that
      *>                 DB2CMUPD applies with TARGET=<the DR alias>:
      *>                 A for a row missing on DR, D for a row extra
      *>                 on DR (carrying the DR values), C for a row
      *>                 that differs (carrying the primary's values)
      *>               The primary is the copy of record - the feed
      *>               only ever moves DR towards it.
      *>
      *>               One repair feed covers one pair, because one
      *>               DB2CMUPD run applies to one TARGET. The optional
      *>               RSYNPARM card PAIR=<primary alias> picks the
      *>               pair; without it the first mismatched pair
      *>               with a PARMFILE entry gets the feed and any
      *>               others are reported only (RC 4 says so). A
      *>               pair where either site cannot be read
      *>               end-to-end is INCOMPLETE - reported, and
      *>               its repair feed is left trailerless so DB2CMUPD
      *>               refuses it, same discipline as the extract.
      *>               RSYNFEED is replaced on every run, before
      *>               anything else can stop it: a run that has
      *>               nothing to repair, or cannot get as far as a
      *>               comparison, writes an empty feed (header and
      *>               zero-count trailer), so a feed an earlier run
      *>               produced is never applied twice. The feed header
      *>               names the DR alias it is to be applied to.
      *>
      *> Author:       AVINASH KUMAR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>            - RSYNFEED opened at the start of every run, empty
      *>              header/trailer feed when nothing needs repair; the
      *>              feed goes to the first pair with a PARMFILE entry.
      *>            - RSYNFEED replaced before a missing RECONFILE or
      *>              an unopenable RSYNRPT can end the run; the feed
      *>              header names the DR alias, or NONE for no pair.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2DRSYN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECONFILE ASSIGN TO "RECONFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RSYNPARM ASSIGN TO "RSYNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSYNPARM-FILE-STATUS.

           SELECT RSYNRPT ASSIGN TO "RSYNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSYNRPT-FILE-STATUS.

           SELECT RSYNFEED ASSIGN TO "RSYNFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECONFILE
           RECORDING MODE IS F.
       COPY "db2recn.cpy".

       FD  PARMFILE
           RECORDING MODE IS F.
       COPY "db2parm.cpy".

       FD  RSYNPARM
           RECORDING MODE IS F.
       01  RSYNPARM-RECORD            PIC X(80).

       FD  RSYNRPT
           RECORDING MODE IS F.
       01  RSYNRPT-RECORD             PIC X(80).

      *> the repair feed goes out in the delta feed's own shapes, so
      *> DB2CMUPD validates and applies it like any inbound UPDTFILE
       FD  RSYNFEED
           RECORDING MODE IS F.
       COPY "db2xdel.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RECON-FILE-STATUS        PIC X(2).
           88 RECON-FILE-OK            VALUE "00".
           88 RECON-FILE-EOF           VALUE "10".

       01  WS-PARM-FILE-STATUS         PIC X(2).
           88 PARM-FILE-OK             VALUE "00".

       01  WS-RSYNPARM-FILE-STATUS     PIC X(2).
           88 RSYNPARM-FILE-OK         VALUE "00".

       01  WS-RSYNRPT-FILE-STATUS      PIC X(2).
           88 RSYNRPT-FILE-OK          VALUE "00".

       01  WS-FEED-FILE-STATUS         PIC X(2).
           88 FEED-FILE-OK             VALUE "00".

      *> set once RSYNFEED is open for this run
       01  WS-FEED-OPEN                PIC X VALUE 'N'.
           88 REPAIR-FEED-OPEN         VALUE 'Y'.

      *> the pair named on the optional RSYNPARM card; spaces means
      *> the first mismatched pair gets the repair feed
       01  WS-REQ-PAIR-ALIAS           PIC X(9) VALUE SPACES.

      *> the DR alias the repair feed is for - the first pair this run
      *> takes up; an empty feed with no pair behind it says NONE
       01  WS-FEED-DR-ALIAS            PIC X(9) VALUE SPACES.
       01  WS-NO-PAIR-ALIAS            PIC X(9) VALUE "NONE".

       01  WS-MORE-INPUT               PIC X.
       01  WS-MORE-PARM                PIC X.
       01  WS-MORE-ROWS                PIC X.

      *> latest RECONFILE verdict per site pair - RECONFILE is an
      *> append-only history, and only the newest word on a pair says
      *> whether it still needs repairing
       01  WS-PAIR-TABLE.
           05 WS-PAIR-MAX              PIC 9(4) COMP-5 VALUE 50.
           05 WS-PAIR-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 50 TIMES.
              10 WS-PR-PRI-ALIAS       PIC X(9).
              10 WS-PR-DR-ALIAS        PIC X(9).
              10 WS-PR-TIMESTAMP       PIC X(26).
              10 WS-PR-RESULT          PIC X(10).
       01  WS-PAIR-IX                  PIC 9(4) COMP-5.
       01  WS-PAIR-FOUND               PIC X.
           88 PAIR-SLOT-FOUND          VALUE 'Y'.

       01  WS-MISMATCH-PAIRS           PIC 9(4) VALUE 0.
       01  WS-FEED-PAIRS               PIC 9(4) VALUE 0.

      *> the pair in hand and the credentials its PARMFILE entry
      *> carries for each site
       01  WS-PRI-ALIAS                PIC X(9).
       01  WS-PRI-USERID               PIC X(20).
       01  WS-PRI-VAULT-KEY            PIC X(9).
       01  WS-DR-ALIAS                 PIC X(9).
       01  WS-DR-USERID                PIC X(20).
       01  WS-DR-VAULT-KEY             PIC X(9).
       01  WS-PARM-PAIR-FOUND          PIC X.
           88 PARM-PAIR-FOUND          VALUE 'Y'.

      *> set when this pair gets tonight's repair feed
       01  WS-FEED-THIS-PAIR           PIC X VALUE 'N'.
           88 FEED-THIS-PAIR           VALUE 'Y'.

      *> set when either site could not be read end-to-end - the
      *> comparison is then unproven and the repair trailer withheld
       01  WS-PAIR-COMPLETE            PIC X.
           88 PAIR-COMPLETE            VALUE 'Y'.

      *> set when a repair feed write failed - the trailer is then
      *> withheld on purpose, same as the delta feed
       01  WS-FEED-VALID               PIC X VALUE 'Y'.
           88 REPAIR-FEED-VALID        VALUE 'Y'.

      *> which site the current connection and cursor pass belong to
       01  WS-SITE-PASS                PIC X.
           88 READING-DR-SITE          VALUE 'D'.
           88 READING-PRI-SITE         VALUE 'P'.
       01  WS-SITE-ALIAS               PIC X(9).
       01  WS-SITE-USERID              PIC X(20).
       01  WS-SITE-VAULT-KEY           PIC X(9).
       01  WS-SITE-CONNECTED           PIC X.
           88 SITE-CONNECTED           VALUE 'Y'.

      *> the DR copy's rows while the primary's are compared against
      *> them; the matched flag is how leftover rows become the
      *> extra-on-DR deletions, same technique as DB2XTDLT
       01  WS-DR-TABLE.
           05 WS-DR-MAX                PIC 9(4) COMP-5 VALUE 5000.
           05 WS-DR-COUNT              PIC 9(4) COMP-5 VALUE 0.
           05 WS-DR-ENTRY OCCURS 5000 TIMES.
              10 WS-DRT-CUST-ID        PIC 9(9).
              10 WS-DRT-CUST-NAME      PIC X(30).
              10 WS-DRT-CUST-STATUS    PIC X(1).
              10 WS-DRT-MATCHED        PIC X.
                 88 DRT-ROW-MATCHED    VALUE 'Y'.
       01  WS-DR-IX                    PIC 9(4) COMP-5.
       01  WS-DR-FOUND                 PIC X.
           88 DR-ROW-FOUND             VALUE 'Y'.

      *> per-pair discrepancy counts
       01  WS-PRI-ROWS                 PIC 9(9) COMP-5.
       01  WS-MISSING-COUNT            PIC 9(9) COMP-5.
       01  WS-EXTRA-COUNT              PIC 9(9) COMP-5.
       01  WS-DIFFER-COUNT             PIC 9(9) COMP-5.

      *> repair feed control totals
       01  WS-FEED-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01  WS-FEED-ID-HASH             PIC 9(13) COMP-5 VALUE 0.
       01  WS-FEED-ADD-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01  WS-FEED-CHG-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01  WS-FEED-DEL-COUNT           PIC 9(9) COMP-5 VALUE 0.

      *> credential vault lookup controls, same shape as DB2CONN
       01  WS-VAULT-STATUS-CODE        PIC S9(9) COMP-5.

       01  SQLDA-ID pic 9(4) comp-5.
       01  SQLDSIZE pic 9(4) comp-5.
       01  SQL-STMT-ID pic 9(4) comp-5.
       01  SQLVAR-INDEX pic 9(4) comp-5.
       01  SQL-DATA-TYPE pic 9(4) comp-5.
       01  SQL-HOST-VAR-LENGTH pic 9(9) comp-5.
       01  SQL-CALL-TYPE pic 9(4) comp-5.
       01  SQL-SECTIONUMBER pic 9(4) comp-5.
       01  SQL-INPUT-SQLDA-ID pic 9(4) comp-5.
       01  SQL-OUTPUT-SQLDA-ID pic 9(4) comp-5.
       COPY "db2pid.cpy".

      *> SQL communication area
       COPY "sqlca.cpy".

      *> SQL status
       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

      *> worst batch return code seen this run, moved to RETURN-CODE
      *> just before GOBACK, same convention as DB2CONN
       01 WS-BATCH-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.

      *> connect fields with variable length, bound by DB2CONNS
       01 HV-DBALIAS.
          49 HV-DBALIAS-LEN            PIC S9(4) COMP-5.
          49 HV-DBALIAS-BUF            PIC X(9).
       01 HV-USERID.
          49 HV-USERID-LEN             PIC S9(4) COMP-5.
          49 HV-USERID-BUF             PIC X(20).
       01 HV-PSWD.
          49 HV-PSWD-LEN               PIC S9(4) COMP-5.
          49 HV-PSWD-BUF               PIC X(20).

      *> host variables for the CUSTOMER_MASTER cursor
       01 HV-CUST-ID                   PIC S9(9) COMP-5.
       01 HV-CUST-NAME                 PIC X(30).
       01 HV-CUST-STATUS               PIC X(1).

      *> report line build areas
       01  WS-RPT-HEADER.
           05 FILLER                   PIC X(42) VALUE
              "DB2 DR SITE-PAIR RESYNC REPORT      RUN   ".
           05 WS-RPT-HDR-DATE          PIC X(8).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-RPT-PAIR-LINE.
           05 FILLER                   PIC X(11) VALUE "SITE PAIR  ".
           05 WS-RPT-PRI-ALIAS         PIC X(9).
           05 FILLER                   PIC X(6)  VALUE "  DR  ".
           05 WS-RPT-DR-ALIAS          PIC X(9).
           05 FILLER                   PIC X(11) VALUE "  RECON AT ".
           05 WS-RPT-RECON-TS          PIC X(26).
           05 FILLER                   PIC X(8)  VALUE SPACES.
       01  WS-RPT-DISC-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-DISC-KIND         PIC X(13).
           05 FILLER                   PIC X(10) VALUE "  CUST-ID ".
           05 WS-RPT-DISC-ID           PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-DISC-SIDE         PIC X(3).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-RPT-DISC-NAME         PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RPT-DISC-STATUS       PIC X(1).
           05 FILLER                   PIC X(7)  VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05 FILLER                   PIC X(11) VALUE "  PRI ROWS ".
           05 WS-RPT-PRI-ROWS          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE " DR ROWS ".
           05 WS-RPT-DR-ROWS           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE " MISSING ".
           05 WS-RPT-MISSING           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE " EXTRA ".
           05 WS-RPT-EXTRA             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE " DIFFER ".
           05 WS-RPT-DIFFER            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
       01  WS-RPT-RESULT-LINE.
           05 FILLER                   PIC X(10) VALUE "  RESULT  ".
           05 WS-RPT-RESULT            PIC X(60).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 FILLER                   PIC X(18) VALUE
              "MISMATCHED PAIRS  ".
           05 WS-RPT-PAIRS             PIC ZZZ9.
           05 FILLER                   PIC X(20) VALUE
              "  REPAIR FEED ROWS  ".
           05 WS-RPT-FEED-ROWS         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(31) VALUE SPACES.
       01  WS-RPT-NONE-LINE.
           05 FILLER                   PIC X(44) VALUE
              "NO SITE PAIR'S LATEST RECON VERDICT IS A    ".
           05 FILLER                   PIC X(36) VALUE
              "MISMATCH - NOTHING TO RESYNC        ".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2DRSYN SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "INSIDE DB2 DR SITE-PAIR RESYNC MODULE"

           PERFORM READ-RSYN-PARM THRU READ-RSYN-PARM-EX

      *> last night's feed must not survive this run, whatever it
      *> finds - opened before anything else can end the run, so
      *> nothing can be applied twice
           PERFORM OPEN-REPAIR-FEED THRU OPEN-REPAIR-FEED-EX

           PERFORM LOAD-RECON-PAIRS THRU LOAD-RECON-PAIRS-EX

           OPEN OUTPUT RSYNRPT
           IF NOT RSYNRPT-FILE-OK
              DISPLAY "*** UNABLE TO OPEN RSYNRPT, STATUS="
               WS-RSYNRPT-FILE-STATUS
              IF REPAIR-FEED-OPEN
                 PERFORM WRITE-EMPTY-REPAIR-FEED
                    THRU WRITE-EMPTY-REPAIR-FEED-EX
              END-IF
              IF WS-BATCH-RETURN-CODE < 8
                 MOVE 8 TO WS-BATCH-RETURN-CODE
              END-IF
              MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-HDR-DATE
           WRITE RSYNRPT-RECORD FROM WS-RPT-HEADER
           MOVE SPACES TO RSYNRPT-RECORD
           WRITE RSYNRPT-RECORD

           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
              IF WS-PR-RESULT(WS-PAIR-IX) = "MISMATCH  "
               AND (WS-REQ-PAIR-ALIAS = SPACES
                 OR WS-REQ-PAIR-ALIAS = WS-PR-PRI-ALIAS(WS-PAIR-IX))
                 ADD 1 TO WS-MISMATCH-PAIRS
                 PERFORM RESYNC-ONE-PAIR THRU RESYNC-ONE-PAIR-EX
              END-IF
           END-PERFORM

           IF WS-MISMATCH-PAIRS = 0
              WRITE RSYNRPT-RECORD FROM WS-RPT-NONE-LINE
              IF WS-REQ-PAIR-ALIAS = SPACES
                 DISPLAY "NO MISMATCHED SITE PAIRS - NOTHING TO RESYNC"
              ELSE
                 DISPLAY "WARNING - PAIR " WS-REQ-PAIR-ALIAS
                  " HAS NO OUTSTANDING MISMATCH IN RECONFILE"
              END-IF
              IF WS-BATCH-RETURN-CODE < 4
                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

           IF WS-MISMATCH-PAIRS > WS-FEED-PAIRS
            AND WS-FEED-PAIRS > 0
              DISPLAY "WARNING - " WS-MISMATCH-PAIRS " PAIRS MISMATCHED"
               " BUT THE REPAIR FEED CARRIES ONE - RERUN WITH A"
               " PAIR= CARD FOR EACH OF THE OTHERS"
              IF WS-BATCH-RETURN-CODE < 4
                 MOVE 4 TO WS-BATCH-RETURN-CODE
              END-IF
           END-IF

      *> no pair took the feed - close it off empty but complete
           IF WS-FEED-PAIRS = 0 AND REPAIR-FEED-OPEN
              PERFORM WRITE-EMPTY-REPAIR-FEED
                 THRU WRITE-EMPTY-REPAIR-FEED-EX
           END-IF

           MOVE SPACES TO RSYNRPT-RECORD
           WRITE RSYNRPT-RECORD
           MOVE WS-MISMATCH-PAIRS TO WS-RPT-PAIRS
           MOVE WS-FEED-COUNT TO WS-RPT-FEED-ROWS
           WRITE RSYNRPT-RECORD FROM WS-RPT-TOTAL-LINE
           CLOSE RSYNRPT

      *> no decoded password outlives the run
           MOVE SPACES TO HV-PSWD-BUF
           MOVE 0 TO HV-PSWD-LEN

           DISPLAY "DR RESYNC SUMMARY - MISMATCHED PAIRS="
            WS-MISMATCH-PAIRS " REPAIR ROWS=" WS-FEED-COUNT
            " ADD=" WS-FEED-ADD-COUNT " CHG=" WS-FEED-CHG-COUNT
            " DEL=" WS-FEED-DEL-COUNT

           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           DISPLAY "EXITING DB2 DR SITE-PAIR RESYNC MODULE - RC="
            RETURN-CODE
           GOBACK
          .
       MAIN-DB2DRSYN-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Picks the optional PAIR=<primary alias> card off RSYNPARM.
      *> No card, an empty card or a blank alias all mean "the first
      *> mismatched pair gets the repair feed".
      *>------------------------------------------------------------------------
       READ-RSYN-PARM SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT RSYNPARM

          IF RSYNPARM-FILE-OK
             READ RSYNPARM
             IF RSYNPARM-FILE-OK
                IF RSYNPARM-RECORD(1:5) = "PAIR="
                   MOVE RSYNPARM-RECORD(6:9) TO WS-REQ-PAIR-ALIAS
                ELSE
                   IF RSYNPARM-RECORD NOT = SPACES
                    AND RSYNPARM-RECORD(1:1) NOT = "*"
                      DISPLAY "WARNING - UNRECOGNIZED RSYNPARM CARD: "
                       RSYNPARM-RECORD(1:40)
                      IF WS-BATCH-RETURN-CODE < 4
                         MOVE 4 TO WS-BATCH-RETURN-CODE
                      END-IF
                   END-IF
                END-IF
             END-IF
             CLOSE RSYNPARM
          END-IF

          IF WS-REQ-PAIR-ALIAS = SPACES
             DISPLAY "NO PAIR= CARD - FIRST MISMATCHED PAIR GETS THE"
              " REPAIR FEED"
          ELSE
             DISPLAY "CONTROL CARD - RESYNC PAIR " WS-REQ-PAIR-ALIAS
          END-IF
          .
       READ-RSYN-PARM-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Folds RECONFILE into one row per site pair holding the
      *> pair's latest verdict - the file is in write order, so the
      *> last record read for a pair is the newest.
      *>------------------------------------------------------------------------
       LOAD-RECON-PAIRS SECTION.
      *>------------------------------------------------------------------------
          OPEN INPUT RECONFILE
          IF NOT RECON-FILE-OK
             DISPLAY "*** RECONFILE NOT AVAILABLE, STATUS="
              WS-RECON-FILE-STATUS " - NO PAIRS TO RESYNC"
             IF REPAIR-FEED-OPEN
                PERFORM WRITE-EMPTY-REPAIR-FEED
                   THRU WRITE-EMPTY-REPAIR-FEED-EX
             END-IF
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE 'Y' TO WS-MORE-INPUT
          PERFORM LOAD-ONE-RECON-RECORD THRU LOAD-ONE-RECON-RECORD-EX
             UNTIL WS-MORE-INPUT = 'N'

          CLOSE RECONFILE
          .
       LOAD-RECON-PAIRS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-RECON-RECORD SECTION.
      *>------------------------------------------------------------------------
          READ RECONFILE

          IF NOT RECON-FILE-OK
             IF NOT RECON-FILE-EOF
                DISPLAY "WARNING - RECONFILE READ FAILED, STATUS="
                 WS-RECON-FILE-STATUS " - LATER VERDICTS NOT SEEN"
                IF WS-BATCH-RETURN-CODE < 8
                   MOVE 8 TO WS-BATCH-RETURN-CODE
                END-IF
             END-IF
             MOVE 'N' TO WS-MORE-INPUT
             GO TO LOAD-ONE-RECON-RECORD-EX
          END-IF

          MOVE 'N' TO WS-PAIR-FOUND
          PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                  UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                     OR PAIR-SLOT-FOUND
             IF WS-PR-PRI-ALIAS(WS-PAIR-IX) = RECON-PRI-DBALIAS
              AND WS-PR-DR-ALIAS(WS-PAIR-IX) = RECON-2ND-DBALIAS
                MOVE 'Y' TO WS-PAIR-FOUND
             END-IF
          END-PERFORM

          IF PAIR-SLOT-FOUND
             SUBTRACT 1 FROM WS-PAIR-IX
          ELSE
             IF WS-PAIR-COUNT >= WS-PAIR-MAX
                DISPLAY "WARNING - PAIR TABLE FULL, SKIPPING "
                 RECON-PRI-DBALIAS "/" RECON-2ND-DBALIAS
                IF WS-BATCH-RETURN-CODE < 4
                   MOVE 4 TO WS-BATCH-RETURN-CODE
                END-IF
                GO TO LOAD-ONE-RECON-RECORD-EX
             END-IF
             ADD 1 TO WS-PAIR-COUNT
             MOVE WS-PAIR-COUNT TO WS-PAIR-IX
             MOVE RECON-PRI-DBALIAS TO WS-PR-PRI-ALIAS(WS-PAIR-IX)
             MOVE RECON-2ND-DBALIAS TO WS-PR-DR-ALIAS(WS-PAIR-IX)
          END-IF

          MOVE RECON-TIMESTAMP TO WS-PR-TIMESTAMP(WS-PAIR-IX)
          MOVE RECON-RESULT TO WS-PR-RESULT(WS-PAIR-IX)
          .
       LOAD-ONE-RECON-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Compares one mismatched pair row by row. The DR copy is read
      *> first into the in-core table, then the primary is streamed
      *> against it: not on DR is MISSING (A), on DR with another
      *> name or status DIFFERS (C), and DR rows the primary never
      *> matched are EXTRA (D). The pair that gets the repair feed
      *> writes its details on the same passes.
      *>------------------------------------------------------------------------
       RESYNC-ONE-PAIR SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-PR-PRI-ALIAS(WS-PAIR-IX) TO WS-PRI-ALIAS
          MOVE WS-PR-DR-ALIAS(WS-PAIR-IX) TO WS-DR-ALIAS
          MOVE 0 TO WS-PRI-ROWS
          MOVE 0 TO WS-MISSING-COUNT
          MOVE 0 TO WS-EXTRA-COUNT
          MOVE 0 TO WS-DIFFER-COUNT
          MOVE 0 TO WS-DR-COUNT
          MOVE 'Y' TO WS-PAIR-COMPLETE

          MOVE SPACES TO RSYNRPT-RECORD
          WRITE RSYNRPT-RECORD
          MOVE WS-PRI-ALIAS TO WS-RPT-PRI-ALIAS
          MOVE WS-DR-ALIAS TO WS-RPT-DR-ALIAS
          MOVE WS-PR-TIMESTAMP(WS-PAIR-IX) TO WS-RPT-RECON-TS
          WRITE RSYNRPT-RECORD FROM WS-RPT-PAIR-LINE

          DISPLAY "RESYNC COMPARE " WS-PRI-ALIAS "/" WS-DR-ALIAS

          MOVE 'N' TO WS-FEED-THIS-PAIR

          PERFORM FIND-PAIR-PARM-ENTRY THRU FIND-PAIR-PARM-ENTRY-EX
          IF NOT PARM-PAIR-FOUND
             DISPLAY "*** PAIR " WS-PRI-ALIAS "/" WS-DR-ALIAS
              " NOT IN PARMFILE - NO CREDENTIALS TO READ IT WITH"
             MOVE 'N' TO WS-PAIR-COMPLETE
             PERFORM WRITE-PAIR-RESULT THRU WRITE-PAIR-RESULT-EX
             GO TO RESYNC-ONE-PAIR-EX
          END-IF

      *> the feed slot goes to the first pair that can actually be
      *> read - one with no PARMFILE entry must not use it up
          IF WS-FEED-PAIRS = 0 AND REPAIR-FEED-OPEN
             MOVE 'Y' TO WS-FEED-THIS-PAIR
             ADD 1 TO WS-FEED-PAIRS
             MOVE WS-DR-ALIAS TO WS-FEED-DR-ALIAS
             PERFORM WRITE-REPAIR-HEADER THRU WRITE-REPAIR-HEADER-EX
          END-IF

      *> the DR side first, into the table
          MOVE 'D' TO WS-SITE-PASS
          MOVE WS-DR-ALIAS TO WS-SITE-ALIAS
          MOVE WS-DR-USERID TO WS-SITE-USERID
          MOVE WS-DR-VAULT-KEY TO WS-SITE-VAULT-KEY
          PERFORM READ-ONE-SITE THRU READ-ONE-SITE-EX

      *> then the primary against it - only worth doing when the DR
      *> side came back whole, or every DR row would read as missing
          IF PAIR-COMPLETE
             MOVE 'P' TO WS-SITE-PASS
             MOVE WS-PRI-ALIAS TO WS-SITE-ALIAS
             MOVE WS-PRI-USERID TO WS-SITE-USERID
             MOVE WS-PRI-VAULT-KEY TO WS-SITE-VAULT-KEY
             PERFORM READ-ONE-SITE THRU READ-ONE-SITE-EX
          END-IF

          IF PAIR-COMPLETE
             PERFORM REPORT-EXTRA-ON-DR THRU REPORT-EXTRA-ON-DR-EX
          END-IF

          IF FEED-THIS-PAIR
             PERFORM CLOSE-REPAIR-FEED THRU CLOSE-REPAIR-FEED-EX
          END-IF

          PERFORM WRITE-PAIR-RESULT THRU WRITE-PAIR-RESULT-EX
          .
       RESYNC-ONE-PAIR-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Finds the PARMFILE entry that carries this pair - primary
      *> alias with this DR alias as its second site - and keeps both
      *> sites' userid and vault key.
      *>------------------------------------------------------------------------
       FIND-PAIR-PARM-ENTRY SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-PARM-PAIR-FOUND

          OPEN INPUT PARMFILE
          IF NOT PARM-FILE-OK
             DISPLAY "*** PARMFILE NOT AVAILABLE, STATUS="
              WS-PARM-FILE-STATUS
             GO TO FIND-PAIR-PARM-ENTRY-EX
          END-IF

          MOVE 'Y' TO WS-MORE-PARM
          PERFORM SCAN-ONE-PARM-ENTRY THRU SCAN-ONE-PARM-ENTRY-EX
             UNTIL WS-MORE-PARM = 'N'

          CLOSE PARMFILE
          .
       FIND-PAIR-PARM-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-PARM-ENTRY SECTION.
      *>------------------------------------------------------------------------
          READ PARMFILE

          IF NOT PARM-FILE-OK
             MOVE 'N' TO WS-MORE-PARM
             GO TO SCAN-ONE-PARM-ENTRY-EX
          END-IF

          IF PARM-DBALIAS = WS-PRI-ALIAS
           AND PARM-2ND-DBALIAS = WS-DR-ALIAS
             MOVE 'Y' TO WS-PARM-PAIR-FOUND
             MOVE PARM-USERID TO WS-PRI-USERID
             MOVE PARM-VAULT-KEY TO WS-PRI-VAULT-KEY
             MOVE PARM-2ND-USERID TO WS-DR-USERID
             MOVE PARM-2ND-VAULT-KEY TO WS-DR-VAULT-KEY
             MOVE 'N' TO WS-MORE-PARM
          END-IF
          .
       SCAN-ONE-PARM-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Connects to the site named in WS-SITE-ALIAS, reads its whole
      *> CUSTOMER_MASTER through the cursor and resets the connection.
      *> Any failure on the way marks the pair incomplete.
      *>------------------------------------------------------------------------
       READ-ONE-SITE SECTION.
      *>------------------------------------------------------------------------
          PERFORM CONNECT-ONE-SITE THRU CONNECT-ONE-SITE-EX
          IF NOT SITE-CONNECTED
             MOVE 'N' TO WS-PAIR-COMPLETE
             GO TO READ-ONE-SITE-EX
          END-IF

          PERFORM OPEN-CUSTOMER-CURSOR THRU OPEN-CUSTOMER-CURSOR-EX
          IF SQL-STATUS-OK
             MOVE 'Y' TO WS-MORE-ROWS
             PERFORM FETCH-CUSTOMER-ROW THRU FETCH-CUSTOMER-ROW-EX
                UNTIL WS-MORE-ROWS = 'N'
             PERFORM CLOSE-CUSTOMER-CURSOR
                THRU CLOSE-CUSTOMER-CURSOR-EX
          ELSE
             DISPLAY "WARNING - UNABLE TO OPEN CUSTOMER CURSOR ON "
              WS-SITE-ALIAS " SQLCODE=" SQLCODE
             MOVE 'N' TO WS-PAIR-COMPLETE
          END-IF

          PERFORM CONNECT-RESET THRU CONNECT-RESET-EX
          .
       READ-ONE-SITE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-ONE-SITE SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-SITE-CONNECTED

          CALL "DB2VAULT" USING WS-SITE-VAULT-KEY
                                 HV-PSWD
                                 WS-VAULT-STATUS-CODE
          IF WS-VAULT-STATUS-CODE NOT = 0
             DISPLAY "*** NO VAULT ENTRY FOR KEY " WS-SITE-VAULT-KEY
              " - " WS-SITE-ALIAS " NOT READ"
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO CONNECT-ONE-SITE-EX
          END-IF

          MOVE WS-SITE-ALIAS TO HV-DBALIAS-BUF
          MOVE WS-SITE-USERID TO HV-USERID-BUF
          MOVE FUNCTION STORED-CHAR-LENGTH(HV-DBALIAS-BUF)
            TO HV-DBALIAS-LEN
          MOVE FUNCTION STORED-CHAR-LENGTH(HV-USERID-BUF)
            TO HV-USERID-LEN
          MOVE "DB2DRSYN" TO SQL-PART8
          MOVE HV-USERID-BUF TO SQL-PART5

          DISPLAY "INITIATING CONNECTION REQUEST WITH " HV-DBALIAS-BUF
          CALL "DB2CONNS" USING HV-DBALIAS
                                 HV-USERID
                                 HV-PSWD
                                 SQLCA
                                 WS-SQL-STATUS
          IF NOT SQL-STATUS-OK
             DISPLAY "*** CONNECT TO " WS-SITE-ALIAS " SQLCODE="
              SQLCODE
             IF WS-BATCH-RETURN-CODE < 8
                MOVE 8 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO CONNECT-ONE-SITE-EX
          END-IF

          MOVE 'Y' TO WS-SITE-CONNECTED
          .
       CONNECT-ONE-SITE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-CUSTOMER-CURSOR SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *DECLARE RSYN_CSR CURSOR FOR
      *   SELECT CUST_ID, CUST_NAME, CUST_STATUS
      *     FROM APPDB.CUSTOMER_MASTER
      *    ORDER BY CUST_ID
      *EXEC SQL OPEN RSYN_CSR END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 1 TO SQL-STMT-ID
           MOVE 3 TO SQLDSIZE
           MOVE 2 TO SQLDA-ID

           CALL "sqlgaloc" USING
               BY VALUE SQLDA-ID
                        SQLDSIZE
                        SQL-STMT-ID
                        0

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 33 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS
          DISPLAY "OPEN CURSOR SQLCODE :" SQLCODE
          .
       OPEN-CUSTOMER-CURSOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Fetches one row and hands it to the pass in progress - a DR
      *> row is stored, a primary row is judged against the store.
      *>------------------------------------------------------------------------
       FETCH-CUSTOMER-ROW SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL
      *FETCH RSYN_CSR INTO :HV-CUST-ID, :HV-CUST-NAME, :HV-CUST-STATUS
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 4 TO SQL-HOST-VAR-LENGTH
           MOVE 497 TO SQL-DATA-TYPE
           MOVE 0 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-ID
            BY VALUE 0
                     0

           MOVE 30 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 1 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-NAME
            BY VALUE 0
                     0

           MOVE 1 TO SQL-HOST-VAR-LENGTH
           MOVE 448 TO SQL-DATA-TYPE
           MOVE 2 TO SQLVAR-INDEX
           MOVE 2 TO SQLDA-ID

           CALL "sqlgstlv" USING
            BY VALUE SQLDA-ID
                     SQLVAR-INDEX
                     SQL-DATA-TYPE
                     SQL-HOST-VAR-LENGTH
            BY REFERENCE HV-CUST-STATUS
            BY VALUE 0
                     0

           MOVE 2 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 42 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          MOVE SQLCODE TO WS-SQL-STATUS

          IF NOT SQL-STATUS-OK
             MOVE 'N' TO WS-MORE-ROWS
             IF NOT SQL-STATUS-NOT-FOUND
                DISPLAY "WARNING - CUSTOMER ROW FETCH ON "
                 WS-SITE-ALIAS " SQLCODE=" SQLCODE
                MOVE 'N' TO WS-PAIR-COMPLETE
             END-IF
             GO TO FETCH-CUSTOMER-ROW-EX
          END-IF

          IF READING-DR-SITE
             PERFORM STORE-DR-ROW THRU STORE-DR-ROW-EX
          ELSE
             ADD 1 TO WS-PRI-ROWS
             PERFORM COMPARE-PRI-ROW THRU COMPARE-PRI-ROW-EX
          END-IF

          IF NOT PAIR-COMPLETE
             MOVE 'N' TO WS-MORE-ROWS
          END-IF
          .
       FETCH-CUSTOMER-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-CUSTOMER-CURSOR SECTION.
      *>------------------------------------------------------------------------

      *EXEC SQL CLOSE RSYN_CSR END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 1 TO SQL-SECTIONUMBER
           MOVE 34 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          DISPLAY "CLOSE CURSOR SQLCODE :" SQLCODE
          .
       CLOSE-CUSTOMER-CURSOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-RESET SECTION.
      *>------------------------------------------------------------------------
          DISPLAY "RESETTING DB2 CONNECTION NOW"

      *EXEC SQL
      *CONNECT RESET
      *    END-EXEC
           CALL "sqlgstrt" USING
              BY CONTENT SQLA-PROGRAM-ID
              BY VALUE 0
              BY REFERENCE SQLCA

           MOVE 0 TO SQL-OUTPUT-SQLDA-ID
           MOVE 0 TO SQL-INPUT-SQLDA-ID
           MOVE 2 TO SQL-SECTIONUMBER
           MOVE 29 TO SQL-CALL-TYPE

           CALL "sqlgcall" USING
            BY VALUE SQL-CALL-TYPE
                     SQL-SECTIONUMBER
                     SQL-INPUT-SQLDA-ID
                     SQL-OUTPUT-SQLDA-ID
                     0

           CALL "sqlgstop" USING
            BY VALUE 0

          DISPLAY "CONNECT RESET SQLCODE :" SQLCODE
          .
       CONNECT-RESET-EX.
          EXIT.

      *>------------------------------------------------------------------------
       STORE-DR-ROW SECTION.
      *>------------------------------------------------------------------------
          IF WS-DR-COUNT >= WS-DR-MAX
             DISPLAY "*** DR ROW TABLE FULL ON " WS-SITE-ALIAS
              " - RAISE WS-DR-MAX"
             MOVE 'N' TO WS-PAIR-COMPLETE
             GO TO STORE-DR-ROW-EX
          END-IF

          ADD 1 TO WS-DR-COUNT
          MOVE HV-CUST-ID TO WS-DRT-CUST-ID(WS-DR-COUNT)
          MOVE HV-CUST-NAME TO WS-DRT-CUST-NAME(WS-DR-COUNT)
          MOVE HV-CUST-STATUS TO WS-DRT-CUST-STATUS(WS-DR-COUNT)
          MOVE 'N' TO WS-DRT-MATCHED(WS-DR-COUNT)
          .
       STORE-DR-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Judges the primary row in the host variables against the DR
      *> table: equal is in step, different is DIFFERS (C, carrying
      *> the primary's values), absent is MISSING (A).
      *>------------------------------------------------------------------------
       COMPARE-PRI-ROW SECTION.
      *>------------------------------------------------------------------------
          MOVE 'N' TO WS-DR-FOUND

          PERFORM VARYING WS-DR-IX FROM 1 BY 1
                  UNTIL WS-DR-IX > WS-DR-COUNT
                     OR DR-ROW-FOUND
             IF WS-DRT-CUST-ID(WS-DR-IX) = HV-CUST-ID
                MOVE 'Y' TO WS-DR-FOUND
             END-IF
          END-PERFORM

          IF NOT DR-ROW-FOUND
             ADD 1 TO WS-MISSING-COUNT
             MOVE "MISSING-ON-DR" TO WS-RPT-DISC-KIND
             MOVE HV-CUST-ID TO WS-RPT-DISC-ID
             MOVE "PRI" TO WS-RPT-DISC-SIDE
             MOVE HV-CUST-NAME TO WS-RPT-DISC-NAME
             MOVE HV-CUST-STATUS TO WS-RPT-DISC-STATUS
             WRITE RSYNRPT-RECORD FROM WS-RPT-DISC-LINE
             MOVE "A" TO DELT-DTL-ACTION
             MOVE HV-CUST-ID TO DELT-DTL-CUST-ID
             MOVE HV-CUST-NAME TO DELT-DTL-CUST-NAME
             MOVE HV-CUST-STATUS TO DELT-DTL-CUST-STATUS
             PERFORM WRITE-REPAIR-DETAIL THRU WRITE-REPAIR-DETAIL-EX
             GO TO COMPARE-PRI-ROW-EX
          END-IF

          SUBTRACT 1 FROM WS-DR-IX
          MOVE 'Y' TO WS-DRT-MATCHED(WS-DR-IX)

          IF WS-DRT-CUST-NAME(WS-DR-IX) = HV-CUST-NAME
           AND WS-DRT-CUST-STATUS(WS-DR-IX) = HV-CUST-STATUS
             GO TO COMPARE-PRI-ROW-EX
          END-IF

          ADD 1 TO WS-DIFFER-COUNT
          MOVE "DIFFERS      " TO WS-RPT-DISC-KIND
          MOVE HV-CUST-ID TO WS-RPT-DISC-ID
          MOVE "PRI" TO WS-RPT-DISC-SIDE
          MOVE HV-CUST-NAME TO WS-RPT-DISC-NAME
          MOVE HV-CUST-STATUS TO WS-RPT-DISC-STATUS
          WRITE RSYNRPT-RECORD FROM WS-RPT-DISC-LINE
          MOVE SPACES TO WS-RPT-DISC-KIND
          MOVE "DR " TO WS-RPT-DISC-SIDE
          MOVE WS-DRT-CUST-NAME(WS-DR-IX) TO WS-RPT-DISC-NAME
          MOVE WS-DRT-CUST-STATUS(WS-DR-IX) TO WS-RPT-DISC-STATUS
          WRITE RSYNRPT-RECORD FROM WS-RPT-DISC-LINE

          MOVE "C" TO DELT-DTL-ACTION
          MOVE HV-CUST-ID TO DELT-DTL-CUST-ID
          MOVE HV-CUST-NAME TO DELT-DTL-CUST-NAME
          MOVE HV-CUST-STATUS TO DELT-DTL-CUST-STATUS
          PERFORM WRITE-REPAIR-DETAIL THRU WRITE-REPAIR-DETAIL-EX
          .
       COMPARE-PRI-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> DR rows the primary never matched are EXTRA - each goes out
      *> as a D carrying the DR values it is deleting.
      *>------------------------------------------------------------------------
       REPORT-EXTRA-ON-DR SECTION.
      *>------------------------------------------------------------------------
          PERFORM VARYING WS-DR-IX FROM 1 BY 1
                  UNTIL WS-DR-IX > WS-DR-COUNT
             IF NOT DRT-ROW-MATCHED(WS-DR-IX)
                ADD 1 TO WS-EXTRA-COUNT
                MOVE "EXTRA-ON-DR  " TO WS-RPT-DISC-KIND
                MOVE WS-DRT-CUST-ID(WS-DR-IX) TO WS-RPT-DISC-ID
                MOVE "DR " TO WS-RPT-DISC-SIDE
                MOVE WS-DRT-CUST-NAME(WS-DR-IX) TO WS-RPT-DISC-NAME
                MOVE WS-DRT-CUST-STATUS(WS-DR-IX)
                  TO WS-RPT-DISC-STATUS
                WRITE RSYNRPT-RECORD FROM WS-RPT-DISC-LINE
                MOVE "D" TO DELT-DTL-ACTION
                MOVE WS-DRT-CUST-ID(WS-DR-IX) TO DELT-DTL-CUST-ID
                MOVE WS-DRT-CUST-NAME(WS-DR-IX) TO DELT-DTL-CUST-NAME
                MOVE WS-DRT-CUST-STATUS(WS-DR-IX)
                  TO DELT-DTL-CUST-STATUS
                PERFORM WRITE-REPAIR-DETAIL
                   THRU WRITE-REPAIR-DETAIL-EX
             END-IF
          END-PERFORM
          .
       REPORT-EXTRA-ON-DR-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Opens a fresh RSYNFEED for the run, replacing whatever feed
      *> an earlier run left. A feed that cannot be opened fails the
      *> run at RC 12 - the old feed may still be sitting there.
      *>------------------------------------------------------------------------
       OPEN-REPAIR-FEED SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT RSYNFEED
          IF NOT FEED-FILE-OK
             DISPLAY "*** UNABLE TO OPEN RSYNFEED, STATUS="
              WS-FEED-FILE-STATUS " - NO REPAIR FEED PRODUCED, AN"
              " EARLIER RSYNFEED MAY STILL BE IN PLACE"
             MOVE 'N' TO WS-FEED-VALID
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
             GO TO OPEN-REPAIR-FEED-EX
          END-IF

          MOVE 'Y' TO WS-FEED-OPEN
          .
       OPEN-REPAIR-FEED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Heads the repair feed for the pair that gets it - the run
      *> stamped now and the DR alias named as the subsystem it is
      *> applied to, the way DB2CMSUS stamps its resubmission feed.
      *>------------------------------------------------------------------------
       WRITE-REPAIR-HEADER SECTION.
      *>------------------------------------------------------------------------
          MOVE "H" TO DELT-HDR-ID
          MOVE FUNCTION CURRENT-DATE TO DELT-HDR-RUN-DATE
          MOVE WS-FEED-DR-ALIAS TO DELT-HDR-DBALIAS
          WRITE DELT-HEADER-RECORD
          IF NOT FEED-FILE-OK
             PERFORM FAIL-REPAIR-FEED THRU FAIL-REPAIR-FEED-EX
          END-IF
          .
       WRITE-REPAIR-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Nothing was repaired this run - RSYNFEED goes out as a valid
      *> empty feed (header, zero-count trailer) that DB2CMUPD proves
      *> and applies as nothing, instead of an earlier night's feed.
      *> The header names the DR alias of the pair the run took up,
      *> else the DR alias RECONFILE holds for the PAIR= card's
      *> primary, else NONE - never a blank alias.
      *>------------------------------------------------------------------------
       WRITE-EMPTY-REPAIR-FEED SECTION.
      *>------------------------------------------------------------------------
          IF WS-FEED-DR-ALIAS = SPACES
           AND WS-REQ-PAIR-ALIAS NOT = SPACES
             PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                     UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                        OR WS-FEED-DR-ALIAS NOT = SPACES
                IF WS-PR-PRI-ALIAS(WS-PAIR-IX) = WS-REQ-PAIR-ALIAS
                   MOVE WS-PR-DR-ALIAS(WS-PAIR-IX) TO WS-FEED-DR-ALIAS
                END-IF
             END-PERFORM
          END-IF
          IF WS-FEED-DR-ALIAS = SPACES
             MOVE WS-NO-PAIR-ALIAS TO WS-FEED-DR-ALIAS
          END-IF

          MOVE "H" TO DELT-HDR-ID
          MOVE FUNCTION CURRENT-DATE TO DELT-HDR-RUN-DATE
          MOVE WS-FEED-DR-ALIAS TO DELT-HDR-DBALIAS
          WRITE DELT-HEADER-RECORD
          IF NOT FEED-FILE-OK
             PERFORM FAIL-REPAIR-FEED THRU FAIL-REPAIR-FEED-EX
             CLOSE RSYNFEED
             GO TO WRITE-EMPTY-REPAIR-FEED-EX
          END-IF

          MOVE "T" TO DELT-TRL-ID
          MOVE 0 TO DELT-TRL-REC-COUNT
          MOVE 0 TO DELT-TRL-ID-HASH-TOTAL
          MOVE 0 TO DELT-TRL-ADD-COUNT
          MOVE 0 TO DELT-TRL-CHG-COUNT
          MOVE 0 TO DELT-TRL-DEL-COUNT
          WRITE DELT-TRAILER-RECORD
          IF NOT FEED-FILE-OK
             PERFORM FAIL-REPAIR-FEED THRU FAIL-REPAIR-FEED-EX
          ELSE
             DISPLAY "NO REPAIR ROWS - EMPTY REPAIR FEED WRITTEN"
          END-IF
          CLOSE RSYNFEED
          .
       WRITE-EMPTY-REPAIR-FEED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Writes one repair detail when this pair gets the feed - the
      *> caller has set the action and the row's values.
      *>------------------------------------------------------------------------
       WRITE-REPAIR-DETAIL SECTION.
      *>------------------------------------------------------------------------
          IF NOT FEED-THIS-PAIR OR NOT REPAIR-FEED-VALID
             GO TO WRITE-REPAIR-DETAIL-EX
          END-IF

          MOVE "D" TO DELT-DTL-ID
          WRITE DELT-DETAIL-RECORD
          IF NOT FEED-FILE-OK
             PERFORM FAIL-REPAIR-FEED THRU FAIL-REPAIR-FEED-EX
             GO TO WRITE-REPAIR-DETAIL-EX
          END-IF

          ADD 1 TO WS-FEED-COUNT
          COMPUTE WS-FEED-ID-HASH =
             FUNCTION MOD(WS-FEED-ID-HASH + DELT-DTL-CUST-ID,
                1000000000000)
          EVALUATE DELT-DTL-ACTION
             WHEN "A"
                ADD 1 TO WS-FEED-ADD-COUNT
             WHEN "C"
                ADD 1 TO WS-FEED-CHG-COUNT
             WHEN "D"
                ADD 1 TO WS-FEED-DEL-COUNT
          END-EVALUATE
          .
       WRITE-REPAIR-DETAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FAIL-REPAIR-FEED SECTION.
      *>------------------------------------------------------------------------
          DISPLAY "WARNING - RSYNFEED WRITE FAILED, STATUS="
           WS-FEED-FILE-STATUS " - REPAIR FEED INVALIDATED"
          MOVE 'N' TO WS-FEED-VALID
          IF WS-BATCH-RETURN-CODE < 12
             MOVE 12 TO WS-BATCH-RETURN-CODE
          END-IF
          .
       FAIL-REPAIR-FEED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> Finishes the repair feed. The trailer only goes out when both
      *> sites were read end-to-end and every write landed - a repair
      *> derived from half a table would delete or overwrite the
      *> wrong rows, so DB2CMUPD must be able to refuse it.
      *>------------------------------------------------------------------------
       CLOSE-REPAIR-FEED SECTION.
      *>------------------------------------------------------------------------
          IF PAIR-COMPLETE AND REPAIR-FEED-VALID
             MOVE "T" TO DELT-TRL-ID
             MOVE WS-FEED-COUNT TO DELT-TRL-REC-COUNT
             MOVE WS-FEED-ID-HASH TO DELT-TRL-ID-HASH-TOTAL
             MOVE WS-FEED-ADD-COUNT TO DELT-TRL-ADD-COUNT
             MOVE WS-FEED-CHG-COUNT TO DELT-TRL-CHG-COUNT
             MOVE WS-FEED-DEL-COUNT TO DELT-TRL-DEL-COUNT
             WRITE DELT-TRAILER-RECORD
             IF NOT FEED-FILE-OK
                PERFORM FAIL-REPAIR-FEED THRU FAIL-REPAIR-FEED-EX
             ELSE
                DISPLAY "REPAIR FEED WRITTEN FOR " WS-DR-ALIAS " - "
                 WS-FEED-COUNT " TRANSACTION(S)"
             END-IF
          ELSE
             DISPLAY "WARNING - REPAIR FEED INCOMPLETE FOR "
              WS-DR-ALIAS " - TRAILER WITHHELD"
             IF WS-BATCH-RETURN-CODE < 12
                MOVE 12 TO WS-BATCH-RETURN-CODE
             END-IF
          END-IF
          CLOSE RSYNFEED
          .
       CLOSE-REPAIR-FEED-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *> The pair's closing lines - its counts and what was done
      *> about it.
      *>------------------------------------------------------------------------
       WRITE-PAIR-RESULT SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-PRI-ROWS TO WS-RPT-PRI-ROWS
          MOVE WS-DR-COUNT TO WS-RPT-DR-ROWS
          MOVE WS-MISSING-COUNT TO WS-RPT-MISSING
          MOVE WS-EXTRA-COUNT TO WS-RPT-EXTRA
          MOVE WS-DIFFER-COUNT TO WS-RPT-DIFFER
          WRITE RSYNRPT-RECORD FROM WS-RPT-COUNT-LINE

          MOVE SPACES TO WS-RPT-RESULT
          EVALUATE TRUE
             WHEN NOT PAIR-COMPLETE
                MOVE "INCOMPLETE - A SITE COULD NOT BE READ, NO REPAIR"
                  TO WS-RPT-RESULT
                IF FEED-THIS-PAIR
                   IF WS-BATCH-RETURN-CODE < 12
                      MOVE 12 TO WS-BATCH-RETURN-CODE
                   END-IF
                ELSE
                   IF WS-BATCH-RETURN-CODE < 8
                      MOVE 8 TO WS-BATCH-RETURN-CODE
                   END-IF
                END-IF
             WHEN FEED-THIS-PAIR AND NOT REPAIR-FEED-VALID
                MOVE "REPAIR FEED FAILED - TRAILER WITHHELD"
                  TO WS-RPT-RESULT
             WHEN WS-MISSING-COUNT + WS-EXTRA-COUNT
                  + WS-DIFFER-COUNT = 0
                MOVE "NO ROW DIFFERENCES - SITES CONVERGED SINCE SWEEP"
                  TO WS-RPT-RESULT
             WHEN FEED-THIS-PAIR
                STRING "REPAIR FEED WRITTEN - APPLY WITH DB2CMUPD "
                   "TARGET=" WS-DR-ALIAS
                   DELIMITED BY SIZE INTO WS-RPT-RESULT
             WHEN OTHER
                MOVE "REPORTED ONLY - RERUN WITH PAIR= FOR ITS FEED"
                  TO WS-RPT-RESULT
          END-EVALUATE
          WRITE RSYNRPT-RECORD FROM WS-RPT-RESULT-LINE
          .
       WRITE-PAIR-RESULT-EX.
          EXIT.
       END PROGRAM DB2DRSYN.
