      *
      * USAGE:     CARDVAUD TOKEN-VAULT-FILENAME STATS-FILENAME
      *            REPORT-FILENAME
      *            [PURGE-COUNT-FILENAME [EXCEPTION-LOG-FILENAME]]
      *
      *            STATS-FILENAME ACCUMULATES ONE RECORD PER AUDIT
      *            RUN - DATE X(08), MAPPING COUNT 9(09) - AND THE
      *            RECORDED COUNT.  A MISSING STATS FILE IS A FIRST
      *            AUDIT, NOT AN ERROR.  ANY INTEGRITY FINDING SETS A
      *            NONZERO RETURN CODE.
      *
      *            PURGE-COUNT-FILENAME IS THE FILE CARDVPRG APPENDS
      *            ITS BEFORE AND AFTER COUNTS TO.  WHEN IT IS GIVEN,
      *            THE VAULT MUST HOLD THE LAST PURGE'S AFTER-COUNT
      *            PLUS ONE MAPPING FOR EVERY TOKEN ISSUED SINCE; ANY
      *            OTHER COUNT MEANS MAPPINGS WERE ADDED OR REMOVED
      *            OUTSIDE CARD1 AND THE PURGE, AND IS A FINDING.  NO
      *            PURGE-COUNT FILE YET MEANS NO PURGE HAS RUN.
      *
      *            WHEN AN EXCEPTION LOG IS NAMED, EVERY FINDING IS
      *            ALSO APPENDED TO THAT SHARED EXCEPTIONS FILE FOR THE
      *            MORNING EXCEPTIONS QUEUE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDVAUD.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-STATUS.

       SELECT PURGE-COUNT-FILE ASSIGN TO PURGE-COUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-COUNT-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       SELECT EXCEPTION-LOG-FILE ASSIGN TO EXCEPTION-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 TOKEN-VAULT-RECORD.
           05  VAULT-PAN          PIC X(16).
           05  VAULT-TOKEN        PIC X(16).
           05  VAULT-LAST-SEEN-DATE PIC X(08).

       FD STATS-FILE.
       01 STATS-RECORD PIC X(17).

       FD PURGE-COUNT-FILE.
       01 PURGE-COUNT-RECORD PIC X(60).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD PIC X(113).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           05  TOKEN-VAULT-FILENAME PIC X(120).
           05  STATS-FILENAME       PIC X(120).
           05  REPORT-FILENAME      PIC X(120).
           05  PURGE-COUNT-FILENAME PIC X(120).
           05  EXCEPTION-LOG-FILENAME PIC X(120).

       01  WS-TOKEN-VAULT-STATUS   PIC X(02).
           88  TOKEN-VAULT-OK      VALUE '00'.
           88  STATS-OK            VALUE '00'.
           88  STATS-EOF           VALUE '10'.

       01  WS-PURGE-COUNT-STATUS   PIC X(02).
           88  PURGE-COUNT-OK      VALUE '00'.
           88  PURGE-COUNT-EOF     VALUE '10'.

       01  WS-REPORT-STATUS        PIC X(02).
           88  REPORT-OK           VALUE '00'.


       01  WS-VAULT-GROWTH         PIC S9(09) VALUE ZERO.

       01  WS-PURGE-COUNT-FIELDS.
           copy vltpurge.

       01  WS-LAST-PURGE-SWITCH    PIC X(01) VALUE 'N'.
           88  LAST-PURGE-SEEN     VALUE 'Y'.

       01  WS-EXPECTED-COUNT       PIC S9(15) VALUE ZERO.

       01  WS-RUN-DATE             PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-DUPLICATE-COUNT  PIC 9(06) COMP VALUE ZERO.
           05  WS-ORPHAN-COUNT     PIC 9(06) COMP VALUE ZERO.
           05  WS-MALFORMED-COUNT  PIC 9(06) COMP VALUE ZERO.
           05  WS-PURGE-MISMATCH-COUNT PIC 9(06) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REPORT-HEADING.
                   'GROWTH SINCE LAST AUDIT '.
               10  GRW-VALUE       PIC Z(08)9-.

      * SHARED EXCEPTIONS FILE.  THIS RUN'S FINDINGS ARE APPENDED AS
      * ONE BLOCK - HEADER, EXCEPTION RECORDS, TRAILER - BEHIND THE
      * BLOCKS THE OTHER NIGHTLY PROGRAMS HAVE ALREADY WRITTEN.

       01  WS-EXCEPTION-LOG-STATUS PIC X(02).
           88  EXCEPTION-LOG-OK    VALUE '00'.

       01  WS-EXCEPTION-LOG-SWITCH PIC X(01) VALUE 'N'.
           88  EXCEPTION-LOG-OPEN  VALUE 'Y'.

       01  WS-EXCEPTION-RECORD.
           copy exceptn.

       01  WS-HEADER-TRAILER-RECORD.
           copy hdrtrlr.

       01  WS-EXCEPTIONS-WRITTEN   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 9100-OPEN-FILES
           PERFORM 2000-WALK-VAULT UNTIL TOKEN-VAULT-EOF
           PERFORM 3000-CHECK-CONTROL-SEQUENCE
           PERFORM 4000-RECORD-VAULT-GROWTH
           PERFORM 4500-RECONCILE-LAST-PURGE
           PERFORM 5000-WRITE-SUMMARY
           IF EXCEPTION-LOG-OPEN
               PERFORM 9320-WRITE-EXCEPTION-TRAILER
           END-IF
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           GOBACK
               MOVE VAULT-TOKEN TO FND-TOKEN
               MOVE 'MALFORMED TOKEN' TO FND-FINDING
               WRITE REPORT-RECORD FROM WS-FINDING-DETAIL
               PERFORM 9310-WRITE-EXCEPTION
           ELSE
               IF WS-TOKEN-DIGITS > WS-HIGHEST-TOKEN-SEQ
                   MOVE WS-TOKEN-DIGITS TO WS-HIGHEST-TOKEN-SEQ
               MOVE VAULT-TOKEN TO FND-TOKEN
               MOVE 'DUPLICATE TOKEN - TWO PANS' TO FND-FINDING
               WRITE REPORT-RECORD FROM WS-FINDING-DETAIL
               PERFORM 9310-WRITE-EXCEPTION
           ELSE
               IF WS-TOKEN-COUNT = 10000
                   DISPLAY 'CARDVAUD ABEND: MORE THAN 10000 VAULT'
               MOVE 'NO **TOKEN-CONTROL* RECORD ON VAULT'
                   TO FND-FINDING
               WRITE REPORT-RECORD FROM WS-FINDING-DETAIL
               PERFORM 9310-WRITE-EXCEPTION
               ADD 1 TO WS-ORPHAN-COUNT
           ELSE
               IF WS-HIGHEST-TOKEN-SEQ > WS-CONTROL-SEQ
                   MOVE 'TOKENS ISSUED BEYOND CONTROL SEQUENCE'
                       TO FND-FINDING
                   WRITE REPORT-RECORD FROM WS-FINDING-DETAIL
                   PERFORM 9310-WRITE-EXCEPTION
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF
           END-IF
           END-IF
           .

      * THE PURGE NEVER LOWERS THE CONTROL SEQUENCE, SO EVERY TOKEN
      * ISSUED SINCE THE LAST PURGE IS ONE MORE MAPPING THAN THE PURGE
      * LEFT BEHIND.

       4500-RECONCILE-LAST-PURGE.

           IF PURGE-COUNT-FILENAME NOT = SPACES
               OPEN INPUT PURGE-COUNT-FILE
               IF PURGE-COUNT-OK
                   PERFORM 4510-READ-PURGE-COUNT UNTIL PURGE-COUNT-EOF
                   CLOSE PURGE-COUNT-FILE
               END-IF
           END-IF

           IF LAST-PURGE-SEEN
               COMPUTE WS-EXPECTED-COUNT =
                   VP-AFTER-COUNT + WS-CONTROL-SEQ - VP-CONTROL-SEQ
               IF WS-EXPECTED-COUNT NOT = WS-MAPPING-COUNT
                   MOVE SPACES TO FND-TOKEN
                   MOVE 'MAPPING COUNT DISAGREES WITH LAST PURGE'
                       TO FND-FINDING
                   WRITE REPORT-RECORD FROM WS-FINDING-DETAIL
                   PERFORM 9310-WRITE-EXCEPTION
                   ADD 1 TO WS-PURGE-MISMATCH-COUNT
               END-IF
           END-IF
           .

       4510-READ-PURGE-COUNT.
           READ PURGE-COUNT-FILE
           IF PURGE-COUNT-OK
               MOVE PURGE-COUNT-RECORD TO WS-PURGE-COUNT-FIELDS
               SET LAST-PURGE-SEEN TO TRUE
           END-IF
           .

       5000-WRITE-SUMMARY.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE WS-VAULT-GROWTH TO GRW-VALUE
           WRITE REPORT-RECORD FROM WS-GROWTH-DETAIL
           IF LAST-PURGE-SEEN
               MOVE 'LAST PURGE DATE         ' TO SUM-LABEL
               MOVE VP-PURGE-DATE TO SUM-VALUE
               WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
               MOVE 'LAST PURGE BEFORE COUNT ' TO SUM-LABEL
               MOVE VP-BEFORE-COUNT TO SUM-VALUE
               WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
               MOVE 'LAST PURGE PURGED       ' TO SUM-LABEL
               MOVE VP-PURGED-COUNT TO SUM-VALUE
               WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
               MOVE 'LAST PURGE AFTER COUNT  ' TO SUM-LABEL
               MOVE VP-AFTER-COUNT TO SUM-VALUE
               WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
               MOVE 'EXPECTED MAPPINGS       ' TO SUM-LABEL
               MOVE WS-EXPECTED-COUNT TO SUM-VALUE
               WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           END-IF
           .

       9100-OPEN-FILES.
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO TOKEN-VAULT-FILENAME STATS-FILENAME
                   REPORT-FILENAME PURGE-COUNT-FILENAME
                   EXCEPTION-LOG-FILENAME
           END-UNSTRING

           IF  TOKEN-VAULT-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: CARDVAUD TOKEN-VAULT-FILENAME'
                   ' STATS-FILENAME REPORT-FILENAME'
                   ' [PURGE-COUNT-FILENAME [EXCEPTION-LOG-FILENAME]]'
               GOBACK
           END-IF

           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF EXCEPTION-LOG-FILENAME NOT = SPACES
               PERFORM 9300-OPEN-EXCEPTION-LOG
           END-IF
           .

      * THE EXCEPTIONS FILE IS SHARED, SO IT IS EXTENDED RATHER THAN
      * REPLACED; THE FIRST PROGRAM OF THE NIGHT TO NAME IT CREATES
      * IT.  THE BLOCK'S TRAILER IS WRITTEN ONLY ON THE SUCCESS PATH,
      * SO A BLOCK CUT SHORT BY AN ABEND IS FLAGGED BY THE
      * EXCEPTIONS QUEUE INSTEAD OF BEING TAKEN AS COMPLETE.

       9300-OPEN-EXCEPTION-LOG.

           OPEN EXTEND EXCEPTION-LOG-FILE
           IF NOT EXCEPTION-LOG-OK
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF NOT EXCEPTION-LOG-OK
               DISPLAY 'CARDVAUD ABEND: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' WS-EXCEPTION-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           SET EXCEPTION-LOG-OPEN TO TRUE

           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'HDR' TO HT-RECORD-TYPE
           MOVE WS-RUN-DATE TO HT-RUN-DATE
           MOVE 'CARDVAUD' TO HT-PROGRAM-NAME
           MOVE 'EXCEPTIONS' TO HT-FILE-IDENTIFIER
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

      * EVERY VAULT FINDING IS A PCI INTEGRITY QUESTION, SO EACH IS
      * LOGGED AT HIGH SEVERITY FROM THE FINDING LINE JUST WRITTEN.
      * A TOKEN FINDING IS KEYED BY THE TOKEN AND THE START OF THE
      * FINDING, SO A TOKEN THAT IS BOTH MALFORMED AND DUPLICATED
      * STAYS TWO ITEMS; A VAULT-WIDE FINDING IS KEYED BY ITS TEXT.

       9310-WRITE-EXCEPTION.

           IF EXCEPTION-LOG-OPEN
               MOVE 'CARDVAUD' TO EXC-SOURCE-PROGRAM
               MOVE 'H' TO EXC-SEVERITY
               MOVE WS-RUN-DATE TO EXC-RUN-DATE
               MOVE SPACES TO EXC-KEY
               IF FND-TOKEN = SPACES
                   MOVE FND-FINDING TO EXC-KEY
               ELSE
                   STRING FND-TOKEN ' ' FND-FINDING
                       DELIMITED BY SIZE INTO EXC-KEY
                   END-STRING
               END-IF
               MOVE FND-FINDING TO EXC-DESCRIPTION
               WRITE EXCEPTION-LOG-RECORD FROM WS-EXCEPTION-RECORD
               IF NOT EXCEPTION-LOG-OK
                   DISPLAY 'CARDVAUD ABEND: WRITE TO'
                       ' EXCEPTION-LOG-FILE FAILED, FILE STATUS='
                       WS-EXCEPTION-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXCEPTIONS-WRITTEN
           END-IF
           .

       9320-WRITE-EXCEPTION-TRAILER.
           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-EXCEPTIONS-WRITTEN TO HT-RECORD-COUNT
           MOVE ZERO TO HT-HASH-TOTAL
           MOVE ZERO TO HT-NET-TOTAL
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9400-CLOSE-FILES.
           CLOSE TOKEN-VAULT-FILE
           CLOSE REPORT-FILE
           IF EXCEPTION-LOG-OPEN
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY '  MALFORMED TOKENS....... ' WS-MALFORMED-COUNT
           DISPLAY '  SEQUENCE FINDINGS...... ' WS-ORPHAN-COUNT
           DISPLAY '  GROWTH SINCE LAST...... ' WS-VAULT-GROWTH
           DISPLAY '  PURGE COUNT FINDINGS... ' WS-PURGE-MISMATCH-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
           OR WS-MALFORMED-COUNT > ZERO
           OR WS-ORPHAN-COUNT > ZERO
           OR WS-PURGE-MISMATCH-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .
