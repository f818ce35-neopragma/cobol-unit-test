      *            NAME NO DISBURSEMENT WE SENT ARE REPORTED TOO.
      *
      * USAGE:     CARDFACK FUNDING-FILENAME ACK-FILENAME
      *            REPORT-FILENAME [EXCEPTION-LOG-FILENAME]
      *
      *            THE FUNDING FILE CARRIES THE STANDARD HEADER AND
      *            TRAILER, VALIDATED HERE BEFORE THE MATCH IS
      *            VALUE DATE X(08), AMOUNT S9(11)V99 SIGN LEADING
      *            SEPARATE, STATUS X(03) - ACC ACCEPTED, REJ
      *            REJECTED.  ANY DISBURSEMENT NOT CLEANLY MATCHED
      *            SETS A NONZERO RETURN CODE.  WHEN AN EXCEPTION LOG
      *            IS NAMED, EVERY RESULT SHORT OF A CLEAN MATCH IS
      *            ALSO APPENDED TO THAT SHARED EXCEPTIONS FILE FOR THE
      *            MORNING EXCEPTIONS QUEUE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDFACK.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       SELECT EXCEPTION-LOG-FILE ASSIGN TO EXCEPTION-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD PIC X(113).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           05  FUNDING-FILENAME    PIC X(120).
           05  ACK-FILENAME        PIC X(120).
           05  REPORT-FILENAME     PIC X(120).
           05  EXCEPTION-LOG-FILENAME PIC X(120).

       01  WS-FUNDING-STATUS       PIC X(02).
           88  FUNDING-OK          VALUE '00'.
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-RESULT      PIC X(24).

      * SHARED EXCEPTIONS FILE.  THIS RUN'S FINDINGS ARE APPENDED AS
      * ONE BLOCK - HEADER, EXCEPTION RECORDS, TRAILER - BEHIND THE
      * BLOCKS THE OTHER NIGHTLY PROGRAMS HAVE ALREADY WRITTEN.

       01  WS-EXCEPTION-LOG-STATUS PIC X(02).
           88  EXCEPTION-LOG-OK    VALUE '00'.

       01  WS-EXCEPTION-LOG-SWITCH PIC X(01) VALUE 'N'.
           88  EXCEPTION-LOG-OPEN  VALUE 'Y'.

       01  WS-EXCEPTION-RECORD.
           copy exceptn.

       01  WS-EXCEPTIONS-WRITTEN   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 9100-OPEN-FILES
           PERFORM 2900-VALIDATE-HEADER-TRAILER
           PERFORM 3000-MATCH-ACKNOWLEDGMENTS UNTIL ACK-EOF
           PERFORM 4000-WRITE-MATCH-REPORT
           IF EXCEPTION-LOG-OPEN
               PERFORM 9320-WRITE-EXCEPTION-TRAILER
           END-IF
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           GOBACK
               MOVE ACK-AMOUNT TO DET-AMOUNT
               MOVE 'ACK WITHOUT DISBURSEMENT' TO DET-RESULT
               WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
               MOVE 'M' TO EXC-SEVERITY
               PERFORM 9310-WRITE-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN ACK-REJECTED
                   ADD 1 TO WS-UNACK-COUNT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

           EVALUATE TRUE
               WHEN DSB-MATCHED(WS-DSB-IDX)
                   CONTINUE
               WHEN DSB-UNACKNOWLEDGED(WS-DSB-IDX)
                   MOVE 'M' TO EXC-SEVERITY
                   PERFORM 9310-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE 'H' TO EXC-SEVERITY
                   PERFORM 9310-WRITE-EXCEPTION
           END-EVALUATE
           .

       9100-OPEN-FILES.
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO FUNDING-FILENAME ACK-FILENAME REPORT-FILENAME
                   EXCEPTION-LOG-FILENAME
           END-UNSTRING

           IF  FUNDING-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: CARDFACK FUNDING-FILENAME'
                   ' ACK-FILENAME REPORT-FILENAME'
                   ' [EXCEPTION-LOG-FILENAME]'
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
               DISPLAY 'CARDFACK ABEND: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' WS-EXCEPTION-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           SET EXCEPTION-LOG-OPEN TO TRUE

           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'HDR' TO HT-RECORD-TYPE
           MOVE WS-RUN-DATE TO HT-RUN-DATE
           MOVE 'CARDFACK' TO HT-PROGRAM-NAME
           MOVE 'EXCEPTIONS' TO HT-FILE-IDENTIFIER
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

      * THE CALLER SETS THE SEVERITY; THE KEY IS THE BRAND AND VALUE
      * DATE AND THE DESCRIPTION THE RESULT AND AMOUNT, TAKEN FROM
      * THE REPORT LINE JUST WRITTEN.

       9310-WRITE-EXCEPTION.

           IF EXCEPTION-LOG-OPEN
               MOVE 'CARDFACK' TO EXC-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO EXC-RUN-DATE
               MOVE SPACES TO EXC-KEY
               STRING DET-BRAND-NAME ' ' DET-VALUE-DATE
                   DELIMITED BY SIZE INTO EXC-KEY
               END-STRING
               MOVE SPACES TO EXC-DESCRIPTION
               STRING DET-RESULT ' AMOUNT ' DET-AMOUNT
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               END-STRING
               WRITE EXCEPTION-LOG-RECORD FROM WS-EXCEPTION-RECORD
               IF NOT EXCEPTION-LOG-OK
                   DISPLAY 'CARDFACK ABEND: WRITE TO'
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
           CLOSE FUNDING-FILE
           CLOSE ACK-FILE
           CLOSE REPORT-FILE
           IF EXCEPTION-LOG-OPEN
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           .

      * ANYTHING SHORT OF A CLEAN MATCH ON EVERY DISBURSEMENT SETS A
