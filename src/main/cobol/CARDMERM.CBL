      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MERCHANT MASTER MAINTENANCE.  APPLIES A FILE OF ADD,
      *            CHANGE, AND DELETE TRANSACTIONS TO THE MERCHANT
      *            MASTER CARD1 AND CARDSETL LOAD, VALIDATING EVERY
      *            FIELD - STATUS, OPEN AND TERMINATION DATES, THE
      *            SETTLEMENT BANK ACCOUNT, AND THE CONTACT ADDRESS -
      *            AND PRODUCES A NEW MERCHANT MASTER PLUS AN EDIT
      *            REPORT OF APPLIED AND REJECTED TRANSACTIONS.
      *            HAND-EDITING MERCHANT-MASTER.DAT IS NO LONGER THE
      *            STANDARD PROCEDURE, THE SAME WAY CARDBINM ENDED
      *            HAND-EDITING OF THE BIN-RANGE FILE.
      *
      * USAGE:     CARDMERM OLD-MERCHANT-FILENAME TRANS-FILENAME
      *            NEW-MERCHANT-FILENAME REPORT-FILENAME
      *
      *            TRANSACTION RECORD, FIXED COLUMNS: ACTION X(01)
      *            A/C/D, THEN THE MERCHANT RECORD IMAGE LAID OUT IN
      *            THE MERCHANT COPYBOOK.  A CHANGE REPLACES THE WHOLE
      *            RECORD; A DELETE NEEDS ONLY ACTION AND MERCHANT ID.
      *            AN ADD OR CHANGE NEEDS A NAME, A STATUS OF A, S, OR
      *            T, A REAL OPEN DATE, A SETTLEMENT ROUTING NUMBER
      *            THAT PASSES THE ABA CHECK DIGIT AND AN ACCOUNT
      *            NUMBER, AND A CONTACT STREET, CITY, AND STATE.  A
      *            TERMINATION DATE MUST BE A REAL DATE NOT BEFORE THE
      *            OPEN DATE, AND STATUS T MUST CARRY ONE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMERM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-MERCHANT-FILE ASSIGN TO OLD-MERCHANT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-MERCHANT-STATUS.

       SELECT TRANS-FILE ASSIGN TO TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

       SELECT NEW-MERCHANT-FILE ASSIGN TO NEW-MERCHANT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-MERCHANT-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-MERCHANT-FILE.
       01 OLD-MERCHANT-RECORD PIC X(200).

       FD TRANS-FILE.
       01 TRANS-RECORD PIC X(201).

       FD NEW-MERCHANT-FILE.
       01 NEW-MERCHANT-RECORD PIC X(200).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OLD-MERCHANT-FILENAME PIC X(120).
           05  TRANS-FILENAME      PIC X(120).
           05  NEW-MERCHANT-FILENAME PIC X(120).
           05  REPORT-FILENAME     PIC X(120).

       01  WS-OLD-MERCHANT-STATUS  PIC X(02).
           88  OLD-MERCHANT-OK     VALUE '00'.
           88  OLD-MERCHANT-EOF    VALUE '10'.

       01  WS-TRANS-STATUS         PIC X(02).
           88  TRANS-OK            VALUE '00'.
           88  TRANS-EOF           VALUE '10'.

       01  WS-NEW-MERCHANT-STATUS  PIC X(02).
           88  NEW-MERCHANT-OK     VALUE '00'.

       01  WS-REPORT-STATUS        PIC X(02).
           88  REPORT-OK           VALUE '00'.

       01  WS-TRANS-FIELDS.
           05  TRN-ACTION          PIC X(01).
               88  TRANS-ADD       VALUE 'A'.
               88  TRANS-CHANGE    VALUE 'C'.
               88  TRANS-DELETE    VALUE 'D'.
           05  TRN-MERCHANT-IMAGE  PIC X(200).

       01  WS-TRN-MERCHANT.
           copy merchant.

      * THE OLD MASTER IS HELD IN A TABLE; TRANSACTIONS ARE APPLIED
      * AGAINST IT AND THE NEW FILE IS WRITTEN FROM THE TABLE AT END
      * OF RUN, ORIGINAL ORDER PRESERVED, ADDS AT THE END, DELETES
      * DROPPED.

       01  WS-MERCHANT-TABLE.
           05  WS-MERCHANT-COUNT   PIC 9(04) COMP VALUE ZERO.
           05  WS-MERCHANT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-MERCH-IDX.
               10  WS-MERCH-RECORD.
                   15  WS-MERCH-ID     PIC X(08).
                   15  FILLER          PIC X(192).
               10  WS-MERCH-DELETED-SWITCH PIC X(01).
                   88  MERCH-DELETED   VALUE 'Y'.
                   88  MERCH-ACTIVE    VALUE 'N'.

       01  WS-MERCH-FOUND-SWITCH   PIC X(01).
           88  MERCH-FOUND         VALUE 'Y'.
           88  MERCH-NOT-FOUND     VALUE 'N'.

       01  WS-MATCHED-MERCH-IDX    PIC 9(04) COMP VALUE ZERO.

       01  WS-EDIT-RESULT-FIELDS.
           05  WS-REJECT-REASON    PIC X(40).
               88  TRANS-ACCEPTED  VALUE SPACES.

      * CALENDAR-DATE CHECK, THE SAME RULES ACCT-MAINT APPLIES TO THE
      * ACCOUNT MASTER'S DATES.

       01  WS-DATE-CHECK-FIELDS.
           05  WS-CHK-DATE.
               10  WS-CHK-YEAR     PIC 9(04).
               10  WS-CHK-MONTH    PIC 9(02).
               10  WS-CHK-DAY      PIC 9(02).
           05  WS-CHK-DATE-X REDEFINES WS-CHK-DATE PIC X(08).
           05  WS-CHK-MONTH-LENGTH PIC 9(02).
           05  WS-CHK-QUOTIENT     PIC 9(04).
           05  WS-CHK-REMAINDER    PIC 9(04).
           05  WS-CHK-RESULT       PIC X(01).
               88  CHK-DATE-OK     VALUE 'Y'.
               88  CHK-DATE-BAD    VALUE 'N'.

       01  WS-ROUTING-CHECK-FIELDS.
           05  WS-ROUTING-SUM      PIC 9(04) COMP.
           05  WS-ROUTING-QUOTIENT PIC 9(04) COMP.
           05  WS-ROUTING-REMAINDER PIC 9(04) COMP.

       01  WS-LEAP-YEAR-SWITCH     PIC X(01).
           88  IS-LEAP-YEAR        VALUE 'Y'.
           88  IS-NOT-LEAP-YEAR    VALUE 'N'.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 28.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).

       01  WS-RUN-DATE             PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ       PIC 9(06) COMP VALUE ZERO.
           05  WS-TRANS-APPLIED    PIC 9(06) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED   PIC 9(06) COMP VALUE ZERO.
           05  WS-MERCHANTS-READ   PIC 9(06) COMP VALUE ZERO.
           05  WS-MERCHANTS-WRITTEN PIC 9(06) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REPORT-HEADING.
               10  FILLER          PIC X(44) VALUE
                   'CARDMERM MERCHANT MASTER MAINTENANCE REPORT '.
               10  FILLER          PIC X(02) VALUE '- '.
               10  HDG-RUN-DATE    PIC X(08).
           05  WS-EDIT-DETAIL.
               10  DET-ACTION      PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-MERCHANT-ID PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-MERCHANT-NAME PIC X(30).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-STATUS      PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-RESULT      PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-REASON      PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OLD-MERCHANT-TABLE UNTIL OLD-MERCHANT-EOF
           PERFORM 2000-APPLY-TRANSACTIONS UNTIL TRANS-EOF
           PERFORM 3000-WRITE-NEW-MERCHANT-FILE
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           GOBACK
           .

       1000-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OLD-MERCHANT-FILENAME TRANS-FILENAME
                   NEW-MERCHANT-FILENAME REPORT-FILENAME
           END-UNSTRING

           IF  OLD-MERCHANT-FILENAME = SPACES
           OR TRANS-FILENAME = SPACES
           OR NEW-MERCHANT-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: CARDMERM OLD-MERCHANT-FILENAME'
                   ' TRANS-FILENAME NEW-MERCHANT-FILENAME'
                   ' REPORT-FILENAME'
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT OLD-MERCHANT-FILE
           IF NOT OLD-MERCHANT-OK
               DISPLAY 'CARDMERM: OPEN OF OLD-MERCHANT-FILE FAILED,'
                   ' FILE STATUS=' WS-OLD-MERCHANT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANS-FILE
           IF NOT TRANS-OK
               DISPLAY 'CARDMERM: OPEN OF TRANS-FILE FAILED,'
                   ' FILE STATUS=' WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-MERCHANT-FILE
           IF NOT NEW-MERCHANT-OK
               DISPLAY 'CARDMERM: OPEN OF NEW-MERCHANT-FILE FAILED,'
                   ' FILE STATUS=' WS-NEW-MERCHANT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'CARDMERM: OPEN OF REPORT-FILE FAILED,'
                   ' FILE STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               GOBACK
           END-IF

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       1500-LOAD-OLD-MERCHANT-TABLE.

           READ OLD-MERCHANT-FILE
           IF OLD-MERCHANT-OK
               IF WS-MERCHANT-COUNT = 500
                   DISPLAY 'CARDMERM ABEND: OLD MERCHANT FILE HAS MORE'
                       ' THAN 500 MERCHANTS, WS-MERCHANT-TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-MERCHANT-COUNT
               ADD 1 TO WS-MERCHANTS-READ
               MOVE OLD-MERCHANT-RECORD
                   TO WS-MERCH-RECORD(WS-MERCHANT-COUNT)
               SET MERCH-ACTIVE(WS-MERCHANT-COUNT) TO TRUE
           END-IF
           .

       2000-APPLY-TRANSACTIONS.

           READ TRANS-FILE INTO WS-TRANS-FIELDS
           IF TRANS-OK
               ADD 1 TO WS-TRANS-READ
               MOVE TRN-MERCHANT-IMAGE TO WS-TRN-MERCHANT
               PERFORM 2100-EDIT-TRANSACTION
               IF TRANS-ACCEPTED
                   PERFORM 2500-APPLY-ONE-TRANSACTION
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE 'APPLIED' TO DET-RESULT
               ELSE
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'REJECTED' TO DET-RESULT
               END-IF
               PERFORM 2900-WRITE-EDIT-LINE
           END-IF
           .

       2100-EDIT-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON

           IF  NOT TRANS-ADD AND NOT TRANS-CHANGE
           AND NOT TRANS-DELETE
               MOVE 'ACTION MUST BE A, C, OR D' TO WS-REJECT-REASON
           END-IF

           IF  TRANS-ACCEPTED
           AND MM-MERCHANT-ID = SPACES
               MOVE 'MERCHANT ID REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF  TRANS-ACCEPTED
               PERFORM 2200-LOOKUP-MERCHANT
               IF  TRANS-ADD AND MERCH-FOUND
                   MOVE 'MERCHANT ALREADY ON FILE' TO WS-REJECT-REASON
               END-IF
               IF  (TRANS-CHANGE OR TRANS-DELETE)
               AND MERCH-NOT-FOUND
                   MOVE 'MERCHANT NOT ON FILE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF  TRANS-ACCEPTED
           AND NOT TRANS-DELETE
               PERFORM 2300-EDIT-MERCHANT-FIELDS
           END-IF
           .

       2200-LOOKUP-MERCHANT.

           SET MERCH-NOT-FOUND TO TRUE

           PERFORM 2210-CHECK-MERCHANT-ENTRY
               VARYING WS-MERCH-IDX FROM 1 BY 1
               UNTIL WS-MERCH-IDX > WS-MERCHANT-COUNT
               OR MERCH-FOUND
           .

       2210-CHECK-MERCHANT-ENTRY.
           IF MM-MERCHANT-ID = WS-MERCH-ID(WS-MERCH-IDX)
           AND MERCH-ACTIVE(WS-MERCH-IDX)
               SET MERCH-FOUND TO TRUE
               SET WS-MATCHED-MERCH-IDX TO WS-MERCH-IDX
           END-IF
           .

      * THE FIELD EDITS STOP AT THE FIRST FAILURE, SO THE REASON ON
      * THE EDIT REPORT IS ALWAYS THE FIRST THING TO FIX.

       2300-EDIT-MERCHANT-FIELDS.

           EVALUATE TRUE
               WHEN MM-MERCHANT-NAME = SPACES
                   MOVE 'MERCHANT NAME REQUIRED' TO WS-REJECT-REASON
               WHEN MM-STATUS = SPACE
               WHEN NOT MM-STATUS-VALID
                   MOVE 'STATUS MUST BE A, S, OR T'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MM-OPEN-DATE TO WS-CHK-DATE-X
                   PERFORM 2400-CHECK-CALENDAR-DATE
                   IF CHK-DATE-BAD
                       MOVE 'OPEN DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF  TRANS-ACCEPTED
               PERFORM 2350-EDIT-TERMINATION-DATE
           END-IF

           IF  TRANS-ACCEPTED
               PERFORM 2370-EDIT-SETTLEMENT-ACCOUNT
           END-IF

           IF  TRANS-ACCEPTED
               IF  MM-CONTACT-STREET = SPACES
               OR MM-CONTACT-CITY = SPACES
               OR MM-CONTACT-STATE = SPACES
                   MOVE 'CONTACT STREET, CITY, AND STATE REQUIRED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       2350-EDIT-TERMINATION-DATE.

           IF  MM-TERM-DATE = SPACES
               IF MM-STATUS-TERMINATED
                   MOVE 'STATUS T NEEDS A TERMINATION DATE'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE MM-TERM-DATE TO WS-CHK-DATE-X
               PERFORM 2400-CHECK-CALENDAR-DATE
               EVALUATE TRUE
                   WHEN CHK-DATE-BAD
                       MOVE 'TERMINATION DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   WHEN MM-TERM-DATE < MM-OPEN-DATE
                       MOVE 'TERMINATION DATE BEFORE OPEN DATE'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      * THE SETTLEMENT ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT -
      * WEIGHTS 3, 7, 1 REPEATING, SUM DIVISIBLE BY 10 - THE SAME
      * TEST ACCT-MAINT APPLIES TO A DIRECT-DEBIT MANDATE.

       2370-EDIT-SETTLEMENT-ACCOUNT.

           EVALUATE TRUE
               WHEN MM-SETTLE-ROUTING IS NOT NUMERIC
                   MOVE 'SETTLEMENT ROUTING NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN MM-SETTLE-ACCOUNT = SPACES
                   MOVE 'SETTLEMENT ACCOUNT REQUIRED'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-ROUTING-SUM =
                       3 * (MM-SETTLE-ROUTING-DIGIT(1)
                            + MM-SETTLE-ROUTING-DIGIT(4)
                            + MM-SETTLE-ROUTING-DIGIT(7))
                       + 7 * (MM-SETTLE-ROUTING-DIGIT(2)
                            + MM-SETTLE-ROUTING-DIGIT(5)
                            + MM-SETTLE-ROUTING-DIGIT(8))
                       + MM-SETTLE-ROUTING-DIGIT(3)
                       + MM-SETTLE-ROUTING-DIGIT(6)
                       + MM-SETTLE-ROUTING-DIGIT(9)
                   DIVIDE WS-ROUTING-SUM BY 10
                       GIVING WS-ROUTING-QUOTIENT
                       REMAINDER WS-ROUTING-REMAINDER
                   END-DIVIDE
                   IF  WS-ROUTING-REMAINDER NOT = ZERO
                   OR WS-ROUTING-SUM = ZERO
                       MOVE 'SETTLEMENT ROUTING FAILS CHECK DIGIT'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

       2400-CHECK-CALENDAR-DATE.

           SET CHK-DATE-OK TO TRUE
           IF  WS-CHK-DATE-X IS NOT NUMERIC
               SET CHK-DATE-BAD TO TRUE
           ELSE
               IF  WS-CHK-YEAR < 1900 OR WS-CHK-YEAR > 2199
               OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                   SET CHK-DATE-BAD TO TRUE
               ELSE
                   MOVE WS-DAYS-IN-MONTH(WS-CHK-MONTH)
                       TO WS-CHK-MONTH-LENGTH
                   IF  WS-CHK-MONTH = 2
                       PERFORM 2450-DETERMINE-LEAP-YEAR
                       IF  IS-LEAP-YEAR
                           MOVE 29 TO WS-CHK-MONTH-LENGTH
                       END-IF
                   END-IF
                   IF  WS-CHK-DAY < 1
                   OR WS-CHK-DAY > WS-CHK-MONTH-LENGTH
                       SET CHK-DATE-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       2450-DETERMINE-LEAP-YEAR.

           DIVIDE WS-CHK-YEAR BY 4
               GIVING WS-CHK-QUOTIENT
               REMAINDER WS-CHK-REMAINDER
           END-DIVIDE
           IF  WS-CHK-REMAINDER NOT = ZERO
               SET IS-NOT-LEAP-YEAR TO TRUE
           ELSE
               DIVIDE WS-CHK-YEAR BY 100
                   GIVING WS-CHK-QUOTIENT
                   REMAINDER WS-CHK-REMAINDER
               END-DIVIDE
               IF  WS-CHK-REMAINDER NOT = ZERO
                   SET IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-CHK-YEAR BY 400
                       GIVING WS-CHK-QUOTIENT
                       REMAINDER WS-CHK-REMAINDER
                   END-DIVIDE
                   IF  WS-CHK-REMAINDER = ZERO
                       SET IS-LEAP-YEAR TO TRUE
                   ELSE
                       SET IS-NOT-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       2500-APPLY-ONE-TRANSACTION.

           EVALUATE TRUE
               WHEN TRANS-ADD
                   IF WS-MERCHANT-COUNT = 500
                       DISPLAY 'CARDMERM ABEND: WS-MERCHANT-TABLE IS'
                           ' FULL, CANNOT ADD MORE MERCHANTS'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9400-CLOSE-FILES
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MERCHANT-COUNT
                   MOVE WS-TRN-MERCHANT
                       TO WS-MERCH-RECORD(WS-MERCHANT-COUNT)
                   SET MERCH-ACTIVE(WS-MERCHANT-COUNT) TO TRUE
               WHEN TRANS-CHANGE
                   MOVE WS-TRN-MERCHANT
                       TO WS-MERCH-RECORD(WS-MATCHED-MERCH-IDX)
               WHEN TRANS-DELETE
                   SET MERCH-DELETED(WS-MATCHED-MERCH-IDX) TO TRUE
           END-EVALUATE
           .

       2900-WRITE-EDIT-LINE.
           MOVE TRN-ACTION TO DET-ACTION
           MOVE MM-MERCHANT-ID TO DET-MERCHANT-ID
           MOVE MM-MERCHANT-NAME TO DET-MERCHANT-NAME
           MOVE MM-STATUS TO DET-STATUS
           MOVE WS-REJECT-REASON TO DET-REASON
           WRITE REPORT-RECORD FROM WS-EDIT-DETAIL
           .

       3000-WRITE-NEW-MERCHANT-FILE.
           PERFORM 3100-WRITE-ONE-MERCHANT-RECORD
               VARYING WS-MERCH-IDX FROM 1 BY 1
               UNTIL WS-MERCH-IDX > WS-MERCHANT-COUNT
           .

       3100-WRITE-ONE-MERCHANT-RECORD.
           IF MERCH-ACTIVE(WS-MERCH-IDX)
               WRITE NEW-MERCHANT-RECORD
                   FROM WS-MERCH-RECORD(WS-MERCH-IDX)
               IF NOT NEW-MERCHANT-OK
                   DISPLAY 'CARDMERM ABEND: WRITE TO NEW-MERCHANT-FILE'
                       ' FAILED, FILE STATUS=' WS-NEW-MERCHANT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-MERCHANTS-WRITTEN
           END-IF
           .

       9400-CLOSE-FILES.
           CLOSE OLD-MERCHANT-FILE
           CLOSE TRANS-FILE
           CLOSE NEW-MERCHANT-FILE
           CLOSE REPORT-FILE
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'CARDMERM CONTROL TOTALS'
           DISPLAY '  MERCHANTS READ......... ' WS-MERCHANTS-READ
           DISPLAY '  TRANSACTIONS READ...... ' WS-TRANS-READ
           DISPLAY '  TRANSACTIONS APPLIED... ' WS-TRANS-APPLIED
           DISPLAY '  TRANSACTIONS REJECTED.. ' WS-TRANS-REJECTED
           DISPLAY '  MERCHANTS WRITTEN...... ' WS-MERCHANTS-WRITTEN
           .

       9999-END.
           .
