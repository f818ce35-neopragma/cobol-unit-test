      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   HOT-CARD NEGATIVE FILE MAINTENANCE.  APPLIES A FILE
      *            OF ADD AND REMOVE TRANSACTIONS TO THE NEGATIVE FILE
      *            OF BLOCKED CARDS CARD1 SCREENS AGAINST, AND PRODUCES
      *            A NEW NEGATIVE FILE PLUS AN EDIT REPORT OF APPLIED
      *            AND REJECTED TRANSACTIONS.  CARDS ARE KEYED BY THEIR
      *            VAULT TOKEN, NEVER THE PAN.
      *
      *            EVERY TRANSACTION - APPLIED OR REJECTED - IS
      *            APPENDED TO THE SHARED AUDIT LOG WITH THE
      *            REQUESTOR'S ID, SO THE TRAIL SHOWS WHO BLOCKED OR
      *            RELEASED WHICH CARD, AND WHEN.  THE AUDIT LOG AND
      *            REQUESTOR ID ARE THEREFORE NOT OPTIONAL.
      *
      * USAGE:     CARDHOTM OLD-HOTCARD-FILENAME TRANS-FILENAME
      *            NEW-HOTCARD-FILENAME REPORT-FILENAME
      *            AUDIT-LOG-FILENAME REQUESTOR-ID
      *
      *            AN ABSENT OLD HOT-CARD FILE IS THE FIRST RUN AND
      *            STARTS THE NEGATIVE FILE EMPTY.
      *
      *            TRANSACTION RECORD, FIXED COLUMNS: ACTION X(01) A
      *            (ADD) OR D (REMOVE), THEN THE TOKEN X(16), REASON
      *            CODE X(01), BLOCK DATE X(08), AND EXPIRY DATE X(08)
      *            LAID OUT AS IN THE HOTCARD COPYBOOK.  A REMOVE NEEDS
      *            ONLY ACTION AND TOKEN.  AN ADD NEEDS A TOKEN AS THE
      *            VAULT ISSUES THEM - '00' PLUS 14 DIGITS, SO A PAN
      *            KEYED BY MISTAKE IS REFUSED - A REASON OF L (LOST),
      *            S (STOLEN), C (COMPROMISED), OR F (FRAUD), AND A
      *            REAL BLOCK DATE; A BLANK BLOCK DATE MEANS TODAY.
      *            AN EXPIRY DATE IS OPTIONAL BUT MUST BE A REAL DATE
      *            NOT BEFORE THE BLOCK DATE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDHOTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-HOTCARD-FILE ASSIGN TO OLD-HOTCARD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-HOTCARD-STATUS.

       SELECT TRANS-FILE ASSIGN TO TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

       SELECT NEW-HOTCARD-FILE ASSIGN TO NEW-HOTCARD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-HOTCARD-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-HOTCARD-FILE.
       01 OLD-HOTCARD-RECORD PIC X(60).

       FD TRANS-FILE.
       01 TRANS-RECORD PIC X(61).

       FD NEW-HOTCARD-FILE.
       01 NEW-HOTCARD-RECORD PIC X(60).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           copy auditlog.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OLD-HOTCARD-FILENAME PIC X(120).
           05  TRANS-FILENAME      PIC X(120).
           05  NEW-HOTCARD-FILENAME PIC X(120).
           05  REPORT-FILENAME     PIC X(120).
           05  AUDIT-LOG-FILENAME  PIC X(120).
           05  REQUESTOR-ID        PIC X(08).

       01  WS-OLD-HOTCARD-STATUS   PIC X(02).
           88  OLD-HOTCARD-OK      VALUE '00'.
           88  OLD-HOTCARD-EOF     VALUE '10'.
           88  OLD-HOTCARD-ABSENT  VALUE '35'.

       01  WS-TRANS-STATUS         PIC X(02).
           88  TRANS-OK            VALUE '00'.
           88  TRANS-EOF           VALUE '10'.

       01  WS-NEW-HOTCARD-STATUS   PIC X(02).
           88  NEW-HOTCARD-OK      VALUE '00'.

       01  WS-REPORT-STATUS        PIC X(02).
           88  REPORT-OK           VALUE '00'.

       01  WS-AUDIT-LOG-STATUS     PIC X(02).
           88  AUDIT-LOG-OK        VALUE '00'.

       01  WS-TRANS-FIELDS.
           05  TRN-ACTION          PIC X(01).
               88  TRANS-ADD       VALUE 'A'.
               88  TRANS-REMOVE    VALUE 'D'.
           05  TRN-HOTCARD-IMAGE   PIC X(60).

       01  WS-TRN-HOTCARD.
           copy hotcard.

      * THE OLD NEGATIVE FILE IS HELD IN A TABLE; TRANSACTIONS ARE
      * APPLIED AGAINST IT AND THE NEW FILE IS WRITTEN FROM THE TABLE
      * AT END OF RUN, ORIGINAL ORDER PRESERVED, ADDS AT THE END,
      * REMOVES DROPPED.

       01  WS-HOTCARD-TABLE.
           05  WS-HOTCARD-COUNT    PIC 9(05) COMP VALUE ZERO.
           05  WS-HOTCARD-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-HOT-IDX.
               10  WS-HOT-RECORD.
                   15  WS-HOT-TOKEN    PIC X(16).
                   15  FILLER          PIC X(44).
               10  WS-HOT-REMOVED-SWITCH PIC X(01).
                   88  HOT-REMOVED     VALUE 'Y'.
                   88  HOT-ACTIVE      VALUE 'N'.

       01  WS-HOT-FOUND-SWITCH     PIC X(01).
           88  HOT-FOUND           VALUE 'Y'.
           88  HOT-NOT-FOUND       VALUE 'N'.

       01  WS-MATCHED-HOT-IDX      PIC 9(05) COMP VALUE ZERO.

       01  WS-EDIT-RESULT-FIELDS.
           05  WS-REJECT-REASON    PIC X(40).
               88  TRANS-ACCEPTED  VALUE SPACES.

      * THE AUDIT OUTCOME IS THE REQUESTOR'S ID AND WHAT WAS DONE,
      * THE SAME SHAPE CARDTOKQ WRITES.

       01  WS-AUDIT-OUTCOME.
           05  WS-OUTCOME-REQUESTOR PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUTCOME-RESULT    PIC X(11).

           copy auditchn.

      * CALENDAR-DATE CHECK, THE SAME RULES CARDMERM APPLIES TO THE
      * MERCHANT MASTER'S DATES.

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
           05  WS-CARDS-ADDED      PIC 9(06) COMP VALUE ZERO.
           05  WS-CARDS-REMOVED    PIC 9(06) COMP VALUE ZERO.
           05  WS-HOTCARDS-READ    PIC 9(06) COMP VALUE ZERO.
           05  WS-HOTCARDS-WRITTEN PIC 9(06) COMP VALUE ZERO.
           05  WS-AUDIT-ENTRIES    PIC 9(06) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REPORT-HEADING.
               10  FILLER          PIC X(44) VALUE
                   'CARDHOTM HOT-CARD NEGATIVE FILE MAINTENANCE '.
               10  FILLER          PIC X(02) VALUE '- '.
               10  HDG-RUN-DATE    PIC X(08).
               10  FILLER          PIC X(14) VALUE
                   '  REQUESTOR - '.
               10  HDG-REQUESTOR   PIC X(08).
           05  WS-EDIT-DETAIL.
               10  DET-ACTION      PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-TOKEN       PIC X(16).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-REASON-CODE PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-BLOCK-DATE  PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-EXPIRY-DATE PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-RESULT      PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-REASON      PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OLD-HOTCARD-TABLE
               UNTIL NOT OLD-HOTCARD-OK
           PERFORM 2000-APPLY-TRANSACTIONS UNTIL TRANS-EOF
           PERFORM 3000-WRITE-NEW-HOTCARD-FILE
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           GOBACK
           .

       1000-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OLD-HOTCARD-FILENAME TRANS-FILENAME
                   NEW-HOTCARD-FILENAME REPORT-FILENAME
                   AUDIT-LOG-FILENAME REQUESTOR-ID
           END-UNSTRING

           IF  OLD-HOTCARD-FILENAME = SPACES
           OR TRANS-FILENAME = SPACES
           OR NEW-HOTCARD-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
           OR AUDIT-LOG-FILENAME = SPACES
           OR REQUESTOR-ID = SPACES
               DISPLAY 'USAGE: CARDHOTM OLD-HOTCARD-FILENAME'
                   ' TRANS-FILENAME NEW-HOTCARD-FILENAME'
                   ' REPORT-FILENAME AUDIT-LOG-FILENAME REQUESTOR-ID'
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT OLD-HOTCARD-FILE
           IF  NOT OLD-HOTCARD-OK
           AND NOT OLD-HOTCARD-ABSENT
               DISPLAY 'CARDHOTM: OPEN OF OLD-HOTCARD-FILE FAILED,'
                   ' FILE STATUS=' WS-OLD-HOTCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF OLD-HOTCARD-ABSENT
               DISPLAY 'CARDHOTM: NO OLD HOT-CARD FILE, STARTING'
                   ' A NEW NEGATIVE FILE'
           END-IF

           OPEN INPUT TRANS-FILE
           IF NOT TRANS-OK
               DISPLAY 'CARDHOTM: OPEN OF TRANS-FILE FAILED,'
                   ' FILE STATUS=' WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * NO CHANGE IS MADE UNLESS IT CAN BE AUDITED: A LOG THAT WILL
      * NOT OPEN STOPS THE RUN BEFORE ANY TRANSACTION IS READ.

           PERFORM 9305-SEED-AUDIT-CHAIN
           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF NOT AUDIT-LOG-OK
               DISPLAY 'CARDHOTM: OPEN OF AUDIT-LOG-FILE FAILED,'
                   ' FILE STATUS=' WS-AUDIT-LOG-STATUS
                   ' - MAINTENANCE REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-HOTCARD-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE REQUESTOR-ID TO HDG-REQUESTOR
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       1500-LOAD-OLD-HOTCARD-TABLE.

           READ OLD-HOTCARD-FILE
           IF OLD-HOTCARD-OK
               IF WS-HOTCARD-COUNT = 5000
                   DISPLAY 'CARDHOTM ABEND: OLD HOT-CARD FILE HAS MORE'
                       ' THAN 5000 CARDS, WS-HOTCARD-TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOTCARD-COUNT
               ADD 1 TO WS-HOTCARDS-READ
               MOVE OLD-HOTCARD-RECORD
                   TO WS-HOT-RECORD(WS-HOTCARD-COUNT)
               SET HOT-ACTIVE(WS-HOTCARD-COUNT) TO TRUE
           END-IF
           .

       2000-APPLY-TRANSACTIONS.

           READ TRANS-FILE INTO WS-TRANS-FIELDS
           IF TRANS-OK
               ADD 1 TO WS-TRANS-READ
               MOVE TRN-HOTCARD-IMAGE TO WS-TRN-HOTCARD
               PERFORM 2050-MASK-NON-TOKEN
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
               PERFORM 9310-WRITE-AUDIT-LOG-ENTRY
           END-IF
           .

      * ANYTHING IN THE TOKEN FIELD THAT IS NOT A VAULT TOKEN MAY BE A
      * PAN KEYED BY MISTAKE, SO IT IS MASKED THE WAY CARD1 MASKS AN
      * ACCOUNT NUMBER BEFORE IT CAN REACH THE EDIT REPORT OR THE
      * AUDIT LOG.  THE TOKEN EDIT STILL REJECTS IT.

       2050-MASK-NON-TOKEN.
           IF  HC-TOKEN NOT = SPACES
           AND HC-TOKEN-PREFIX NOT = '00'
               MOVE 'XXXXXX' TO HC-TOKEN(7:6)
           END-IF
           .

       2100-EDIT-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON

           IF  NOT TRANS-ADD AND NOT TRANS-REMOVE
               MOVE 'ACTION MUST BE A OR D' TO WS-REJECT-REASON
           END-IF

           IF  TRANS-ACCEPTED
           AND HC-TOKEN = SPACES
               MOVE 'TOKEN REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF  TRANS-ACCEPTED
               PERFORM 2200-LOOKUP-HOTCARD
               IF  TRANS-ADD AND HOT-FOUND
                   MOVE 'CARD ALREADY ON NEGATIVE FILE'
                       TO WS-REJECT-REASON
               END-IF
               IF  TRANS-REMOVE AND HOT-NOT-FOUND
                   MOVE 'CARD NOT ON NEGATIVE FILE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF  TRANS-ACCEPTED
           AND TRANS-ADD
               PERFORM 2300-EDIT-HOTCARD-FIELDS
           END-IF
           .

       2200-LOOKUP-HOTCARD.

           SET HOT-NOT-FOUND TO TRUE

           PERFORM 2210-CHECK-HOTCARD-ENTRY
               VARYING WS-HOT-IDX FROM 1 BY 1
               UNTIL WS-HOT-IDX > WS-HOTCARD-COUNT
               OR HOT-FOUND
           .

       2210-CHECK-HOTCARD-ENTRY.
           IF HC-TOKEN = WS-HOT-TOKEN(WS-HOT-IDX)
           AND HOT-ACTIVE(WS-HOT-IDX)
               SET HOT-FOUND TO TRUE
               SET WS-MATCHED-HOT-IDX TO WS-HOT-IDX
           END-IF
           .

      * THE FIELD EDITS STOP AT THE FIRST FAILURE, SO THE REASON ON
      * THE EDIT REPORT IS ALWAYS THE FIRST THING TO FIX.

       2300-EDIT-HOTCARD-FIELDS.

           IF HC-BLOCK-DATE = SPACES
               MOVE WS-RUN-DATE TO HC-BLOCK-DATE
           END-IF

           EVALUATE TRUE
               WHEN HC-TOKEN-PREFIX NOT = '00'
               WHEN HC-TOKEN-SEQUENCE IS NOT NUMERIC
                   MOVE 'TOKEN MUST BE 00 PLUS 14 DIGITS'
                       TO WS-REJECT-REASON
               WHEN NOT HC-REASON-VALID
                   MOVE 'REASON MUST BE L, S, C, OR F'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE HC-BLOCK-DATE TO WS-CHK-DATE-X
                   PERFORM 2400-CHECK-CALENDAR-DATE
                   IF CHK-DATE-BAD
                       MOVE 'BLOCK DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF  TRANS-ACCEPTED
           AND HC-EXPIRY-DATE NOT = SPACES
               MOVE HC-EXPIRY-DATE TO WS-CHK-DATE-X
               PERFORM 2400-CHECK-CALENDAR-DATE
               EVALUATE TRUE
                   WHEN CHK-DATE-BAD
                       MOVE 'EXPIRY DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   WHEN HC-EXPIRY-DATE < HC-BLOCK-DATE
                       MOVE 'EXPIRY DATE BEFORE BLOCK DATE'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
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
                   IF WS-HOTCARD-COUNT = 5000
                       DISPLAY 'CARDHOTM ABEND: WS-HOTCARD-TABLE IS'
                           ' FULL, CANNOT ADD MORE CARDS'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9400-CLOSE-FILES
                       STOP RUN
                   END-IF
                   MOVE REQUESTOR-ID TO HC-REQUESTOR
                   ADD 1 TO WS-HOTCARD-COUNT
                   MOVE WS-TRN-HOTCARD
                       TO WS-HOT-RECORD(WS-HOTCARD-COUNT)
                   SET HOT-ACTIVE(WS-HOTCARD-COUNT) TO TRUE
                   ADD 1 TO WS-CARDS-ADDED
               WHEN TRANS-REMOVE
                   SET HOT-REMOVED(WS-MATCHED-HOT-IDX) TO TRUE
                   ADD 1 TO WS-CARDS-REMOVED
           END-EVALUATE
           .

       2900-WRITE-EDIT-LINE.
           MOVE TRN-ACTION TO DET-ACTION
           MOVE HC-TOKEN TO DET-TOKEN
           MOVE HC-REASON-CODE TO DET-REASON-CODE
           MOVE HC-BLOCK-DATE TO DET-BLOCK-DATE
           MOVE HC-EXPIRY-DATE TO DET-EXPIRY-DATE
           MOVE WS-REJECT-REASON TO DET-REASON
           WRITE REPORT-RECORD FROM WS-EDIT-DETAIL
           .

       3000-WRITE-NEW-HOTCARD-FILE.
           PERFORM 3100-WRITE-ONE-HOTCARD-RECORD
               VARYING WS-HOT-IDX FROM 1 BY 1
               UNTIL WS-HOT-IDX > WS-HOTCARD-COUNT
           .

       3100-WRITE-ONE-HOTCARD-RECORD.
           IF HOT-ACTIVE(WS-HOT-IDX)
               WRITE NEW-HOTCARD-RECORD
                   FROM WS-HOT-RECORD(WS-HOT-IDX)
               IF NOT NEW-HOTCARD-OK
                   DISPLAY 'CARDHOTM ABEND: WRITE TO NEW-HOTCARD-FILE'
                       ' FAILED, FILE STATUS=' WS-NEW-HOTCARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOTCARDS-WRITTEN
           END-IF
           .

      * THE ENTRY RECORDS THE TOKEN, NEVER A PAN, SO THE SHARED LOG
      * STAYS OUT OF PCI SCOPE.  AN ADD RECORDS ITS REASON CODE; A
      * REJECTED TRANSACTION RECORDS THE ACTION THAT WAS REFUSED.

       9310-WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE 'CARDHOTM' TO AUDIT-PROGRAM-NAME
           MOVE HC-TOKEN TO AUDIT-INPUT-KEY
           MOVE REQUESTOR-ID TO WS-OUTCOME-REQUESTOR
           MOVE SPACES TO WS-OUTCOME-RESULT
           EVALUATE TRUE
               WHEN NOT TRANS-ACCEPTED
                   STRING 'REJECTED ' DELIMITED BY SIZE
                       TRN-ACTION DELIMITED BY SIZE
                       INTO WS-OUTCOME-RESULT
                   END-STRING
               WHEN TRANS-ADD
                   STRING 'ADD ' DELIMITED BY SIZE
                       HC-REASON-CODE DELIMITED BY SIZE
                       INTO WS-OUTCOME-RESULT
                   END-STRING
               WHEN OTHER
                   MOVE 'REMOVE' TO WS-OUTCOME-RESULT
           END-EVALUATE
           MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
           IF TRANS-ACCEPTED
               MOVE 'ACCEPT' TO AUDIT-DISPOSITION
           ELSE
               MOVE 'REJECT' TO AUDIT-DISPOSITION
           END-IF
           MOVE AUDIT-LOG-RECORD(1:76) TO WS-CHAIN-INPUT
           PERFORM 9315-COMPUTE-AUDIT-CHAIN
           MOVE WS-AUDIT-CHAIN-VALUE TO AUDIT-CHAIN-VALUE
           WRITE AUDIT-LOG-RECORD
           IF NOT AUDIT-LOG-OK
               DISPLAY 'CARDHOTM ABEND: WRITE TO AUDIT-LOG-FILE'
                   ' FAILED, FILE STATUS=' WS-AUDIT-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-AUDIT-ENTRIES
           .

      * ON AN APPEND THE CHAIN MUST CONTINUE FROM THE LAST ENTRY
      * ALREADY ON THE LOG, SO THE EXISTING LOG IS READ THROUGH ONCE
      * BEFORE IT IS OPENED FOR EXTEND.  AN ABSENT LOG, OR A LOG
      * WHOSE LAST ENTRY PREDATES CHAINING, STARTS THE CHAIN AT
      * ZERO.

       9305-SEED-AUDIT-CHAIN.
           MOVE ZERO TO WS-AUDIT-CHAIN-VALUE
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-OK
               PERFORM 9306-READ-CHAIN-SEED-RECORD
                   UNTIL NOT AUDIT-LOG-OK
               CLOSE AUDIT-LOG-FILE
           END-IF
           .

       9306-READ-CHAIN-SEED-RECORD.
           READ AUDIT-LOG-FILE
           IF AUDIT-LOG-OK
               IF AUDIT-CHAIN-VALUE IS NUMERIC
                   MOVE AUDIT-CHAIN-VALUE TO WS-AUDIT-CHAIN-VALUE
               ELSE
                   MOVE ZERO TO WS-AUDIT-CHAIN-VALUE
               END-IF
           END-IF
           .

       9315-COMPUTE-AUDIT-CHAIN.
           MOVE WS-AUDIT-CHAIN-VALUE TO WS-CHAIN-ACCUM
           PERFORM 9316-FOLD-ONE-CHAIN-CHAR
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 76
           MOVE WS-CHAIN-ACCUM TO WS-AUDIT-CHAIN-VALUE
           .

       9316-FOLD-ONE-CHAIN-CHAR.
           MOVE WS-CHAIN-INPUT(WS-CHAIN-SUB:1) TO WS-CHAIN-CHAR
           MOVE ZERO TO WS-CHAIN-WEIGHT
           INSPECT WS-CHAIN-COLLATE-STRING
               TALLYING WS-CHAIN-WEIGHT
               FOR CHARACTERS BEFORE INITIAL WS-CHAIN-CHAR
           COMPUTE WS-CHAIN-ACCUM =
               WS-CHAIN-ACCUM * 31
               + (WS-CHAIN-WEIGHT + 1) * WS-CHAIN-SUB
           DIVIDE WS-CHAIN-ACCUM BY 100000000
               GIVING WS-CHAIN-QUOTIENT
               REMAINDER WS-CHAIN-ACCUM
           .

       9400-CLOSE-FILES.
           IF NOT OLD-HOTCARD-ABSENT
               CLOSE OLD-HOTCARD-FILE
           END-IF
           CLOSE TRANS-FILE
           CLOSE NEW-HOTCARD-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-LOG-FILE
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'CARDHOTM CONTROL TOTALS'
           DISPLAY '  HOT CARDS READ......... ' WS-HOTCARDS-READ
           DISPLAY '  TRANSACTIONS READ...... ' WS-TRANS-READ
           DISPLAY '  TRANSACTIONS APPLIED... ' WS-TRANS-APPLIED
           DISPLAY '  TRANSACTIONS REJECTED.. ' WS-TRANS-REJECTED
           DISPLAY '  CARDS ADDED............ ' WS-CARDS-ADDED
           DISPLAY '  CARDS REMOVED.......... ' WS-CARDS-REMOVED
           DISPLAY '  AUDIT ENTRIES WRITTEN.. ' WS-AUDIT-ENTRIES
           DISPLAY '  HOT CARDS WRITTEN...... ' WS-HOTCARDS-WRITTEN
           .

       9999-END.
           .
