      * USAGE:     CARDRCYL SUSPENSE-FILENAME BIN-RANGE-FILENAME
      *            RECYCLED-FILENAME CARRY-FORWARD-FILENAME
      *            AGED-REPORT-FILENAME AGE-LIMIT-DAYS
      *            [EXCHANGE-RATE-FILENAME RATE-MAX-AGE-DAYS
      *            [EXCEPTION-LOG-FILENAME]]
      *
      *            THE CARRY-FORWARD FILE IS THE SUSPENSE INPUT FOR THE
      *            NEXT RECYCLE RUN.  A FRESH RECORD FROM CARD1 HAS
      *            SPACES WHERE THE FIRST-SEEN DATE BELONGS AND IS
      *            STAMPED WITH TODAY'S DATE ON ITS FIRST PASS THROUGH.
      *
      *            THE LOOKUP USES THE EIGHT-DIGIT ISSUER BIN CARD1
      *            CARRIES ON THE RECORD, SINCE THE MASK HIDES DIGITS
      *            7-12 OF THE ACCOUNT NUMBER.  A RECORD WRITTEN BEFORE
      *            CARD1 CARRIED THE BIN IS LOOKED UP ON ITS FIRST SIX
      *            DIGITS AS THE LOWEST EIGHT-DIGIT BIN UNDER THEM.  A
      *            RECYCLED RECORD PICKS UP THE CARD PRODUCT, COMMERCIAL
      *            INDICATOR, AND ISSUER COUNTRY OF THE RANGE IT
      *            MATCHED.
      *
      *            A FOREIGN-CURRENCY RECORD RECYCLES ONLY AT A RATE
      *            THAT IS CURRENT.  WHEN THE EXCHANGE-RATE FILE IS
      *            SUPPLIED, ITS ORIGINAL AMOUNT IS CONVERTED AGAIN AT
      *            THE LATEST RATE EFFECTIVE ON OR BEFORE THE RUN DATE,
      *            AND A CURRENCY WITH NO RATE, OR ONE OLDER THAN
      *            RATE-MAX-AGE-DAYS, KEEPS THE RECORD IN SUSPENSE.
      *            WITHOUT THE FILE, A RECORD CARD1 CONVERTED RECYCLES
      *            AT THE RATE IT CARRIES AND ONE IT COULD NOT CONVERT
      *            STAYS IN SUSPENSE.  THE RECYCLED TRAILER HASHES THE
      *            US-DOLLAR AMOUNT AS WRITTEN.
      *
      *            WHEN AN EXCEPTION LOG IS NAMED, EACH ITEM OVER THE
      *            AGE LIMIT IS ALSO APPENDED TO THAT SHARED EXCEPTIONS
      *            FILE FOR THE MORNING EXCEPTIONS QUEUE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRCYL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGED-REPORT-STATUS.

       SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHANGE-RATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCHANGE-RATE-STATUS.

       SELECT EXCEPTION-LOG-FILE ASSIGN TO EXCEPTION-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 SUSPENSE-RECORD PIC X(200).

       FD BIN-RANGE-FILE.
       01 BIN-RANGE-RECORD PIC X(40).

       FD RECYCLED-FILE.
       01 RECYCLED-RECORD PIC X(200).
       FD AGED-REPORT-FILE.
       01 AGED-REPORT-RECORD PIC X(132).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD PIC X(19).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD PIC X(113).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           05  CARRY-FORWARD-FILENAME PIC X(120).
           05  AGED-REPORT-FILENAME   PIC X(120).
           05  AGE-LIMIT-ARG          PIC X(06).
           05  EXCHANGE-RATE-FILENAME PIC X(120).
           05  RATE-MAX-AGE-ARG       PIC X(06).
           05  EXCEPTION-LOG-FILENAME PIC X(120).

       01  WS-AGE-LIMIT-DAYS          PIC 9(05) VALUE ZERO.
       01  WS-AGE-LIMIT-SUB           PIC 9(02) COMP VALUE ZERO.
       01  WS-AGED-REPORT-STATUS      PIC X(02).
           88  AGED-REPORT-OK         VALUE '00'.

       01  WS-EXCHANGE-RATE-STATUS    PIC X(02).
           88  EXCHANGE-RATE-OK       VALUE '00'.
           88  EXCHANGE-RATE-EOF      VALUE '10'.

      * THE SUSPENSE RECORD IS CARD1'S OUTPUT-RECORD LAYOUT: THE
      * MESSAGE AREA, THEN THE TRANSACTION TYPE AND MERCHANT ID,
      * WHICH MUST RIDE THROUGH A RECYCLE UNCHANGED SO A RECYCLED
      * REFUND STILL SETTLES AS A REFUND UNDER ITS OWN MERCHANT.
      * THE RANGE ATTRIBUTES AND ISSUER BIN FOLLOW THE MERCHANT ID,
      * THEN THE CURRENCY, ORIGINAL AMOUNT, AND EXCHANGE RATE.
      * THE FIRST-SEEN DATE RIDES IN THE LAST EIGHT BYTES OF THE
      * RECORD, WHICH CARD1 NEVER USES.

           05  SUSP-MESSAGE           PIC X(64).
           05  SUSP-TRANSACTION-TYPE  PIC X(01).
           05  SUSP-MERCHANT-ID       PIC X(08).
           05  SUSP-CARD-PRODUCT      PIC X(01).
           05  SUSP-COMMERCIAL-IND    PIC X(01).
           05  SUSP-ISSUER-COUNTRY    PIC X(02).
           05  SUSP-ISSUER-BIN        PIC X(08).
           05  SUSP-CURRENCY-CODE     PIC X(03).
               88  SUSP-US-DOLLARS    VALUE 'USD' SPACES.
           05  SUSP-ORIGINAL-AMOUNT   PIC 9(07)V99.
           05  SUSP-EXCHANGE-RATE     PIC 9(03)V9(06).
           05  FILLER                 PIC X(30).
           05  SUSP-FIRST-SEEN-DATE   PIC X(08).

       01  WS-MESSAGE.
           05  WS-CARD-TYPE           PIC X(60).

       01  WS-BIN-RANGE-REC-FIELDS.
           copy binrange.

       01  WS-BIN-RANGE-TABLE.
           05  WS-BIN-RANGE-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-BIN-RANGE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-BIN-IDX.
               10  WS-BIN-RANGE-LOW   PIC 9(08).
               10  WS-BIN-RANGE-HIGH  PIC 9(08).
               10  WS-BIN-BRAND-NAME  PIC X(20).
               10  WS-BIN-CARD-PRODUCT PIC X(01).
               10  WS-BIN-COMMERCIAL-IND PIC X(01).
               10  WS-BIN-ISSUER-COUNTRY PIC X(02).

       01  WS-ACCOUNT-PREFIX          PIC 9(08).

       01  WS-MATCHED-BIN-INDEX       PIC 9(03) COMP VALUE ZERO.

       01  WS-SEEN-DAY-NUMBER         PIC 9(07) VALUE ZERO.
       01  WS-SUSPENSE-AGE-DAYS       PIC S9(07) VALUE ZERO.

      * FOREIGN-CURRENCY RECONVERSION, AGAINST THE RATE FILE
      * CONVERT LOADS AND RATE-IMPORT MAINTAINS.

       01  WS-CONVERSION-SWITCH       PIC X(01) VALUE 'N'.
           88  CONVERSION-ENABLED     VALUE 'Y'.

       01  WS-EXCHANGE-REC-FIELDS.
           copy exchrate.

       01  WS-EXCHANGE-TABLE.
           05  WS-EXCHANGE-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  WS-EXCHANGE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-EXCH-IDX.
               10  WS-EXCH-COUNTRY    PIC X(02).
               10  WS-EXCH-DATE       PIC X(08).
               10  WS-EXCH-RATE       PIC 9(03)V9(06).
               10  WS-EXCH-DAYNUM     PIC 9(07).

       01  WS-RATE-MAX-AGE-DAYS       PIC 9(06) VALUE ZERO.
       01  WS-RATE-AGE-SUB            PIC 9(02) COMP VALUE ZERO.
       01  WS-BEST-EXCH-DATE          PIC X(08).
       01  WS-BEST-EXCH-RATE          PIC 9(03)V9(06).
       01  WS-BEST-EXCH-DAYNUM        PIC 9(07).

       01  WS-RATE-SWITCH             PIC X(01).
           88  RATE-AVAILABLE         VALUE 'Y'.
           88  RATE-NOT-AVAILABLE     VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  WS-RECYCLED-COUNT      PIC 9(06) COMP VALUE ZERO.
           05  WS-HELD-FOR-RATE-COUNT PIC 9(06) COMP VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(06) COMP VALUE ZERO.
           05  WS-AGED-COUNT          PIC 9(06) COMP VALUE ZERO.

               10  FILLER             PIC X(06) VALUE '  AGE '.
               10  AGED-AGE-DAYS      PIC Z(05)9.

      * SHARED EXCEPTIONS FILE.  THIS RUN'S FINDINGS ARE APPENDED AS
      * ONE BLOCK - HEADER, EXCEPTION RECORDS, TRAILER - BEHIND THE
      * BLOCKS THE OTHER NIGHTLY PROGRAMS HAVE ALREADY WRITTEN.

       01  WS-EXCEPTION-LOG-STATUS    PIC X(02).
           88  EXCEPTION-LOG-OK       VALUE '00'.

       01  WS-EXCEPTION-LOG-SWITCH    PIC X(01) VALUE 'N'.
           88  EXCEPTION-LOG-OPEN     VALUE 'Y'.

       01  WS-EXCEPTION-RECORD.
           copy exceptn.

       01  WS-EXCEPTIONS-WRITTEN      PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 9100-OPEN-FILES
               PERFORM 2000-RECYCLE-SUSPENSE UNTIL SUSPENSE-EOF
               PERFORM 2900-VALIDATE-HEADER-TRAILER
               PERFORM 9410-WRITE-FILE-TRAILERS
               IF EXCEPTION-LOG-OPEN
                   PERFORM 9430-WRITE-EXCEPTION-TRAILER
               END-IF
               PERFORM 9400-CLOSE-FILES
               PERFORM 9500-DISPLAY-CONTROL-TOTALS
           END-IF
       2100-RECYCLE-ONE-RECORD.

           PERFORM 2240-LOOKUP-BIN-RANGE
           SET RATE-AVAILABLE TO TRUE

           IF BRAND-FOUND
           AND NOT SUSP-US-DOLLARS
               PERFORM 2200-CONVERT-FOREIGN-AMOUNT
           END-IF

           IF BRAND-FOUND
           AND RATE-AVAILABLE
               MOVE WS-BIN-BRAND-NAME(WS-MATCHED-BIN-INDEX)
                   TO WS-CARD-TYPE
               MOVE WS-MESSAGE TO SUSP-MESSAGE
               MOVE WS-BIN-CARD-PRODUCT(WS-MATCHED-BIN-INDEX)
                   TO SUSP-CARD-PRODUCT
               MOVE WS-BIN-COMMERCIAL-IND(WS-MATCHED-BIN-INDEX)
                   TO SUSP-COMMERCIAL-IND
               MOVE WS-BIN-ISSUER-COUNTRY(WS-MATCHED-BIN-INDEX)
                   TO SUSP-ISSUER-COUNTRY
               MOVE SPACES TO SUSP-FIRST-SEEN-DATE
               PERFORM 9300-WRITE-RECYCLED-RECORD
           ELSE
           END-IF
           .

      * WITH THE RATE FILE, THE ORIGINAL AMOUNT IS CONVERTED AT THE
      * LATEST RATE ON OR BEFORE TODAY; WITHOUT IT, THE RATE CARD1
      * CARRIED STANDS, AND A RECORD IT COULD NOT CONVERT WAITS.

       2200-CONVERT-FOREIGN-AMOUNT.

           IF NOT CONVERSION-ENABLED
               IF  SUSP-EXCHANGE-RATE IS NUMERIC
               AND SUSP-EXCHANGE-RATE > ZERO
                   CONTINUE
               ELSE
                   SET RATE-NOT-AVAILABLE TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO WS-BEST-EXCH-DATE
               MOVE ZERO TO WS-BEST-EXCH-RATE
               MOVE ZERO TO WS-BEST-EXCH-DAYNUM
               PERFORM 2210-CHECK-EXCHANGE-ENTRY
                   VARYING WS-EXCH-IDX FROM 1 BY 1
                   UNTIL WS-EXCH-IDX > WS-EXCHANGE-COUNT
               IF  WS-BEST-EXCH-DATE = SPACES
               OR SUSP-ORIGINAL-AMOUNT IS NOT NUMERIC
               OR WS-RUN-DAY-NUMBER - WS-BEST-EXCH-DAYNUM
                   > WS-RATE-MAX-AGE-DAYS
                   SET RATE-NOT-AVAILABLE TO TRUE
               ELSE
                   COMPUTE WS-SUSP-AMOUNT ROUNDED =
                       SUSP-ORIGINAL-AMOUNT * WS-BEST-EXCH-RATE
                       ON SIZE ERROR
                           SET RATE-NOT-AVAILABLE TO TRUE
                   END-COMPUTE
               END-IF
               IF RATE-AVAILABLE
                   MOVE WS-SUSP-AMOUNT TO WS-SUSP-AMOUNT-EDITED
                   MOVE WS-SUSP-AMOUNT-EDITED
                       TO SUSP-TRANSACTION-AMOUNT
                   MOVE WS-BEST-EXCH-RATE TO SUSP-EXCHANGE-RATE
               ELSE
                   MOVE SUSP-TRANSACTION-AMOUNT
                       TO WS-SUSP-AMOUNT-EDITED
                   MOVE WS-SUSP-AMOUNT-EDITED TO WS-SUSP-AMOUNT
               END-IF
           END-IF

           IF RATE-NOT-AVAILABLE
               ADD 1 TO WS-HELD-FOR-RATE-COUNT
           END-IF
           .

       2210-CHECK-EXCHANGE-ENTRY.
           IF WS-EXCH-COUNTRY(WS-EXCH-IDX) = SUSP-CURRENCY-CODE(1:2)
           AND WS-EXCH-DATE(WS-EXCH-IDX) <= WS-RUN-DATE
           AND WS-EXCH-DATE(WS-EXCH-IDX) > WS-BEST-EXCH-DATE
               MOVE WS-EXCH-DATE(WS-EXCH-IDX) TO WS-BEST-EXCH-DATE
               MOVE WS-EXCH-RATE(WS-EXCH-IDX) TO WS-BEST-EXCH-RATE
               MOVE WS-EXCH-DAYNUM(WS-EXCH-IDX)
                   TO WS-BEST-EXCH-DAYNUM
           END-IF
           .

       2240-LOOKUP-BIN-RANGE.

           IF SUSP-ISSUER-BIN IS NUMERIC
               MOVE SUSP-ISSUER-BIN TO WS-ACCOUNT-PREFIX
           ELSE
               MOVE ZERO TO WS-ACCOUNT-PREFIX
               MOVE SUSP-ACCOUNT-NUMBER(1:6) TO WS-ACCOUNT-PREFIX(1:6)
               MOVE SUSP-ACCOUNT-NUMBER(1:6) TO SUSP-ISSUER-BIN(1:6)
               MOVE '00' TO SUSP-ISSUER-BIN(7:2)
           END-IF
           SET BRAND-NOT-FOUND TO TRUE

           PERFORM 2250-CHECK-BIN-RANGE-ENTRY
               INTO SUSPENSE-FILENAME BIN-RANGE-FILENAME
                   RECYCLED-FILENAME CARRY-FORWARD-FILENAME
                   AGED-REPORT-FILENAME AGE-LIMIT-ARG
                   EXCHANGE-RATE-FILENAME RATE-MAX-AGE-ARG
                   EXCEPTION-LOG-FILENAME
           END-UNSTRING

           IF  SUSPENSE-FILENAME = SPACES
                   ' BIN-RANGE-FILENAME RECYCLED-FILENAME'
                   ' CARRY-FORWARD-FILENAME AGED-REPORT-FILENAME'
                   ' AGE-LIMIT-DAYS'
                   ' [EXCHANGE-RATE-FILENAME RATE-MAX-AGE-DAYS'
                   ' [EXCEPTION-LOG-FILENAME]]'
               GOBACK
           END-IF

               GOBACK
           END-IF

           IF  EXCHANGE-RATE-FILENAME NOT = SPACES
               PERFORM 9130-PARSE-RATE-MAX-AGE
               IF AGE-LIMIT-PARSE-BAD
                   DISPLAY 'CARDRCYL: AN EXCHANGE-RATE FILE NEEDS A'
                       ' NUMERIC RATE-MAX-AGE-DAYS, GOT '
                       RATE-MAX-AGE-ARG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET CONVERSION-ENABLED TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 2400-COMPUTE-DAY-NUMBER
           MOVE WS-AGE-LIMIT-DAYS TO AGED-HDG-LIMIT
           WRITE AGED-REPORT-RECORD FROM WS-AGED-HEADING

           IF EXCEPTION-LOG-FILENAME NOT = SPACES
               PERFORM 9350-OPEN-EXCEPTION-LOG
           END-IF

           PERFORM 9150-LOAD-BIN-RANGE-TABLE
           IF CONVERSION-ENABLED
               PERFORM 9180-LOAD-EXCHANGE-TABLE
           END-IF
           .

      * THE AGE LIMIT ARRIVES LEFT-JUSTIFIED FROM THE COMMAND LINE,
           END-IF
           .

       9130-PARSE-RATE-MAX-AGE.

           SET AGE-LIMIT-PARSE-OK TO TRUE
           MOVE ZERO TO WS-RATE-MAX-AGE-DAYS

           IF RATE-MAX-AGE-ARG = SPACES
               SET AGE-LIMIT-PARSE-BAD TO TRUE
           END-IF

           PERFORM 9135-PARSE-RATE-MAX-AGE-DIGIT
               VARYING WS-RATE-AGE-SUB FROM 1 BY 1
               UNTIL WS-RATE-AGE-SUB > 6
               OR RATE-MAX-AGE-ARG(WS-RATE-AGE-SUB:1) = SPACE
               OR AGE-LIMIT-PARSE-BAD
           .

       9135-PARSE-RATE-MAX-AGE-DIGIT.

           IF RATE-MAX-AGE-ARG(WS-RATE-AGE-SUB:1) IS NUMERIC
               MOVE RATE-MAX-AGE-ARG(WS-RATE-AGE-SUB:1)
                   TO WS-AGE-LIMIT-DIGIT
               COMPUTE WS-RATE-MAX-AGE-DAYS =
                   WS-RATE-MAX-AGE-DAYS * 10 + WS-AGE-LIMIT-DIGIT
           ELSE
               SET AGE-LIMIT-PARSE-BAD TO TRUE
           END-IF
           .

       9150-LOAD-BIN-RANGE-TABLE.

           OPEN INPUT BIN-RANGE-FILE

       9170-STORE-BIN-RANGE-ENTRY.

           IF WS-BIN-RANGE-COUNT = 500
               DISPLAY 'CARDRCYL ABEND: BIN-RANGE-FILE HAS MORE THAN'
                   ' 500 ENTRIES, WS-BIN-RANGE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE BIN-RANGE-FILE
               PERFORM 9400-CLOSE-FILES
           END-IF

           ADD 1 TO WS-BIN-RANGE-COUNT
           MOVE BR-RANGE-LOW TO
               WS-BIN-RANGE-LOW(WS-BIN-RANGE-COUNT)
           MOVE BR-RANGE-HIGH TO
               WS-BIN-RANGE-HIGH(WS-BIN-RANGE-COUNT)
           MOVE BR-BRAND TO
               WS-BIN-BRAND-NAME(WS-BIN-RANGE-COUNT)
           MOVE BR-CARD-PRODUCT TO
               WS-BIN-CARD-PRODUCT(WS-BIN-RANGE-COUNT)
           MOVE BR-COMMERCIAL-IND TO
               WS-BIN-COMMERCIAL-IND(WS-BIN-RANGE-COUNT)
           MOVE BR-ISSUER-COUNTRY TO
               WS-BIN-ISSUER-COUNTRY(WS-BIN-RANGE-COUNT)
           PERFORM 9160-READ-BIN-RANGE-RECORD
           .

      * EACH RATE'S DAY NUMBER IS WORKED OUT AS IT IS LOADED, SO THE
      * AGE CHECK PER RECORD IS A SUBTRACTION.

       9180-LOAD-EXCHANGE-TABLE.

           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'CARDRCYL ABEND: OPEN OF EXCHANGE-RATE-FILE'
                   ' FAILED, FILE STATUS=' WS-EXCHANGE-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 9185-READ-EXCHANGE-RECORD
           PERFORM 9190-STORE-EXCHANGE-ENTRY
               UNTIL EXCHANGE-RATE-EOF
           CLOSE EXCHANGE-RATE-FILE
           .

       9185-READ-EXCHANGE-RECORD.
           READ EXCHANGE-RATE-FILE INTO WS-EXCHANGE-REC-FIELDS
           .

       9190-STORE-EXCHANGE-ENTRY.

           IF WS-EXCHANGE-COUNT = 500
               DISPLAY 'CARDRCYL ABEND: EXCHANGE-RATE-FILE HAS MORE'
                   ' THAN 500 ENTRIES, WS-EXCHANGE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE EXCHANGE-RATE-FILE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           IF  ER-EFFECTIVE-DATE IS NOT NUMERIC
           OR ER-RATE IS NOT NUMERIC
               DISPLAY 'CARDRCYL ABEND: EXCHANGE-RATE-FILE RECORD '
                   WS-EXCHANGE-REC-FIELDS ' IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               CLOSE EXCHANGE-RATE-FILE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           ADD 1 TO WS-EXCHANGE-COUNT
           MOVE ER-COUNTRY TO WS-EXCH-COUNTRY(WS-EXCHANGE-COUNT)
           MOVE ER-EFFECTIVE-DATE TO WS-EXCH-DATE(WS-EXCHANGE-COUNT)
           MOVE ER-RATE TO WS-EXCH-RATE(WS-EXCHANGE-COUNT)
           MOVE ER-EFFECTIVE-DATE TO WS-WORK-DATE
           PERFORM 2400-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-TOTAL TO WS-EXCH-DAYNUM(WS-EXCHANGE-COUNT)
           PERFORM 9185-READ-EXCHANGE-RECORD
           .

       9200-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE INTO WS-SUSPENSE-FIELDS
           .
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 9360-WRITE-EXCEPTION
           .

      * THE EXCEPTIONS FILE IS SHARED, SO IT IS EXTENDED RATHER THAN
      * REPLACED; THE FIRST PROGRAM OF THE NIGHT TO NAME IT CREATES
      * IT.  LIKE THE OTHER TRAILERS, THE BLOCK'S TRAILER IS WRITTEN
      * ONLY ON THE SUCCESS PATH.

       9350-OPEN-EXCEPTION-LOG.

           OPEN EXTEND EXCEPTION-LOG-FILE
           IF NOT EXCEPTION-LOG-OK
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF NOT EXCEPTION-LOG-OK
               DISPLAY 'CARDRCYL ABEND: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' WS-EXCEPTION-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           SET EXCEPTION-LOG-OPEN TO TRUE

           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'HDR' TO HT-RECORD-TYPE
           MOVE WS-RUN-DATE TO HT-RUN-DATE
           MOVE 'CARDRCYL' TO HT-PROGRAM-NAME
           MOVE 'EXCEPTIONS' TO HT-FILE-IDENTIFIER
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

      * AN AGED ITEM IS KEYED BY ITS MASKED ACCOUNT NUMBER AND THE
      * DATE IT FIRST LANDED IN SUSPENSE, WHICH STAYS THE SAME EVERY
      * NIGHT IT IS CARRIED FORWARD.  THE CARDHOLDER NAME STAYS ON
      * THE AGED REPORT AND OFF THE SHARED FILE.

       9360-WRITE-EXCEPTION.

           IF EXCEPTION-LOG-OPEN
               MOVE SPACES TO WS-EXCEPTION-RECORD
               MOVE 'CARDRCYL' TO EXC-SOURCE-PROGRAM
               MOVE 'M' TO EXC-SEVERITY
               MOVE WS-RUN-DATE TO EXC-RUN-DATE
               STRING SUSP-ACCOUNT-NUMBER ' ' SUSP-FIRST-SEEN-DATE
                   DELIMITED BY SIZE INTO EXC-KEY
               END-STRING
               STRING 'IN SUSPENSE SINCE ' SUSP-FIRST-SEEN-DATE
                   ' AGE ' AGED-AGE-DAYS ' DAYS AMT '
                   WS-SUSP-AMOUNT-EDITED
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               END-STRING
               WRITE EXCEPTION-LOG-RECORD FROM WS-EXCEPTION-RECORD
               IF NOT EXCEPTION-LOG-OK
                   DISPLAY 'CARDRCYL ABEND: WRITE TO'
                       ' EXCEPTION-LOG-FILE FAILED, FILE STATUS='
                       WS-EXCEPTION-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXCEPTIONS-WRITTEN
           END-IF
           .

       9400-CLOSE-FILES.
           CLOSE RECYCLED-FILE
           CLOSE CARRY-FORWARD-FILE
           CLOSE AGED-REPORT-FILE
           IF EXCEPTION-LOG-OPEN
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           .

       9420-WRITE-FILE-HEADERS.
           WRITE CARRY-FORWARD-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9430-WRITE-EXCEPTION-TRAILER.
           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-EXCEPTIONS-WRITTEN TO HT-RECORD-COUNT
           MOVE ZERO TO HT-HASH-TOTAL
           MOVE ZERO TO HT-NET-TOTAL
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'CARDRCYL CONTROL TOTALS'
           DISPLAY '  RECORDS READ........... ' WS-DATA-READ-COUNT
           DISPLAY '  RECYCLED............... ' WS-RECYCLED-COUNT
           DISPLAY '  CARRIED FORWARD........ ' WS-CARRIED-COUNT
           DISPLAY '  HELD FOR EXCHANGE RATE. '
               WS-HELD-FOR-RATE-COUNT
           DISPLAY '  OVER AGE LIMIT......... ' WS-AGED-COUNT
           .

