      *            CHANGE, AND DELETE TRANSACTIONS TO THE BIN-RANGE
      *            FILE CARD1 LOADS, VALIDATING EVERY FIELD - RANGES
      *            MUST NOT BE INVERTED OR OVERLAP AN EXISTING RANGE,
      *            AND THE BRAND AND CARD PRODUCT MUST BE ON THE
      *            INTERCHANGE FEE SCHEDULE - AND PRODUCES A NEW
      *            BIN-RANGE FILE (LAID OUT IN THE BINRANGE COPYBOOK)
      *            PLUS AN EDIT REPORT OF APPLIED AND REJECTED
      *            TRANSACTIONS.
      *            HAND-EDITING BIN-RANGES.DAT IS NO LONGER THE
      *            STANDARD PROCEDURE, THE SAME WAY ACCT-MAINT ENDED
      *            HAND-EDITING OF THE ACCOUNT MASTER.
      *            FEE-RATE-FILENAME
      *
      *            TRANSACTION RECORD, FIXED COLUMNS: ACTION X(01)
      *            A/C/D, RANGE LOW 9(08), RANGE HIGH 9(08), BRAND
      *            X(20), CARD PRODUCT X(01) C/D/P (CREDIT, DEBIT,
      *            PREPAID), COMMERCIAL INDICATOR X(01) Y/N, ISSUER
      *            COUNTRY X(02), EFFECTIVE DATE X(08) YYYYMMDD (BLANK
      *            = EFFECTIVE NOW).  RANGES ARE EIGHT-DIGIT BINS.  A
      *            RANGE IS IDENTIFIED BY ITS LOW/HIGH PAIR; A CHANGE
      *            REPLACES THE BRAND, PRODUCT, INDICATOR, AND
      *            COUNTRY, A DELETE NEEDS ONLY ACTION AND RANGE.  A
      *            TRANSACTION WHOSE EFFECTIVE DATE IS STILL IN THE
      *            FUTURE IS NOT APPLIED: IT IS REPORTED DEFERRED AND
      *            WRITTEN TO THE PENDING FILE, WHICH IS FED BACK IN
      *            AS THE TRANSACTION FILE OF A LATER RUN, SO A
      *            NETWORK'S ANNOUNCED RANGE CHANGE CAN BE STAGED
      *            AHEAD OF TIME.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDBINM.
       FILE SECTION.

       FD OLD-BIN-FILE.
       01 OLD-BIN-RECORD PIC X(40).

       FD TRANS-FILE.
       01 TRANS-RECORD PIC X(49).

       FD NEW-BIN-FILE.
       01 NEW-BIN-RECORD PIC X(40).

       FD PENDING-FILE.
       01 PENDING-RECORD PIC X(49).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD FEE-RATE-FILE.
       01 FEE-RATE-RECORD PIC X(32).

       WORKING-STORAGE SECTION.

               88  TRANS-ADD       VALUE 'A'.
               88  TRANS-CHANGE    VALUE 'C'.
               88  TRANS-DELETE    VALUE 'D'.
           05  TRN-RANGE-LOW       PIC X(08).
           05  TRN-RANGE-HIGH      PIC X(08).
           05  TRN-BRAND           PIC X(20).
           05  TRN-CARD-PRODUCT    PIC X(01).
           05  TRN-COMMERCIAL-IND  PIC X(01).
           05  TRN-ISSUER-COUNTRY  PIC X(02).
           05  TRN-EFFECTIVE-DATE  PIC X(08).

       01  WS-TRN-LOW-NUM          PIC 9(08).
       01  WS-TRN-HIGH-NUM         PIC 9(08).

      * THE RANGE AS THE TRANSACTION WOULD LEAVE IT, EDITED AGAINST
      * THE BIN-RANGE RECORD'S OWN CONDITION NAMES.

       01  WS-BIN-RANGE-REC-FIELDS.
           copy binrange.

      * THE OLD BIN TABLE IS HELD IN A TABLE; TRANSACTIONS ARE
      * APPLIED AGAINST IT AND THE NEW FILE IS WRITTEN FROM THE

       01  WS-BIN-TABLE.
           05  WS-BIN-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-BIN-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-BIN-IDX.
               10  WS-BIN-RECORD.
                   15  WS-BIN-LOW    PIC 9(08).
                   15  WS-BIN-HIGH   PIC 9(08).
                   15  WS-BIN-BRAND  PIC X(20).
                   15  WS-BIN-ATTRIBUTES PIC X(04).
               10  WS-BIN-DELETED-SWITCH PIC X(01).
                   88  BIN-DELETED   VALUE 'Y'.
                   88  BIN-ACTIVE    VALUE 'N'.
           88  OVERLAP-FOUND       VALUE 'Y'.
           88  OVERLAP-NOT-FOUND   VALUE 'N'.

      * A FEE SCHEDULE ENTRY WITH A BLANK PRODUCT IS THE BRAND'S
      * RATE FOR ANY PRODUCT WITHOUT A RATE OF ITS OWN.

       01  WS-FEE-REC-FIELDS.
           05  WS-FEE-REC-BRAND    PIC X(20).
           05  FILLER              PIC X(11).
           05  WS-FEE-REC-PRODUCT  PIC X(01).

       01  WS-BRAND-TABLE.
           05  WS-BRAND-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  WS-BRAND-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-BRD-IDX.
               10  WS-BRAND-NAME   PIC X(20).
               10  WS-BRAND-PRODUCT PIC X(01).

       01  WS-BRAND-FOUND-SWITCH   PIC X(01).
           88  BRAND-ON-SCHEDULE   VALUE 'Y'.
           05  WS-EDIT-DETAIL.
               10  DET-ACTION      PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-RANGE-LOW   PIC X(08).
               10  FILLER          PIC X(01) VALUE '-'.
               10  DET-RANGE-HIGH  PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-BRAND       PIC X(20).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-CARD-PRODUCT PIC X(01).
               10  DET-COMMERCIAL-IND PIC X(01).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-ISSUER-COUNTRY PIC X(02).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-RESULT      PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.

           READ OLD-BIN-FILE
           IF OLD-BIN-OK
               IF WS-BIN-COUNT = 500
                   DISPLAY 'CARDBINM ABEND: OLD BIN FILE HAS MORE'
                       ' THAN 500 RANGES, WS-BIN-TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
           END-IF

           IF  TRANS-ACCEPTED
           AND NOT TRANS-DELETE
               PERFORM 2150-BUILD-RANGE-IMAGE
               EVALUATE TRUE
                   WHEN NOT BR-PRODUCT-VALID
                       MOVE 'CARD PRODUCT MUST BE C, D, OR P'
                           TO WS-REJECT-REASON
                   WHEN NOT BR-COMMERCIAL-VALID
                       MOVE 'COMMERCIAL INDICATOR MUST BE Y OR N'
                           TO WS-REJECT-REASON
                   WHEN BR-ISSUER-COUNTRY(1:1) = SPACE
                   WHEN BR-ISSUER-COUNTRY(2:1) = SPACE
                   WHEN BR-ISSUER-COUNTRY IS NOT ALPHABETIC-UPPER
                       MOVE 'ISSUER COUNTRY MUST BE TWO LETTERS'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF  TRANS-ACCEPTED
           AND TRN-EFFECTIVE-DATE NOT = SPACES
               IF TRN-EFFECTIVE-DATE IS NOT NUMERIC
           AND NOT TRANS-DELETE
               PERFORM 2300-CHECK-BRAND-ON-SCHEDULE
               IF BRAND-NOT-ON-SCHEDULE
                   MOVE 'BRAND/PRODUCT NOT ON FEE SCHEDULE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           .

       2150-BUILD-RANGE-IMAGE.
           MOVE WS-TRN-LOW-NUM TO BR-RANGE-LOW
           MOVE WS-TRN-HIGH-NUM TO BR-RANGE-HIGH
           MOVE TRN-BRAND TO BR-BRAND
           MOVE TRN-CARD-PRODUCT TO BR-CARD-PRODUCT
           MOVE TRN-COMMERCIAL-IND TO BR-COMMERCIAL-IND
           MOVE TRN-ISSUER-COUNTRY TO BR-ISSUER-COUNTRY
           .

       2200-LOOKUP-BIN-RANGE.

           SET BIN-NOT-FOUND TO TRUE
               OR BRAND-ON-SCHEDULE
           .

      * THE PRODUCT IS PRICED EITHER BY A RATE OF ITS OWN OR BY THE
      * BRAND'S BLANK-PRODUCT RATE; A RANGE CARD1 CLASSIFIES MUST
      * NEVER REACH SETTLEMENT WITHOUT A RATE.

       2310-CHECK-BRAND-ENTRY.
           IF TRN-BRAND = WS-BRAND-NAME(WS-BRD-IDX)
           AND (WS-BRAND-PRODUCT(WS-BRD-IDX) = SPACE
               OR WS-BRAND-PRODUCT(WS-BRD-IDX) = TRN-CARD-PRODUCT)
               SET BRAND-ON-SCHEDULE TO TRUE
           END-IF
           .

           EVALUATE TRUE
               WHEN TRANS-ADD
                   IF WS-BIN-COUNT = 500
                       DISPLAY 'CARDBINM ABEND: WS-BIN-TABLE IS'
                           ' FULL, CANNOT ADD MORE RANGES'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BIN-COUNT
                   MOVE WS-BIN-RANGE-REC-FIELDS
                       TO WS-BIN-RECORD(WS-BIN-COUNT)
                   SET BIN-ACTIVE(WS-BIN-COUNT) TO TRUE
               WHEN TRANS-CHANGE
                   MOVE WS-BIN-RANGE-REC-FIELDS
                       TO WS-BIN-RECORD(WS-MATCHED-BIN-IDX)
               WHEN TRANS-DELETE
                   SET BIN-DELETED(WS-MATCHED-BIN-IDX) TO TRUE
           END-EVALUATE
           MOVE TRN-RANGE-LOW TO DET-RANGE-LOW
           MOVE TRN-RANGE-HIGH TO DET-RANGE-HIGH
           MOVE TRN-BRAND TO DET-BRAND
           MOVE TRN-CARD-PRODUCT TO DET-CARD-PRODUCT
           MOVE TRN-COMMERCIAL-IND TO DET-COMMERCIAL-IND
           MOVE TRN-ISSUER-COUNTRY TO DET-ISSUER-COUNTRY
           MOVE WS-REJECT-REASON TO DET-REASON
           WRITE REPORT-RECORD FROM WS-EDIT-DETAIL
           .

       9170-STORE-BRAND-ENTRY.

           IF WS-BRAND-COUNT = 100
               DISPLAY 'CARDBINM ABEND: FEE-RATE-FILE HAS MORE THAN'
                   ' 100 ENTRIES, WS-BRAND-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE FEE-RATE-FILE
               PERFORM 9400-CLOSE-FILES
           END-IF

           ADD 1 TO WS-BRAND-COUNT
           MOVE WS-FEE-REC-BRAND TO WS-BRAND-NAME(WS-BRAND-COUNT)
           MOVE WS-FEE-REC-PRODUCT
               TO WS-BRAND-PRODUCT(WS-BRAND-COUNT)
           PERFORM 9160-READ-FEE-RATE-RECORD
           .

