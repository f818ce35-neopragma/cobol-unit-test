      *            FILES.  READS A PRODUCTION-FORMAT INPUT FILE AND
      *            WRITES A STRUCTURALLY IDENTICAL TEST FILE: ACCOUNT
      *            NUMBERS ARE REPLACED WITH SYNTHETIC NUMBERS THAT
      *            KEEP THE ORIGINAL 8-DIGIT BIN PREFIX (SO THE BIN
      *            LOOKUP CLASSIFIES THEM THE SAME) AND PRESERVE THE
      *            SOURCE NUMBER'S LUHN VALIDITY (SO VALID CARDS STAY
      *            VALID AND INVALID-CHECKSUM CARDS STAY INVALID),
       01 OUTPUT-RECORD PIC X(200).

       FD BIN-RANGE-FILE.
       01 BIN-RANGE-RECORD PIC X(40).

       WORKING-STORAGE SECTION.

               10  FILLER             PIC X(131).

       01  WS-BIN-RANGE-REC-FIELDS.
           copy binrange.

       01  WS-BIN-RANGE-TABLE.
           05  WS-BIN-RANGE-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-BIN-RANGE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-BIN-IDX.
               10  WS-BIN-RANGE-LOW   PIC 9(08).
               10  WS-BIN-RANGE-HIGH  PIC 9(08).
               10  WS-BIN-BRAND-NAME  PIC X(20).

      * PER-BRAND SOURCE AND SCRUBBED COUNTS FOR THE SUMMARY THAT

       01  WS-CLASSIFY-ACCOUNT        PIC X(16).
       01  WS-CLASSIFY-BRAND          PIC X(20).
       01  WS-ACCOUNT-PREFIX          PIC 9(08).

       01  WS-BRAND-FOUND-SWITCH      PIC X(01).
           88  BRAND-FOUND            VALUE 'Y'.

       01  WS-SYNTH-WORK-AREA.
           05  WS-SYNTH-ACCOUNT.
               10  WS-SYNTH-PREFIX    PIC X(08).
               10  WS-SYNTH-MIDDLE    PIC 9(07).
               10  WS-SYNTH-CHECK     PIC 9(01).
           05  WS-SYNTH-SEQUENCE      PIC 9(07) VALUE ZERO.

       01  WS-LUHN-WORK-AREA.
           05  WS-LUHN-ACCOUNT        PIC X(16).
           END-IF
           .

      * THE SYNTHETIC NUMBER KEEPS THE SOURCE'S 8-DIGIT BIN PREFIX,
      * TAKES ITS MIDDLE DIGITS FROM A RUN SEQUENCE, AND GETS A CHECK
      * DIGIT COMPUTED SO ITS LUHN VALIDITY MATCHES THE SOURCE
      * NUMBER'S - A VALID CARD SCRUBS TO A VALID CARD, AND AN
           MOVE WS-LUHN-RESULT TO WS-SOURCE-LUHN-RESULT

           ADD 1 TO WS-SYNTH-SEQUENCE
           MOVE IN-ACCOUNT-NUMBER(1:8) TO WS-SYNTH-PREFIX
           MOVE WS-SYNTH-SEQUENCE TO WS-SYNTH-MIDDLE
           MOVE ZERO TO WS-SYNTH-CHECK

           IF LUHN-CHECK-BAD
               MOVE 'INVALID-CHECKSUM' TO WS-CLASSIFY-BRAND
           ELSE
               MOVE WS-CLASSIFY-ACCOUNT(1:8) TO WS-ACCOUNT-PREFIX
               SET BRAND-NOT-FOUND TO TRUE
               PERFORM 2660-CHECK-BIN-RANGE-ENTRY
                   VARYING WS-BIN-IDX FROM 1 BY 1

       9170-STORE-BIN-RANGE-ENTRY.

           IF WS-BIN-RANGE-COUNT = 500
               DISPLAY 'CARDSCRB ABEND: BIN-RANGE-FILE HAS MORE'
                   ' THAN 500 ENTRIES, WS-BIN-RANGE-TABLE IS FULL'
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
           PERFORM 9160-READ-BIN-RANGE-RECORD
           .
