      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MERCHANT CHARGEBACK RATIO MONITORING.  FOR ONE
      *            CALENDAR MONTH, TOTALS EACH MERCHANT'S SALES COUNT
      *            AND AMOUNT FROM CARD1'S OUTPUT AND ITS CHARGEBACK
      *            COUNT AND AMOUNT FROM CARDDSPT'S CASE MASTER, WORKS
      *            OUT THE CHARGEBACK-TO-SALES RATIOS, AND FLAGS EVERY
      *            MERCHANT OVER THE WARNING OR EXCESSIVE THRESHOLD THE
      *            CARD NETWORKS MONITOR, SO A MERCHANT HEADING FOR A
      *            NETWORK MONITORING PROGRAM IS SEEN HERE FIRST.  A
      *            SIX-MONTH TREND HISTORY SHOWS WHO IS GETTING WORSE.
      *            ANY MERCHANT AT THE EXCESSIVE LEVEL ENDS THE RUN
      *            WITH RETURN CODE 8, WHICH BATCH-DRIVER SURFACES.
      *
      * USAGE:     CARDCBRM SALES-FILENAME CASE-FILENAME
      *            PARAMETER-FILENAME MERCHANT-MASTER-FILENAME
      *            OLD-TREND-FILENAME NEW-TREND-FILENAME
      *            REPORT-FILENAME [REPORT-MONTH]
      *
      *            REPORT-MONTH IS YYYYMM AND DEFAULTS TO THE MONTH
      *            BEFORE THE RUN DATE.
      *
      *            SALES-FILENAME IS CARD1'S OUTPUT-FILE - FOR A MONTH,
      *            THE NIGHTLY FILES CONCATENATED.  EACH NIGHT'S
      *            HEADER TO TRAILER IS BALANCED ON ITS OWN, THE WAY
      *            CARDSETL BALANCES ONE, AND A NIGHT BELONGS TO THE
      *            MONTH OF ITS HEADER RUN DATE.  SALES ARE THE
      *            TRANSACTIONS THAT ARE NOT REFUNDS OR REVERSALS.
      *
      *            CASE-FILENAME IS CARDDSPT'S CASE MASTER.  A CASE
      *            COUNTS AS A CHARGEBACK IN THE MONTH IT WAS RECEIVED,
      *            WHATEVER ITS LATER OUTCOME, AGAINST THE MERCHANT THE
      *            ORIGINAL TRANSACTION SETTLED TO.  A CASE WITH NO
      *            MERCHANT ID CANNOT BE ATTRIBUTED AND IS COUNTED.
      *
      *            PARAMETER RECORD, FIXED COLUMNS, ONE PER LEVEL:
      *            LEVEL X(01) W WARNING OR E EXCESSIVE, CHARGEBACK
      *            COUNT PERCENT OF SALES COUNT 9(02)V9(04), CHARGEBACK
      *            AMOUNT PERCENT OF SALES AMOUNT 9(02)V9(04), MINIMUM
      *            CHARGEBACK COUNT 9(05).  A MERCHANT REACHES A LEVEL
      *            WHEN IT HAS AT LEAST THE MINIMUM COUNT AND EITHER
      *            RATIO IS AT OR OVER ITS PERCENT; A ZERO PERCENT IS
      *            NOT TESTED.  BOTH LEVELS ARE REQUIRED.
      *
      *            TREND RECORD, FIXED COLUMNS: MONTH X(06), MERCHANT
      *            ID X(08), SALES COUNT 9(07), SALES AMOUNT
      *            9(11)V99, CHARGEBACK COUNT 9(05), CHARGEBACK AMOUNT
      *            9(09)V99, COUNT RATIO 9(03)V9(04), AMOUNT RATIO
      *            9(03)V9(04), LEVEL X(01).  THE OLD TREND FILE IS
      *            READ IN FULL AND A NEW ONE WRITTEN, KEEPING THE FIVE
      *            MONTHS BEFORE THE REPORT MONTH AND REPLACING THE
      *            REPORT MONTH ITSELF, SO A RERUN NEVER DOUBLES IT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDCBRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SALES-FILE ASSIGN TO SALES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

       SELECT CASE-FILE ASSIGN TO CASE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

       SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.

       SELECT MERCHANT-MASTER-FILE ASSIGN TO MERCHANT-MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERCHANT-MASTER-STATUS.

       SELECT OLD-TREND-FILE ASSIGN TO OLD-TREND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-TREND-STATUS.

       SELECT NEW-TREND-FILE ASSIGN TO NEW-TREND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-TREND-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SALES-FILE.
       01 SALES-RECORD PIC X(200).

       FD CASE-FILE.
       01 CASE-RECORD PIC X(80).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD PIC X(80).

       FD MERCHANT-MASTER-FILE.
       01 MERCHANT-MASTER-RECORD PIC X(200).

       FD OLD-TREND-FILE.
       01 OLD-TREND-RECORD PIC X(80).

       FD NEW-TREND-FILE.
       01 NEW-TREND-RECORD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  SALES-FILENAME      PIC X(120).
           05  CASE-FILENAME       PIC X(120).
           05  PARAMETER-FILENAME  PIC X(120).
           05  MERCHANT-MASTER-FILENAME PIC X(120).
           05  OLD-TREND-FILENAME  PIC X(120).
           05  NEW-TREND-FILENAME  PIC X(120).
           05  REPORT-FILENAME     PIC X(120).
           05  REPORT-MONTH-ARG    PIC X(06).

       01  WS-SALES-STATUS         PIC X(02).
           88  SALES-OK            VALUE '00'.
           88  SALES-EOF           VALUE '10'.

       01  WS-CASE-STATUS          PIC X(02).
           88  CASE-OK             VALUE '00'.
           88  CASE-EOF            VALUE '10'.

       01  WS-PARAMETER-STATUS     PIC X(02).
           88  PARAMETER-OK        VALUE '00'.
           88  PARAMETER-EOF       VALUE '10'.

       01  WS-MERCHANT-MASTER-STATUS PIC X(02).
           88  MERCHANT-MASTER-OK  VALUE '00'.
           88  MERCHANT-MASTER-EOF VALUE '10'.

       01  WS-OLD-TREND-STATUS     PIC X(02).
           88  OLD-TREND-OK        VALUE '00'.
           88  OLD-TREND-EOF       VALUE '10'.

       01  WS-NEW-TREND-STATUS     PIC X(02).
           88  NEW-TREND-OK        VALUE '00'.

       01  WS-REPORT-STATUS        PIC X(02).
           88  REPORT-OK           VALUE '00'.

      * CARD1 OUTPUT RECORD, AS CARDSETL READS IT.

       01  WS-SALES-RECORD-FIELDS.
           05  IN-ACCOUNT-NUMBER   PIC X(16).
           05  IN-CARDHOLDER-NAME  PIC X(30).
           05  IN-TRANSACTION-AMOUNT PIC Z(06)9.99.
           05  IN-MESSAGE          PIC X(64).
           05  IN-TRANSACTION-TYPE PIC X(01).
               88  IN-NEGATIVE-TYPE VALUE 'R' 'V'.
           05  IN-MERCHANT-ID      PIC X(08).
           05  FILLER              PIC X(71).

       01  WS-HEADER-TRAILER-RECORD.
           copy hdrtrlr.

       01  WS-TRANSACTION-AMOUNT   PIC 9(07)V99.

      * ONE CARD1 NIGHT AT A TIME: ITS HEADER RUN DATE PLACES IT IN
      * OR OUT OF THE MONTH, AND ITS TRAILER MUST AGREE WITH WHAT WAS
      * READ SINCE THE HEADER.

       01  WS-SEGMENT-SWITCH       PIC X(01) VALUE 'N'.
           88  SEGMENT-OPEN        VALUE 'Y'.
           88  SEGMENT-CLOSED      VALUE 'N'.

       01  WS-SEGMENT-MONTH-SWITCH PIC X(01) VALUE 'N'.
           88  SEGMENT-IN-MONTH    VALUE 'Y'.
           88  SEGMENT-NOT-IN-MONTH VALUE 'N'.

       01  WS-SEGMENT-RUN-DATE     PIC X(08).
       01  WS-SEGMENT-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-SEGMENT-HASH         PIC 9(11)V9(04) VALUE ZERO.

       01  WS-CASE-FIELDS.
           05  CS-TOKEN            PIC X(16).
           05  CS-MASKED-PAN       PIC X(16).
           05  CS-AMOUNT           PIC 9(07)V99.
           05  CS-STATUS           PIC X(01).
           05  CS-RECEIVED-DATE    PIC X(08).
           05  CS-UPDATE-DATE      PIC X(08).
           05  FILLER              PIC X(02).
           05  CS-MERCHANT-ID      PIC X(08).
           05  CS-RECOVERED-DATE   PIC X(08).
           05  FILLER              PIC X(04).

       01  WS-PARAMETER-FIELDS.
           05  PRM-LEVEL           PIC X(01).
               88  PRM-WARNING     VALUE 'W'.
               88  PRM-EXCESSIVE   VALUE 'E'.
           05  PRM-COUNT-PCT       PIC 9(02)V9(04).
           05  PRM-AMOUNT-PCT      PIC 9(02)V9(04).
           05  PRM-MIN-COUNT       PIC 9(05).

       01  WS-THRESHOLDS.
           05  WS-WARN-SWITCH      PIC X(01) VALUE 'N'.
               88  WARN-LOADED     VALUE 'Y'.
           05  WS-WARN-COUNT-PCT   PIC 9(02)V9(04) VALUE ZERO.
           05  WS-WARN-AMOUNT-PCT  PIC 9(02)V9(04) VALUE ZERO.
           05  WS-WARN-MIN-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-EXCESS-SWITCH    PIC X(01) VALUE 'N'.
               88  EXCESS-LOADED   VALUE 'Y'.
           05  WS-EXCESS-COUNT-PCT PIC 9(02)V9(04) VALUE ZERO.
           05  WS-EXCESS-AMOUNT-PCT PIC 9(02)V9(04) VALUE ZERO.
           05  WS-EXCESS-MIN-COUNT PIC 9(05) VALUE ZERO.

       01  WS-MERCHANT-MASTER-REC-FIELDS.
           05  WS-MERCH-REC-ID     PIC X(08).
           05  WS-MERCH-REC-NAME   PIC X(30).
           05  FILLER              PIC X(162).

       01  WS-MERCHANT-MASTER-TABLE.
           05  WS-MERCHANT-MASTER-COUNT PIC 9(04) COMP VALUE ZERO.
           05  WS-MERCHANT-MASTER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-MMST-IDX.
               10  WS-MMST-ID      PIC X(08).
               10  WS-MMST-NAME    PIC X(30).

      * ONE ENTRY PER MERCHANT WITH SALES OR CHARGEBACKS IN THE
      * MONTH.  THE TREND SLOTS HOLD THE COUNT RATIO OF THE FIVE
      * MONTHS BEFORE IT, OLDEST FIRST.

       01  WS-MERCHANT-TABLE.
           05  WS-MERCHANT-COUNT   PIC 9(04) COMP VALUE ZERO.
           05  WS-MERCHANT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-MERCH-IDX.
               10  WS-MERCH-ID     PIC X(08).
               10  WS-MERCH-SALES-COUNT PIC 9(07) COMP.
               10  WS-MERCH-SALES-AMOUNT PIC 9(11)V99 COMP-3.
               10  WS-MERCH-CB-COUNT PIC 9(05) COMP.
               10  WS-MERCH-CB-AMOUNT PIC 9(09)V99 COMP-3.
               10  WS-MERCH-COUNT-RATIO PIC 9(03)V9(04).
               10  WS-MERCH-AMOUNT-RATIO PIC 9(03)V9(04).
               10  WS-MERCH-LEVEL  PIC X(01).
                   88  MERCH-LEVEL-EXCESSIVE VALUE 'E'.
                   88  MERCH-LEVEL-WARNING   VALUE 'W'.
                   88  MERCH-LEVEL-NORMAL    VALUE SPACE.
               10  WS-MERCH-TREND OCCURS 5 TIMES.
                   15  WS-TREND-SWITCH PIC X(01).
                       88  TREND-PRESENT VALUE 'Y'.
                       88  TREND-ABSENT  VALUE 'N'.
                   15  WS-TREND-RATIO PIC 9(03)V9(04).

       01  WS-MERCH-SEARCH-ID      PIC X(08).

       01  WS-MERCHANT-FOUND-SWITCH PIC X(01).
           88  MERCHANT-FOUND      VALUE 'Y'.
           88  MERCHANT-NOT-FOUND  VALUE 'N'.

       01  WS-MATCHED-MERCH-IDX    PIC 9(04) COMP VALUE ZERO.
       01  WS-TREND-SUB            PIC 9(02) COMP VALUE ZERO.

       01  WS-MMST-FOUND-SWITCH    PIC X(01).
           88  MMST-FOUND          VALUE 'Y'.
           88  MMST-NOT-FOUND      VALUE 'N'.

       01  WS-TREND-FIELDS.
           05  TRD-MONTH           PIC X(06).
           05  TRD-MONTH-PARTS REDEFINES TRD-MONTH.
               10  TRD-YEAR        PIC 9(04).
               10  TRD-MM          PIC 9(02).
           05  TRD-MERCHANT-ID     PIC X(08).
           05  TRD-SALES-COUNT     PIC 9(07).
           05  TRD-SALES-AMOUNT    PIC 9(11)V99.
           05  TRD-CB-COUNT        PIC 9(05).
           05  TRD-CB-AMOUNT       PIC 9(09)V99.
           05  TRD-COUNT-RATIO     PIC 9(03)V9(04).
           05  TRD-AMOUNT-RATIO    PIC 9(03)V9(04).
           05  TRD-LEVEL           PIC X(01).
           05  FILLER              PIC X(15).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(04).
           05  WS-RUN-MONTH        PIC 9(02).
           05  WS-RUN-DAY          PIC 9(02).

       01  WS-REPORT-MONTH.
           05  WS-REPORT-YEAR      PIC 9(04).
           05  WS-REPORT-MM        PIC 9(02).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH PIC X(06).

       01  WS-REPORT-MONTH-NUMBER  PIC 9(06) VALUE ZERO.
       01  WS-TREND-MONTH-NUMBER   PIC 9(06) VALUE ZERO.
       01  WS-MONTHS-BACK          PIC S9(06) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-SEGMENTS-READ    PIC 9(06) COMP VALUE ZERO.
           05  WS-SEGMENTS-IN-MONTH PIC 9(06) COMP VALUE ZERO.
           05  WS-SALES-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-SALES-IN-MONTH   PIC 9(09) COMP VALUE ZERO.
           05  WS-CASES-READ       PIC 9(06) COMP VALUE ZERO.
           05  WS-CASES-IN-MONTH   PIC 9(06) COMP VALUE ZERO.
           05  WS-CASES-NO-MERCHANT PIC 9(06) COMP VALUE ZERO.
           05  WS-TREND-READ       PIC 9(06) COMP VALUE ZERO.
           05  WS-TREND-WRITTEN    PIC 9(06) COMP VALUE ZERO.
           05  WS-WARNING-COUNT    PIC 9(06) COMP VALUE ZERO.
           05  WS-EXCESSIVE-COUNT  PIC 9(06) COMP VALUE ZERO.
           05  WS-WORSE-COUNT      PIC 9(06) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REPORT-HEADING-1.
               10  FILLER          PIC X(41) VALUE
                   'CARDCBRM CHARGEBACK RATIO MONITOR - MONTH'.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  HDG-REPORT-MONTH PIC X(06).
               10  FILLER          PIC X(12) VALUE '   RUN DATE '.
               10  HDG-RUN-DATE    PIC X(08).
           05  WS-THRESHOLD-LINE.
               10  THR-LABEL       PIC X(20).
               10  FILLER          PIC X(08) VALUE ' COUNT% '.
               10  THR-COUNT-PCT   PIC Z9.9999.
               10  FILLER          PIC X(10) VALUE '  AMOUNT% '.
               10  THR-AMOUNT-PCT  PIC Z9.9999.
               10  FILLER          PIC X(13) VALUE '  MIN COUNT  '.
               10  THR-MIN-COUNT   PIC Z(04)9.
           05  WS-COLUMN-HEADING.
               10  FILLER          PIC X(09) VALUE 'MERCHANT'.
               10  FILLER          PIC X(17) VALUE 'NAME'.
               10  FILLER          PIC X(08) VALUE '  SALES'.
               10  FILLER          PIC X(14) VALUE
                   '   SALES AMT'.
               10  FILLER          PIC X(06) VALUE '   CB'.
               10  FILLER          PIC X(12) VALUE '     CB AMT'.
               10  FILLER          PIC X(07) VALUE '  CNT%'.
               10  FILLER          PIC X(07) VALUE '  AMT%'.
               10  FILLER          PIC X(10) VALUE 'LEVEL'.
               10  FILLER          PIC X(30) VALUE
                   '     CNT% TREND, M-5 TO M-1'.
           05  WS-DETAIL-LINE.
               10  DET-MERCHANT-ID PIC X(08).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-NAME        PIC X(16).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-SALES-COUNT PIC Z(06)9.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-SALES-AMOUNT PIC Z(09)9.99.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-CB-COUNT    PIC Z(04)9.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-CB-AMOUNT   PIC Z(07)9.99.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-COUNT-RATIO PIC ZZ9.99.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-AMOUNT-RATIO PIC ZZ9.99.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-LEVEL       PIC X(09).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-TREND OCCURS 5 TIMES.
                   15  FILLER      PIC X(01).
                   15  DET-TREND-RATIO PIC X(06).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  DET-WORSE-FLAG  PIC X(06).
           05  WS-TREND-EDIT       PIC ZZ9.99.
           05  WS-SUMMARY-LINE.
               10  SUM-LABEL       PIC X(24).
               10  SUM-VALUE       PIC Z(08)9.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-SALES UNTIL SALES-EOF
           PERFORM 2900-CHECK-LAST-SEGMENT
           PERFORM 3000-READ-CASES UNTIL CASE-EOF
           PERFORM 4000-CARRY-TREND-HISTORY UNTIL OLD-TREND-EOF
           PERFORM 5000-WRITE-REPORT
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           IF WS-EXCESSIVE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       1000-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO SALES-FILENAME CASE-FILENAME PARAMETER-FILENAME
                   MERCHANT-MASTER-FILENAME OLD-TREND-FILENAME
                   NEW-TREND-FILENAME REPORT-FILENAME
                   REPORT-MONTH-ARG
           END-UNSTRING

           IF  SALES-FILENAME = SPACES
           OR CASE-FILENAME = SPACES
           OR PARAMETER-FILENAME = SPACES
           OR MERCHANT-MASTER-FILENAME = SPACES
           OR OLD-TREND-FILENAME = SPACES
           OR NEW-TREND-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: CARDCBRM SALES-FILENAME CASE-FILENAME'
                   ' PARAMETER-FILENAME MERCHANT-MASTER-FILENAME'
                   ' OLD-TREND-FILENAME NEW-TREND-FILENAME'
                   ' REPORT-FILENAME [REPORT-MONTH]'
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF  REPORT-MONTH-ARG = SPACES
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               MOVE WS-RUN-MONTH TO WS-REPORT-MM
               IF  WS-REPORT-MM = 1
                   SUBTRACT 1 FROM WS-REPORT-YEAR
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           ELSE
               MOVE REPORT-MONTH-ARG TO WS-REPORT-MONTH-X
               IF  WS-REPORT-MONTH-X IS NOT NUMERIC
               OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY 'CARDCBRM: REPORT-MONTH MUST BE YYYYMM,'
                       ' GOT ' REPORT-MONTH-ARG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-REPORT-MONTH-NUMBER =
               WS-REPORT-YEAR * 12 + WS-REPORT-MM

           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-LOAD-MERCHANT-MASTER

           OPEN INPUT SALES-FILE
           IF NOT SALES-OK
               DISPLAY 'CARDCBRM: OPEN OF SALES-FILE FAILED,'
                   ' FILE STATUS=' WS-SALES-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CASE-FILE
           IF NOT CASE-OK
               DISPLAY 'CARDCBRM: OPEN OF CASE-FILE FAILED,'
                   ' FILE STATUS=' WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * AN ABSENT TREND FILE IS THE FIRST MONTH MONITORED.

           OPEN INPUT OLD-TREND-FILE
           IF NOT OLD-TREND-OK
               SET OLD-TREND-EOF TO TRUE
           END-IF

           OPEN OUTPUT NEW-TREND-FILE
           OPEN OUTPUT REPORT-FILE
           .

       1100-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE
           IF NOT PARAMETER-OK
               DISPLAY 'CARDCBRM: OPEN OF PARAMETER-FILE FAILED,'
                   ' FILE STATUS=' WS-PARAMETER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-PARAMETER-RECORD
           PERFORM 1120-STORE-PARAMETER
               UNTIL PARAMETER-EOF
           CLOSE PARAMETER-FILE

           IF NOT WARN-LOADED OR NOT EXCESS-LOADED
               DISPLAY 'CARDCBRM ABEND: PARAMETER-FILE MUST CARRY'
                   ' BOTH A W AND AN E THRESHOLD RECORD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1110-READ-PARAMETER-RECORD.
           READ PARAMETER-FILE INTO WS-PARAMETER-FIELDS
           .

       1120-STORE-PARAMETER.

           IF PRM-COUNT-PCT IS NOT NUMERIC
           OR PRM-AMOUNT-PCT IS NOT NUMERIC
           OR PRM-MIN-COUNT IS NOT NUMERIC
               DISPLAY 'CARDCBRM ABEND: PARAMETER RECORD FOR LEVEL '
                   PRM-LEVEL ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN PRM-WARNING
                   SET WARN-LOADED TO TRUE
                   MOVE PRM-COUNT-PCT TO WS-WARN-COUNT-PCT
                   MOVE PRM-AMOUNT-PCT TO WS-WARN-AMOUNT-PCT
                   MOVE PRM-MIN-COUNT TO WS-WARN-MIN-COUNT
               WHEN PRM-EXCESSIVE
                   SET EXCESS-LOADED TO TRUE
                   MOVE PRM-COUNT-PCT TO WS-EXCESS-COUNT-PCT
                   MOVE PRM-AMOUNT-PCT TO WS-EXCESS-AMOUNT-PCT
                   MOVE PRM-MIN-COUNT TO WS-EXCESS-MIN-COUNT
               WHEN OTHER
                   DISPLAY 'CARDCBRM ABEND: PARAMETER LEVEL MUST BE'
                       ' W OR E, GOT ' PRM-LEVEL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1110-READ-PARAMETER-RECORD
           .

       1200-LOAD-MERCHANT-MASTER.

           OPEN INPUT MERCHANT-MASTER-FILE
           IF NOT MERCHANT-MASTER-OK
               DISPLAY 'CARDCBRM: OPEN OF MERCHANT-MASTER-FILE FAILED,'
                   ' FILE STATUS=' WS-MERCHANT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-READ-MERCHANT-MASTER
           PERFORM 1220-STORE-MERCHANT-MASTER
               UNTIL MERCHANT-MASTER-EOF
           CLOSE MERCHANT-MASTER-FILE
           .

       1210-READ-MERCHANT-MASTER.
           READ MERCHANT-MASTER-FILE
               INTO WS-MERCHANT-MASTER-REC-FIELDS
           .

       1220-STORE-MERCHANT-MASTER.
           IF WS-MERCHANT-MASTER-COUNT = 500
               DISPLAY 'CARDCBRM ABEND: MERCHANT-MASTER-FILE HAS'
                   ' MORE THAN 500 ENTRIES,'
                   ' WS-MERCHANT-MASTER-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MERCHANT-MASTER-COUNT
           MOVE WS-MERCH-REC-ID
               TO WS-MMST-ID(WS-MERCHANT-MASTER-COUNT)
           MOVE WS-MERCH-REC-NAME
               TO WS-MMST-NAME(WS-MERCHANT-MASTER-COUNT)
           PERFORM 1210-READ-MERCHANT-MASTER
           .

       2000-READ-SALES.

           READ SALES-FILE INTO WS-SALES-RECORD-FIELDS
           IF SALES-OK
               EVALUATE WS-SALES-RECORD-FIELDS(1:3)
                   WHEN 'HDR'
                       PERFORM 2100-START-SEGMENT
                   WHEN 'TRL'
                       PERFORM 2200-END-SEGMENT
                   WHEN OTHER
                       PERFORM 2300-ACCUMULATE-SALE
               END-EVALUATE
           END-IF
           .

       2100-START-SEGMENT.
           PERFORM 2900-CHECK-LAST-SEGMENT
           MOVE WS-SALES-RECORD-FIELDS TO WS-HEADER-TRAILER-RECORD
           MOVE HT-RUN-DATE TO WS-SEGMENT-RUN-DATE
           MOVE ZERO TO WS-SEGMENT-COUNT
           MOVE ZERO TO WS-SEGMENT-HASH
           SET SEGMENT-OPEN TO TRUE
           ADD 1 TO WS-SEGMENTS-READ
           IF WS-SEGMENT-RUN-DATE(1:6) = WS-REPORT-MONTH-X
               SET SEGMENT-IN-MONTH TO TRUE
               ADD 1 TO WS-SEGMENTS-IN-MONTH
           ELSE
               SET SEGMENT-NOT-IN-MONTH TO TRUE
           END-IF
           .

       2200-END-SEGMENT.

           IF SEGMENT-CLOSED
               DISPLAY 'CARDCBRM ABEND: SALES-FILE TRAILER WITH NO'
                   ' HEADER BEFORE IT'
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           MOVE WS-SALES-RECORD-FIELDS TO WS-HEADER-TRAILER-RECORD
           IF HT-RECORD-COUNT NOT = WS-SEGMENT-COUNT
           OR HT-HASH-TOTAL NOT = WS-SEGMENT-HASH
               DISPLAY 'CARDCBRM ABEND: SALES-FILE TRAILER FOR RUN'
                   ' DATE ' WS-SEGMENT-RUN-DATE ' DOES NOT MATCH'
                   ' ITS RECORDS - COUNT ' HT-RECORD-COUNT
                   ' READ ' WS-SEGMENT-COUNT
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           SET SEGMENT-CLOSED TO TRUE
           .

       2300-ACCUMULATE-SALE.

           IF SEGMENT-CLOSED
               DISPLAY 'CARDCBRM ABEND: SALES-FILE RECORD OUTSIDE A'
                   ' HEADER AND TRAILER'
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           ADD 1 TO WS-SALES-READ
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE IN-TRANSACTION-AMOUNT TO WS-TRANSACTION-AMOUNT
           ADD WS-TRANSACTION-AMOUNT TO WS-SEGMENT-HASH

           IF SEGMENT-IN-MONTH
           AND NOT IN-NEGATIVE-TYPE
               ADD 1 TO WS-SALES-IN-MONTH
               MOVE IN-MERCHANT-ID TO WS-MERCH-SEARCH-ID
               PERFORM 2400-FIND-OR-ADD-MERCHANT
               ADD 1 TO WS-MERCH-SALES-COUNT(WS-MATCHED-MERCH-IDX)
               ADD WS-TRANSACTION-AMOUNT
                   TO WS-MERCH-SALES-AMOUNT(WS-MATCHED-MERCH-IDX)
           END-IF
           .

       2400-FIND-OR-ADD-MERCHANT.

           PERFORM 2450-FIND-MERCHANT
           IF MERCHANT-NOT-FOUND
               IF WS-MERCHANT-COUNT = 500
                   DISPLAY 'CARDCBRM ABEND: MORE THAN 500 MERCHANTS'
                       ' IN MONTH, WS-MERCHANT-TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-MERCHANT-COUNT
               MOVE WS-MERCH-SEARCH-ID TO WS-MERCH-ID(WS-MERCHANT-COUNT)
               MOVE ZERO TO WS-MERCH-SALES-COUNT(WS-MERCHANT-COUNT)
                   WS-MERCH-SALES-AMOUNT(WS-MERCHANT-COUNT)
                   WS-MERCH-CB-COUNT(WS-MERCHANT-COUNT)
                   WS-MERCH-CB-AMOUNT(WS-MERCHANT-COUNT)
                   WS-MERCH-COUNT-RATIO(WS-MERCHANT-COUNT)
                   WS-MERCH-AMOUNT-RATIO(WS-MERCHANT-COUNT)
               MOVE SPACE TO WS-MERCH-LEVEL(WS-MERCHANT-COUNT)
               MOVE WS-MERCHANT-COUNT TO WS-MATCHED-MERCH-IDX
               PERFORM 2420-CLEAR-TREND-SLOT
                   VARYING WS-TREND-SUB FROM 1 BY 1
                   UNTIL WS-TREND-SUB > 5
           END-IF
           .

       2420-CLEAR-TREND-SLOT.
           SET TREND-ABSENT(WS-MATCHED-MERCH-IDX, WS-TREND-SUB)
               TO TRUE
           MOVE ZERO
               TO WS-TREND-RATIO(WS-MATCHED-MERCH-IDX, WS-TREND-SUB)
           .

       2450-FIND-MERCHANT.
           SET MERCHANT-NOT-FOUND TO TRUE
           PERFORM 2460-CHECK-MERCHANT-ENTRY
               VARYING WS-MERCH-IDX FROM 1 BY 1
               UNTIL WS-MERCH-IDX > WS-MERCHANT-COUNT
               OR MERCHANT-FOUND
           .

       2460-CHECK-MERCHANT-ENTRY.
           IF WS-MERCH-SEARCH-ID = WS-MERCH-ID(WS-MERCH-IDX)
               SET MERCHANT-FOUND TO TRUE
               SET WS-MATCHED-MERCH-IDX TO WS-MERCH-IDX
           END-IF
           .

      * A FILE THAT ENDS PARTWAY THROUGH A NIGHT IS TRUNCATED.

       2900-CHECK-LAST-SEGMENT.
           IF SEGMENT-OPEN
               DISPLAY 'CARDCBRM ABEND: SALES-FILE NIGHT FOR RUN DATE '
                   WS-SEGMENT-RUN-DATE ' HAS NO TRAILER - FILE MAY'
                   ' BE TRUNCATED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           .

       3000-READ-CASES.

           READ CASE-FILE INTO WS-CASE-FIELDS
           IF CASE-OK
               ADD 1 TO WS-CASES-READ
               IF CS-RECEIVED-DATE(1:6) = WS-REPORT-MONTH-X
                   ADD 1 TO WS-CASES-IN-MONTH
                   IF CS-MERCHANT-ID = SPACES
                       ADD 1 TO WS-CASES-NO-MERCHANT
                   ELSE
                       MOVE CS-MERCHANT-ID TO WS-MERCH-SEARCH-ID
                       PERFORM 2400-FIND-OR-ADD-MERCHANT
                       ADD 1 TO WS-MERCH-CB-COUNT(WS-MATCHED-MERCH-IDX)
                       ADD CS-AMOUNT
                           TO WS-MERCH-CB-AMOUNT(WS-MATCHED-MERCH-IDX)
                   END-IF
               END-IF
           END-IF
           .

      * EACH OLD TREND RECORD EITHER FEEDS A TREND SLOT AND IS KEPT
      * (ONE TO FIVE MONTHS BACK), IS DROPPED (THE REPORT MONTH,
      * REWRITTEN BELOW, OR OLDER THAN SIX MONTHS), OR IS KEPT AS
      * IT IS (A MONTH AFTER THE REPORT MONTH, FROM AN EARLIER RUN).

       4000-CARRY-TREND-HISTORY.

           READ OLD-TREND-FILE INTO WS-TREND-FIELDS
           IF OLD-TREND-OK
               ADD 1 TO WS-TREND-READ
               IF TRD-MONTH IS NOT NUMERIC
                   DISPLAY 'CARDCBRM ABEND: TREND MONTH ' TRD-MONTH
                       ' IS NOT NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               COMPUTE WS-TREND-MONTH-NUMBER =
                   TRD-YEAR * 12 + TRD-MM
               COMPUTE WS-MONTHS-BACK =
                   WS-REPORT-MONTH-NUMBER - WS-TREND-MONTH-NUMBER
               IF WS-MONTHS-BACK > 0 AND WS-MONTHS-BACK < 6
                   PERFORM 4100-FILL-TREND-SLOT
               END-IF
               IF WS-MONTHS-BACK < 6 AND WS-MONTHS-BACK NOT = 0
                   PERFORM 4900-WRITE-TREND-RECORD
               END-IF
           END-IF
           .

       4100-FILL-TREND-SLOT.
           MOVE TRD-MERCHANT-ID TO WS-MERCH-SEARCH-ID
           PERFORM 2450-FIND-MERCHANT
           IF MERCHANT-FOUND
               COMPUTE WS-TREND-SUB = 6 - WS-MONTHS-BACK
               SET TREND-PRESENT(WS-MATCHED-MERCH-IDX, WS-TREND-SUB)
                   TO TRUE
               MOVE TRD-COUNT-RATIO
                   TO WS-TREND-RATIO(WS-MATCHED-MERCH-IDX, WS-TREND-SUB)
           END-IF
           .

       4900-WRITE-TREND-RECORD.
           WRITE NEW-TREND-RECORD FROM WS-TREND-FIELDS
           IF NOT NEW-TREND-OK
               DISPLAY 'CARDCBRM ABEND: WRITE TO NEW-TREND-FILE'
                   ' FAILED, FILE STATUS=' WS-NEW-TREND-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-TREND-WRITTEN
           .

       5000-WRITE-REPORT.

           MOVE WS-REPORT-MONTH-X TO HDG-REPORT-MONTH
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING-1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'WARNING THRESHOLD' TO THR-LABEL
           MOVE WS-WARN-COUNT-PCT TO THR-COUNT-PCT
           MOVE WS-WARN-AMOUNT-PCT TO THR-AMOUNT-PCT
           MOVE WS-WARN-MIN-COUNT TO THR-MIN-COUNT
           WRITE REPORT-RECORD FROM WS-THRESHOLD-LINE
           MOVE 'EXCESSIVE THRESHOLD' TO THR-LABEL
           MOVE WS-EXCESS-COUNT-PCT TO THR-COUNT-PCT
           MOVE WS-EXCESS-AMOUNT-PCT TO THR-AMOUNT-PCT
           MOVE WS-EXCESS-MIN-COUNT TO THR-MIN-COUNT
           WRITE REPORT-RECORD FROM WS-THRESHOLD-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING

           PERFORM 5100-REPORT-ONE-MERCHANT
               VARYING WS-MERCH-IDX FROM 1 BY 1
               UNTIL WS-MERCH-IDX > WS-MERCHANT-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MERCHANTS REVIEWED      ' TO SUM-LABEL
           MOVE WS-MERCHANT-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'AT WARNING LEVEL        ' TO SUM-LABEL
           MOVE WS-WARNING-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'AT EXCESSIVE LEVEL      ' TO SUM-LABEL
           MOVE WS-EXCESSIVE-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'WORSE THAN LAST MONTH   ' TO SUM-LABEL
           MOVE WS-WORSE-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CASES WITH NO MERCHANT  ' TO SUM-LABEL
           MOVE WS-CASES-NO-MERCHANT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           .

       5100-REPORT-ONE-MERCHANT.

           SET WS-MATCHED-MERCH-IDX TO WS-MERCH-IDX
           PERFORM 5200-COMPUTE-RATIOS
           PERFORM 5300-ASSIGN-LEVEL

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MERCH-ID(WS-MERCH-IDX) TO DET-MERCHANT-ID
           PERFORM 5400-LOOKUP-MERCHANT-NAME
           MOVE WS-MERCH-SALES-COUNT(WS-MERCH-IDX) TO DET-SALES-COUNT
           MOVE WS-MERCH-SALES-AMOUNT(WS-MERCH-IDX)
               TO DET-SALES-AMOUNT
           MOVE WS-MERCH-CB-COUNT(WS-MERCH-IDX) TO DET-CB-COUNT
           MOVE WS-MERCH-CB-AMOUNT(WS-MERCH-IDX) TO DET-CB-AMOUNT
           MOVE WS-MERCH-COUNT-RATIO(WS-MERCH-IDX) TO DET-COUNT-RATIO
           MOVE WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX)
               TO DET-AMOUNT-RATIO
           EVALUATE TRUE
               WHEN MERCH-LEVEL-EXCESSIVE(WS-MERCH-IDX)
                   MOVE 'EXCESSIVE' TO DET-LEVEL
                   ADD 1 TO WS-EXCESSIVE-COUNT
               WHEN MERCH-LEVEL-WARNING(WS-MERCH-IDX)
                   MOVE 'WARNING' TO DET-LEVEL
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE SPACES TO DET-LEVEL
           END-EVALUATE
           PERFORM 5500-EDIT-TREND-SLOT
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 5

           IF TREND-PRESENT(WS-MERCH-IDX, 5)
           AND WS-MERCH-COUNT-RATIO(WS-MERCH-IDX)
               > WS-TREND-RATIO(WS-MERCH-IDX, 5)
               MOVE 'WORSE' TO DET-WORSE-FLAG
               ADD 1 TO WS-WORSE-COUNT
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE SPACES TO WS-TREND-FIELDS
           MOVE WS-REPORT-MONTH-X TO TRD-MONTH
           MOVE WS-MERCH-ID(WS-MERCH-IDX) TO TRD-MERCHANT-ID
           MOVE WS-MERCH-SALES-COUNT(WS-MERCH-IDX) TO TRD-SALES-COUNT
           MOVE WS-MERCH-SALES-AMOUNT(WS-MERCH-IDX)
               TO TRD-SALES-AMOUNT
           MOVE WS-MERCH-CB-COUNT(WS-MERCH-IDX) TO TRD-CB-COUNT
           MOVE WS-MERCH-CB-AMOUNT(WS-MERCH-IDX) TO TRD-CB-AMOUNT
           MOVE WS-MERCH-COUNT-RATIO(WS-MERCH-IDX) TO TRD-COUNT-RATIO
           MOVE WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX)
               TO TRD-AMOUNT-RATIO
           MOVE WS-MERCH-LEVEL(WS-MERCH-IDX) TO TRD-LEVEL
           PERFORM 4900-WRITE-TREND-RECORD
           .

      * CHARGEBACKS AGAINST NO SALES AT ALL READ AS THE HIGHEST
      * RATIO THE FIELD HOLDS.

       5200-COMPUTE-RATIOS.

           IF WS-MERCH-SALES-COUNT(WS-MERCH-IDX) = ZERO
               IF WS-MERCH-CB-COUNT(WS-MERCH-IDX) > ZERO
                   MOVE 999.9999 TO WS-MERCH-COUNT-RATIO(WS-MERCH-IDX)
               END-IF
           ELSE
               COMPUTE WS-MERCH-COUNT-RATIO(WS-MERCH-IDX) ROUNDED =
                   WS-MERCH-CB-COUNT(WS-MERCH-IDX) * 100
                   / WS-MERCH-SALES-COUNT(WS-MERCH-IDX)
                   ON SIZE ERROR
                       MOVE 999.9999
                           TO WS-MERCH-COUNT-RATIO(WS-MERCH-IDX)
               END-COMPUTE
           END-IF

           IF WS-MERCH-SALES-AMOUNT(WS-MERCH-IDX) = ZERO
               IF WS-MERCH-CB-AMOUNT(WS-MERCH-IDX) > ZERO
                   MOVE 999.9999
                       TO WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX)
               END-IF
           ELSE
               COMPUTE WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX) ROUNDED =
                   WS-MERCH-CB-AMOUNT(WS-MERCH-IDX) * 100
                   / WS-MERCH-SALES-AMOUNT(WS-MERCH-IDX)
                   ON SIZE ERROR
                       MOVE 999.9999
                           TO WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX)
               END-COMPUTE
           END-IF
           .

       5300-ASSIGN-LEVEL.

           MOVE SPACE TO WS-MERCH-LEVEL(WS-MERCH-IDX)

           IF WS-MERCH-CB-COUNT(WS-MERCH-IDX) > ZERO
           AND WS-MERCH-CB-COUNT(WS-MERCH-IDX) >= WS-WARN-MIN-COUNT
               IF (WS-WARN-COUNT-PCT > ZERO
                   AND WS-MERCH-COUNT-RATIO(WS-MERCH-IDX)
                       >= WS-WARN-COUNT-PCT)
               OR (WS-WARN-AMOUNT-PCT > ZERO
                   AND WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX)
                       >= WS-WARN-AMOUNT-PCT)
                   SET MERCH-LEVEL-WARNING(WS-MERCH-IDX) TO TRUE
               END-IF
           END-IF

           IF WS-MERCH-CB-COUNT(WS-MERCH-IDX) > ZERO
           AND WS-MERCH-CB-COUNT(WS-MERCH-IDX) >= WS-EXCESS-MIN-COUNT
               IF (WS-EXCESS-COUNT-PCT > ZERO
                   AND WS-MERCH-COUNT-RATIO(WS-MERCH-IDX)
                       >= WS-EXCESS-COUNT-PCT)
               OR (WS-EXCESS-AMOUNT-PCT > ZERO
                   AND WS-MERCH-AMOUNT-RATIO(WS-MERCH-IDX)
                       >= WS-EXCESS-AMOUNT-PCT)
                   SET MERCH-LEVEL-EXCESSIVE(WS-MERCH-IDX) TO TRUE
               END-IF
           END-IF
           .

       5400-LOOKUP-MERCHANT-NAME.
           SET MMST-NOT-FOUND TO TRUE
           PERFORM 5410-CHECK-MASTER-ENTRY
               VARYING WS-MMST-IDX FROM 1 BY 1
               UNTIL WS-MMST-IDX > WS-MERCHANT-MASTER-COUNT
               OR MMST-FOUND
           IF MMST-NOT-FOUND
               MOVE 'NOT ON MASTER' TO DET-NAME
           END-IF
           .

       5410-CHECK-MASTER-ENTRY.
           IF WS-MERCH-ID(WS-MERCH-IDX) = WS-MMST-ID(WS-MMST-IDX)
               SET MMST-FOUND TO TRUE
               MOVE WS-MMST-NAME(WS-MMST-IDX) TO DET-NAME
           END-IF
           .

       5500-EDIT-TREND-SLOT.
           IF TREND-PRESENT(WS-MERCH-IDX, WS-TREND-SUB)
               MOVE WS-TREND-RATIO(WS-MERCH-IDX, WS-TREND-SUB)
                   TO WS-TREND-EDIT
               MOVE WS-TREND-EDIT TO DET-TREND-RATIO(WS-TREND-SUB)
           ELSE
               MOVE '     -' TO DET-TREND-RATIO(WS-TREND-SUB)
           END-IF
           .

       9400-CLOSE-FILES.
           CLOSE SALES-FILE
           CLOSE CASE-FILE
           CLOSE OLD-TREND-FILE
           CLOSE NEW-TREND-FILE
           CLOSE REPORT-FILE
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'CARDCBRM CONTROL TOTALS'
           DISPLAY '  REPORT MONTH........... ' WS-REPORT-MONTH-X
           DISPLAY '  SALES NIGHTS READ...... ' WS-SEGMENTS-READ
           DISPLAY '  NIGHTS IN MONTH........ ' WS-SEGMENTS-IN-MONTH
           DISPLAY '  SALES RECORDS READ..... ' WS-SALES-READ
           DISPLAY '  SALES IN MONTH......... ' WS-SALES-IN-MONTH
           DISPLAY '  CASES READ............. ' WS-CASES-READ
           DISPLAY '  CASES IN MONTH......... ' WS-CASES-IN-MONTH
           DISPLAY '  CASES W/O MERCHANT..... ' WS-CASES-NO-MERCHANT
           DISPLAY '  MERCHANTS REVIEWED..... ' WS-MERCHANT-COUNT
           DISPLAY '  AT WARNING LEVEL....... ' WS-WARNING-COUNT
           DISPLAY '  AT EXCESSIVE LEVEL..... ' WS-EXCESSIVE-COUNT
           DISPLAY '  TREND RECORDS READ..... ' WS-TREND-READ
           DISPLAY '  TREND RECORDS WRITTEN.. ' WS-TREND-WRITTEN
           .

       9999-END.
           .
