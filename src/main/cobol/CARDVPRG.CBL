      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   TOKEN VAULT RETENTION PURGE.  THE VAULT CARD1
      *            MAINTAINS ONLY EVER GROWS; THIS PROGRAM REMOVES THE
      *            TOKEN MAPPINGS WHOSE PAN HAS NOT BEEN SEEN IN CARD1
      *            ACTIVITY FOR LONGER THAN THE RETENTION PERIOD, SO
      *            THE VAULT STOPS HOLDING PANS FOR CARDS WE HAVE NOT
      *            SEEN IN YEARS.
      *
      *            A MAPPING PAST RETENTION IS STILL KEPT WHILE ANYTHING
      *            MAY YET NEED ITS TOKEN RESOLVED:
      *              - AN OPEN (RECEIVED OR REPRESENTED) CASE ON THE
      *                DISPUTE CASE MASTER CARRIES THE TOKEN;
      *              - THE FRAUD HISTORY CARRIES THE PAN;
      *              - THE HOT-CARD NEGATIVE FILE CARRIES THE TOKEN;
      *              - A GENERATION STILL IN GEN-MANAGER'S CATALOG
      *                CARRIES THE TOKEN - A CARD1 RESTRICTED FILE IN
      *                COLUMNS 1-16 (OR THE PAN, FROM A RUN WITHOUT A
      *                VAULT) OR A CARD1 HOT-CARD HIT FILE IN COLUMNS
      *                82-97, RECOGNIZED BY THE GENERATION'S HEADER.
      *            EVERY REFERENCE FILE IS REQUIRED, AND ONE THAT WILL
      *            NOT OPEN - INCLUDING A CATALOGED GENERATION - STOPS
      *            THE RUN BEFORE THE VAULT IS TOUCHED: A PURGE THAT
      *            CANNOT SEE ALL THE REFERENCES DOES NOT GUESS.
      *
      *            EVERY PURGED TOKEN IS APPENDED TO THE SHARED AUDIT
      *            LOG WITH ITS LAST-SEEN DATE.  THE **TOKEN-CONTROL*
      *            RECORD IS NEVER TOUCHED, SO A PURGED TOKEN IS NEVER
      *            REISSUED.  A MAPPING WITH NO LAST-SEEN DATE PREDATES
      *            THE DATE'S ARRIVAL ON THE VAULT; IT IS STAMPED WITH
      *            THE RUN DATE, WHICH STARTS ITS RETENTION PERIOD.
      *
      *            THE BEFORE AND AFTER MAPPING COUNTS ARE APPENDED TO
      *            THE PURGE-COUNT FILE (LAID OUT IN THE VLTPURGE
      *            COPYBOOK) THAT CARDVAUD'S NEXT AUDIT RECONCILES THE
      *            VAULT AGAINST.
      *
      * USAGE:     CARDVPRG TOKEN-VAULT-FILENAME RETENTION-DAYS
      *            CASE-FILENAME FRAUD-HISTORY-FILENAME
      *            HOT-CARD-FILENAME GEN-CATALOG-FILENAME
      *            AUDIT-LOG-FILENAME PURGE-COUNT-FILENAME
      *            REPORT-FILENAME
      *
      *            THE VAULT MUST BE IN THE 40-BYTE RECORD LAYOUT THAT
      *            CARRIES VAULT-LAST-SEEN-DATE.  A VAULT BUILT BEFORE
      *            THE DATE WAS ADDED (32-BYTE PAN AND TOKEN RECORDS)
      *            IS CONVERTED ONCE, BEFORE ANY PROGRAM OPENS IT WITH
      *            THE NEW LAYOUT, BY
      *                CARDVCNV OLD-VAULT-FILENAME NEW-VAULT-FILENAME
      *            WHICH STAMPS EVERY MAPPING WITH THE CONVERSION DATE
      *            SO ITS RETENTION PERIOD STARTS THERE; THE NEW VAULT
      *            THEN REPLACES THE OLD ONE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDVPRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TOKEN-VAULT-FILE ASSIGN TO TOKEN-VAULT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VAULT-PAN
           ALTERNATE RECORD KEY IS VAULT-TOKEN
           FILE STATUS IS WS-TOKEN-VAULT-STATUS.

       SELECT CASE-FILE ASSIGN TO CASE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

       SELECT FRAUD-HISTORY-FILE ASSIGN TO FRAUD-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRAUD-HISTORY-STATUS.

       SELECT HOT-CARD-FILE ASSIGN TO HOT-CARD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOT-CARD-STATUS.

       SELECT GEN-CATALOG-FILE ASSIGN TO GEN-CATALOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-CATALOG-STATUS.

       SELECT GENERATION-FILE ASSIGN TO GENERATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENERATION-STATUS.

       SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-LOG-STATUS.

       SELECT PURGE-COUNT-FILE ASSIGN TO PURGE-COUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-COUNT-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           05  VAULT-PAN          PIC X(16).
           05  VAULT-TOKEN        PIC X(16).
           05  VAULT-LAST-SEEN-DATE PIC X(08).

       FD CASE-FILE.
       01 CASE-RECORD PIC X(80).

       FD FRAUD-HISTORY-FILE.
       01 FRAUD-HISTORY-RECORD PIC X(60).

       FD HOT-CARD-FILE.
       01 HOT-CARD-RECORD PIC X(60).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD PIC X(310).

       FD GENERATION-FILE.
       01 GENERATION-RECORD PIC X(250).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           copy auditlog.

       FD PURGE-COUNT-FILE.
       01 PURGE-COUNT-RECORD PIC X(60).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(1200).

       01  ARG-VALUES.
           05  TOKEN-VAULT-FILENAME PIC X(120).
           05  RETENTION-ARG        PIC X(06).
           05  CASE-FILENAME        PIC X(120).
           05  FRAUD-HISTORY-FILENAME PIC X(120).
           05  HOT-CARD-FILENAME    PIC X(120).
           05  GEN-CATALOG-FILENAME PIC X(120).
           05  AUDIT-LOG-FILENAME   PIC X(120).
           05  PURGE-COUNT-FILENAME PIC X(120).
           05  REPORT-FILENAME      PIC X(120).

       01  GENERATION-FILENAME     PIC X(130).

       01  WS-RETENTION-DAYS       PIC 9(05) VALUE ZERO.
       01  WS-RETENTION-SUB        PIC 9(02) COMP VALUE ZERO.
       01  WS-RETENTION-DIGIT      PIC 9(01).

       01  WS-RETENTION-PARSE-SWITCH PIC X(01).
           88  RETENTION-PARSE-OK  VALUE 'Y'.
           88  RETENTION-PARSE-BAD VALUE 'N'.

       01  WS-TOKEN-VAULT-STATUS   PIC X(02).
           88  TOKEN-VAULT-OK      VALUE '00'.
           88  TOKEN-VAULT-EOF     VALUE '10'.

       01  WS-CASE-STATUS          PIC X(02).
           88  CASE-OK             VALUE '00'.
           88  CASE-EOF            VALUE '10'.

       01  WS-FRAUD-HISTORY-STATUS PIC X(02).
           88  FRAUD-HISTORY-OK    VALUE '00'.
           88  FRAUD-HISTORY-EOF   VALUE '10'.

       01  WS-HOT-CARD-STATUS      PIC X(02).
           88  HOT-CARD-OK         VALUE '00'.
           88  HOT-CARD-EOF        VALUE '10'.

       01  WS-GEN-CATALOG-STATUS   PIC X(02).
           88  GEN-CATALOG-OK      VALUE '00'.
           88  GEN-CATALOG-EOF     VALUE '10'.

       01  WS-GENERATION-STATUS    PIC X(02).
           88  GENERATION-OK       VALUE '00'.
           88  GENERATION-EOF      VALUE '10'.

       01  WS-AUDIT-LOG-STATUS     PIC X(02).
           88  AUDIT-LOG-OK        VALUE '00'.

       01  WS-PURGE-COUNT-STATUS   PIC X(02).
           88  PURGE-COUNT-OK      VALUE '00'.

       01  WS-REPORT-STATUS        PIC X(02).
           88  REPORT-OK           VALUE '00'.

       01  WS-ABEND-FILE-NAME      PIC X(20).
       01  WS-ABEND-FILE-STATUS    PIC X(02).

       01  WS-VAULT-CONTROL-KEY    PIC X(16)
                                    VALUE '**TOKEN-CONTROL*'.

       01  WS-CONTROL-TOKEN-FIELDS.
           05  WS-CONTROL-TOKEN-TAG PIC X(02).
           05  WS-CONTROL-TOKEN-SEQ PIC 9(14).

       01  WS-CONTROL-SEQ          PIC 9(14) VALUE ZERO.

      * THE CASE MASTER AS CARDDSPT WRITES IT.

       01  WS-CASE-REC-FIELDS.
           05  CS-TOKEN            PIC X(16).
           05  CS-MASKED-PAN       PIC X(16).
           05  CS-AMOUNT           PIC 9(07)V99.
           05  CS-STATUS           PIC X(01).
               88  CS-CASE-OPEN    VALUE 'R' 'P'.
           05  FILLER              PIC X(38).

      * THE FRAUD HISTORY AS CARD1 WRITES IT; BOTH RECORD KINDS
      * CARRY THE ACCOUNT IN THE SAME COLUMNS.

       01  WS-FRAUD-REC-FIELDS.
           05  FH-RECORD-TYPE      PIC X(01).
           05  FH-ACCOUNT          PIC X(16).
           05  FILLER              PIC X(43).

       01  WS-HOT-CARD-REC-FIELDS.
           copy hotcard.

       01  WS-CATALOG-REC-FIELDS.
           05  CAT-GENERATION-DATE PIC X(08).
           05  CAT-LABEL           PIC X(20).
           05  CAT-LIVE-FILENAME   PIC X(120).
           05  CAT-STORED-FILENAME PIC X(130).
           05  FILLER              PIC X(32).

       01  WS-HEADER-TRAILER-RECORD.
           copy hdrtrlr.

       01  WS-GENERATION-KIND      PIC X(01).
           88  GEN-RESTRICTED-FILE VALUE 'R'.
           88  GEN-HOT-CARD-HIT-FILE VALUE 'H'.
           88  GEN-NO-TOKENS       VALUE 'N'.

      * EVERY TOKEN AND PAN STILL REFERENCED, WITH WHERE IT WAS
      * FIRST FOUND, SO THE REPORT CAN SAY WHY A MAPPING WAS KEPT.

       01  WS-REFERENCE-TABLE.
           05  WS-REF-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-REF-ENTRY OCCURS 20000 TIMES
                                   INDEXED BY WS-REF-IDX.
               10  WS-REF-KEY-TYPE PIC X(01).
                   88  REF-BY-TOKEN VALUE 'T'.
                   88  REF-BY-PAN   VALUE 'P'.
               10  WS-REF-KEY      PIC X(16).
               10  WS-REF-SOURCE   PIC X(01).
                   88  REF-FROM-CASE       VALUE 'C'.
                   88  REF-FROM-FRAUD      VALUE 'F'.
                   88  REF-FROM-HOT-CARD   VALUE 'H'.
                   88  REF-FROM-GENERATION VALUE 'G'.

       01  WS-NEW-REFERENCE.
           05  WS-NEW-REF-KEY-TYPE PIC X(01).
           05  WS-NEW-REF-KEY      PIC X(16).
           05  WS-NEW-REF-SOURCE   PIC X(01).

       01  WS-REF-FOUND-SWITCH     PIC X(01).
           88  REF-FOUND           VALUE 'Y'.
           88  REF-NOT-FOUND       VALUE 'N'.

       01  WS-MATCHED-REF-IDX      PIC 9(05) COMP VALUE ZERO.

       01  WS-AUDIT-OUTCOME.
           05  FILLER              PIC X(12) VALUE 'PURGED SEEN '.
           05  WS-OUTCOME-SEEN-DATE PIC X(08).

           copy auditchn.

       01  WS-PURGE-COUNT-FIELDS.
           copy vltpurge.

      * DAY-NUMBER ARITHMETIC, THE SAME SCHEME CARD1 USES FOR ITS
      * FRAUD-HISTORY WINDOW, SO THE RETENTION PERIOD IS AN EXACT
      * CALENDAR DIFFERENCE.

       01  WS-WORK-DATE.
           05  WS-WORK-YEAR           PIC 9(04).
           05  WS-WORK-MONTH          PIC 9(02).
           05  WS-WORK-DAY            PIC 9(02).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(08).

       01  WS-DAYNUM-WORK-AREA.
           05  WS-DAYNUM-YEAR-MINUS-1 PIC 9(04).
           05  WS-DAYNUM-R            PIC 9(07).
           05  WS-DAYNUM-DIV-4        PIC 9(07).
           05  WS-DAYNUM-DIV-100      PIC 9(07).
           05  WS-DAYNUM-DIV-400      PIC 9(07).
           05  WS-DAYNUM-TOTAL        PIC 9(07).
           05  WS-DAYNUM-QUOTIENT     PIC 9(04).
           05  WS-DAYNUM-REMAINDER    PIC 9(04).

       01  WS-LEAP-YEAR-SWITCH        PIC X(01).
           88  IS-LEAP-YEAR           VALUE 'Y'.
           88  IS-NOT-LEAP-YEAR       VALUE 'N'.

       01  WS-CUM-DAYS-VALUES.
           05  FILLER PIC 9(03) VALUE 000.
           05  FILLER PIC 9(03) VALUE 031.
           05  FILLER PIC 9(03) VALUE 059.
           05  FILLER PIC 9(03) VALUE 090.
           05  FILLER PIC 9(03) VALUE 120.
           05  FILLER PIC 9(03) VALUE 151.
           05  FILLER PIC 9(03) VALUE 181.
           05  FILLER PIC 9(03) VALUE 212.
           05  FILLER PIC 9(03) VALUE 243.
           05  FILLER PIC 9(03) VALUE 273.
           05  FILLER PIC 9(03) VALUE 304.
           05  FILLER PIC 9(03) VALUE 334.
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(03).

       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-DAYNUM           PIC 9(07) VALUE ZERO.
       01  WS-MAPPING-AGE-DAYS     PIC S9(07) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CASE-REFS        PIC 9(06) COMP VALUE ZERO.
           05  WS-FRAUD-REFS       PIC 9(06) COMP VALUE ZERO.
           05  WS-HOT-CARD-REFS    PIC 9(06) COMP VALUE ZERO.
           05  WS-GENERATIONS-READ PIC 9(06) COMP VALUE ZERO.
           05  WS-GENERATION-REFS  PIC 9(06) COMP VALUE ZERO.
           05  WS-BEFORE-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-WITHIN-RETENTION PIC 9(09) VALUE ZERO.
           05  WS-STAMPED-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-KEPT-REFERENCED  PIC 9(09) VALUE ZERO.
           05  WS-PURGED-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-AFTER-COUNT      PIC 9(09) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REPORT-HEADING.
               10  FILLER          PIC X(33) VALUE
                   'CARDVPRG VAULT RETENTION PURGE - '.
               10  HDG-RUN-DATE    PIC X(08).
               10  FILLER          PIC X(14) VALUE
                   '  RETENTION - '.
               10  HDG-RETENTION   PIC Z(04)9.
               10  FILLER          PIC X(05) VALUE ' DAYS'.
           05  WS-COLUMN-HEADING.
               10  FILLER          PIC X(18) VALUE 'TOKEN'.
               10  FILLER          PIC X(10) VALUE 'LAST SEEN'.
               10  FILLER          PIC X(09) VALUE ' AGE DAYS'.
               10  FILLER          PIC X(02) VALUE SPACES.
               10  FILLER          PIC X(30) VALUE 'ACTION'.
           05  WS-PURGE-DETAIL.
               10  DET-TOKEN       PIC X(16).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-LAST-SEEN   PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-AGE-DAYS    PIC Z(08)9.
               10  FILLER          PIC X(02) VALUE SPACES.
               10  DET-ACTION      PIC X(30).
           05  WS-SUMMARY-DETAIL.
               10  SUM-LABEL       PIC X(24).
               10  SUM-VALUE       PIC Z(13)9.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CASE-REFERENCES
           PERFORM 1200-LOAD-FRAUD-REFERENCES
           PERFORM 1300-LOAD-HOT-CARD-REFERENCES
           PERFORM 1400-LOAD-GENERATION-REFERENCES
           PERFORM 1600-OPEN-VAULT-AND-LOG
           PERFORM 2000-EXAMINE-ONE-MAPPING UNTIL TOKEN-VAULT-EOF
           PERFORM 3000-WRITE-PURGE-COUNT
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           GOBACK
           .

       1000-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO TOKEN-VAULT-FILENAME RETENTION-ARG
                   CASE-FILENAME FRAUD-HISTORY-FILENAME
                   HOT-CARD-FILENAME GEN-CATALOG-FILENAME
                   AUDIT-LOG-FILENAME PURGE-COUNT-FILENAME
                   REPORT-FILENAME
           END-UNSTRING

           IF  TOKEN-VAULT-FILENAME = SPACES
           OR RETENTION-ARG = SPACES
           OR CASE-FILENAME = SPACES
           OR FRAUD-HISTORY-FILENAME = SPACES
           OR HOT-CARD-FILENAME = SPACES
           OR GEN-CATALOG-FILENAME = SPACES
           OR AUDIT-LOG-FILENAME = SPACES
           OR PURGE-COUNT-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: CARDVPRG TOKEN-VAULT-FILENAME'
                   ' RETENTION-DAYS CASE-FILENAME'
                   ' FRAUD-HISTORY-FILENAME HOT-CARD-FILENAME'
                   ' GEN-CATALOG-FILENAME AUDIT-LOG-FILENAME'
                   ' PURGE-COUNT-FILENAME REPORT-FILENAME'
               GOBACK
           END-IF

           PERFORM 1010-PARSE-RETENTION
           IF  RETENTION-PARSE-BAD
           OR WS-RETENTION-DAYS = ZERO
               DISPLAY 'CARDVPRG: RETENTION-DAYS MUST BE A NUMBER OF'
                   ' DAYS GREATER THAN ZERO, GOT ' RETENTION-ARG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-WORK-DATE-X
           PERFORM 8300-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-TOTAL TO WS-RUN-DAYNUM

           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-RETENTION-DAYS TO HDG-RETENTION
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
           .

      * THE RETENTION PERIOD ARRIVES LEFT-JUSTIFIED FROM THE COMMAND
      * LINE, SO IT IS PARSED DIGIT BY DIGIT UP TO THE FIRST TRAILING
      * SPACE RATHER THAN CLASS-TESTED AS A FIXED-WIDTH NUMBER.

       1010-PARSE-RETENTION.

           SET RETENTION-PARSE-OK TO TRUE
           MOVE ZERO TO WS-RETENTION-DAYS

           PERFORM 1020-PARSE-RETENTION-DIGIT
               VARYING WS-RETENTION-SUB FROM 1 BY 1
               UNTIL WS-RETENTION-SUB > 5
               OR RETENTION-ARG(WS-RETENTION-SUB:1) = SPACE
               OR RETENTION-PARSE-BAD

           IF RETENTION-ARG(6:1) NOT = SPACE
               SET RETENTION-PARSE-BAD TO TRUE
           END-IF
           .

       1020-PARSE-RETENTION-DIGIT.

           IF RETENTION-ARG(WS-RETENTION-SUB:1) IS NUMERIC
               MOVE RETENTION-ARG(WS-RETENTION-SUB:1)
                   TO WS-RETENTION-DIGIT
               COMPUTE WS-RETENTION-DAYS =
                   WS-RETENTION-DAYS * 10 + WS-RETENTION-DIGIT
           ELSE
               SET RETENTION-PARSE-BAD TO TRUE
           END-IF
           .

      * ONLY OPEN CASES HOLD THEIR TOKEN; A WON, LOST, OR WRITTEN-OFF
      * CASE NO LONGER NEEDS THE CARD RESOLVED.

       1100-LOAD-CASE-REFERENCES.

           OPEN INPUT CASE-FILE
           IF NOT CASE-OK
               MOVE 'CASE-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-CASE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9300-REFUSE-PURGE
           END-IF
           PERFORM 1110-READ-CASE-RECORD
           PERFORM 1120-STORE-CASE-REFERENCE UNTIL CASE-EOF
           CLOSE CASE-FILE
           .

       1110-READ-CASE-RECORD.
           READ CASE-FILE INTO WS-CASE-REC-FIELDS
           .

       1120-STORE-CASE-REFERENCE.
           IF  CS-CASE-OPEN
           AND CS-TOKEN NOT = SPACES
               MOVE 'T' TO WS-NEW-REF-KEY-TYPE
               MOVE CS-TOKEN TO WS-NEW-REF-KEY
               MOVE 'C' TO WS-NEW-REF-SOURCE
               PERFORM 1900-ADD-REFERENCE
               ADD 1 TO WS-CASE-REFS
           END-IF
           PERFORM 1110-READ-CASE-RECORD
           .

      * CARD1'S FRAUD HISTORY KEYS ITS DUPLICATE AND VELOCITY ENTRIES
      * BY THE ACCOUNT NUMBER ITSELF, SO IT IS MATCHED ON THE PAN.

       1200-LOAD-FRAUD-REFERENCES.

           OPEN INPUT FRAUD-HISTORY-FILE
           IF NOT FRAUD-HISTORY-OK
               MOVE 'FRAUD-HISTORY-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-FRAUD-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9300-REFUSE-PURGE
           END-IF
           PERFORM 1210-READ-FRAUD-RECORD
           PERFORM 1220-STORE-FRAUD-REFERENCE UNTIL FRAUD-HISTORY-EOF
           CLOSE FRAUD-HISTORY-FILE
           .

       1210-READ-FRAUD-RECORD.
           READ FRAUD-HISTORY-FILE INTO WS-FRAUD-REC-FIELDS
           .

       1220-STORE-FRAUD-REFERENCE.
           IF FH-ACCOUNT NOT = SPACES
               MOVE 'P' TO WS-NEW-REF-KEY-TYPE
               MOVE FH-ACCOUNT TO WS-NEW-REF-KEY
               MOVE 'F' TO WS-NEW-REF-SOURCE
               PERFORM 1900-ADD-REFERENCE
               ADD 1 TO WS-FRAUD-REFS
           END-IF
           PERFORM 1210-READ-FRAUD-RECORD
           .

      * EVERY ENTRY ON THE NEGATIVE FILE HOLDS ITS TOKEN, WHETHER OR
      * NOT THE BLOCK IS IN EFFECT TODAY.

       1300-LOAD-HOT-CARD-REFERENCES.

           OPEN INPUT HOT-CARD-FILE
           IF NOT HOT-CARD-OK
               MOVE 'HOT-CARD-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-HOT-CARD-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9300-REFUSE-PURGE
           END-IF
           PERFORM 1310-READ-HOT-CARD-RECORD
           PERFORM 1320-STORE-HOT-CARD-REFERENCE UNTIL HOT-CARD-EOF
           CLOSE HOT-CARD-FILE
           .

       1310-READ-HOT-CARD-RECORD.
           READ HOT-CARD-FILE INTO WS-HOT-CARD-REC-FIELDS
           .

       1320-STORE-HOT-CARD-REFERENCE.
           IF HC-TOKEN NOT = SPACES
               MOVE 'T' TO WS-NEW-REF-KEY-TYPE
               MOVE HC-TOKEN TO WS-NEW-REF-KEY
               MOVE 'H' TO WS-NEW-REF-SOURCE
               PERFORM 1900-ADD-REFERENCE
               ADD 1 TO WS-HOT-CARD-REFS
           END-IF
           PERFORM 1310-READ-HOT-CARD-RECORD
           .

       1400-LOAD-GENERATION-REFERENCES.

           OPEN INPUT GEN-CATALOG-FILE
           IF NOT GEN-CATALOG-OK
               MOVE 'GEN-CATALOG-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-GEN-CATALOG-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9300-REFUSE-PURGE
           END-IF
           PERFORM 1410-READ-CATALOG-RECORD
           PERFORM 1420-SCAN-ONE-GENERATION UNTIL GEN-CATALOG-EOF
           CLOSE GEN-CATALOG-FILE
           .

       1410-READ-CATALOG-RECORD.
           READ GEN-CATALOG-FILE INTO WS-CATALOG-REC-FIELDS
           .

      * THE GENERATION'S OWN HEADER SAYS WHAT IT IS; ONLY CARD1'S
      * RESTRICTED AND HOT-CARD HIT FILES CARRY A TOKEN, AND EVERY
      * OTHER GENERATION IS PASSED OVER AFTER ITS FIRST RECORD.

       1420-SCAN-ONE-GENERATION.

           MOVE CAT-STORED-FILENAME TO GENERATION-FILENAME
           OPEN INPUT GENERATION-FILE
           IF NOT GENERATION-OK
               DISPLAY 'CARDVPRG: CATALOGED GENERATION '
                   GENERATION-FILENAME(1:60)
               MOVE 'GENERATION-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-GENERATION-STATUS TO WS-ABEND-FILE-STATUS
               CLOSE GEN-CATALOG-FILE
               PERFORM 9300-REFUSE-PURGE
           END-IF
           ADD 1 TO WS-GENERATIONS-READ

           SET GEN-NO-TOKENS TO TRUE
           READ GENERATION-FILE
           IF GENERATION-OK
               MOVE GENERATION-RECORD TO WS-HEADER-TRAILER-RECORD
               IF  HT-HEADER-RECORD
               AND HT-PROGRAM-NAME = 'CARD1'
                   EVALUATE HT-FILE-IDENTIFIER
                       WHEN 'CARD1-RESTRICTED'
                           SET GEN-RESTRICTED-FILE TO TRUE
                       WHEN 'CARD1-HOTCARD-HIT'
                           SET GEN-HOT-CARD-HIT-FILE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT GEN-NO-TOKENS
               PERFORM 1430-STORE-GENERATION-REFERENCE
                   UNTIL NOT GENERATION-OK
           END-IF
           CLOSE GENERATION-FILE

           PERFORM 1410-READ-CATALOG-RECORD
           .

      * A RESTRICTED FILE FROM A RUN WITHOUT A VAULT CARRIES THE PAN
      * ITSELF; ISSUED TOKENS ALWAYS BEGIN '00' AND NO PAN DOES, SO
      * THE TWO ARE TOLD APART BY THEIR FIRST TWO CHARACTERS.

       1430-STORE-GENERATION-REFERENCE.

           READ GENERATION-FILE
           IF  GENERATION-OK
           AND GENERATION-RECORD(1:3) NOT = 'HDR'
           AND GENERATION-RECORD(1:3) NOT = 'TRL'
               IF GEN-RESTRICTED-FILE
                   MOVE GENERATION-RECORD(1:16) TO WS-NEW-REF-KEY
               ELSE
                   MOVE GENERATION-RECORD(82:16) TO WS-NEW-REF-KEY
               END-IF
               IF WS-NEW-REF-KEY(1:2) = '00'
                   MOVE 'T' TO WS-NEW-REF-KEY-TYPE
               ELSE
                   MOVE 'P' TO WS-NEW-REF-KEY-TYPE
               END-IF
               MOVE 'G' TO WS-NEW-REF-SOURCE
               IF WS-NEW-REF-KEY NOT = SPACES
                   PERFORM 1900-ADD-REFERENCE
                   ADD 1 TO WS-GENERATION-REFS
               END-IF
           END-IF
           .

      * NO MAPPING IS TOUCHED UNLESS ITS REMOVAL CAN BE AUDITED: A LOG
      * THAT WILL NOT OPEN STOPS THE RUN BEFORE THE VAULT IS READ.

       1600-OPEN-VAULT-AND-LOG.

           PERFORM 9305-SEED-AUDIT-CHAIN
           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF NOT AUDIT-LOG-OK
               MOVE 'AUDIT-LOG-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-LOG-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9300-REFUSE-PURGE
           END-IF

           OPEN I-O TOKEN-VAULT-FILE
           IF NOT TOKEN-VAULT-OK
               MOVE 'TOKEN-VAULT-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-TOKEN-VAULT-STATUS TO WS-ABEND-FILE-STATUS
               CLOSE AUDIT-LOG-FILE
               PERFORM 9300-REFUSE-PURGE
           END-IF
           .

       1900-ADD-REFERENCE.

           SET REF-NOT-FOUND TO TRUE
           PERFORM 1910-CHECK-REFERENCE-ENTRY
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               OR REF-FOUND

           IF REF-NOT-FOUND
               IF WS-REF-COUNT = 20000
                   DISPLAY 'CARDVPRG ABEND: MORE THAN 20000 REFERENCED'
                       ' TOKENS AND PANS, WS-REFERENCE-TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REF-COUNT
               MOVE WS-NEW-REF-KEY-TYPE TO WS-REF-KEY-TYPE(WS-REF-COUNT)
               MOVE WS-NEW-REF-KEY TO WS-REF-KEY(WS-REF-COUNT)
               MOVE WS-NEW-REF-SOURCE TO WS-REF-SOURCE(WS-REF-COUNT)
           END-IF
           .

       1910-CHECK-REFERENCE-ENTRY.
           IF  WS-NEW-REF-KEY = WS-REF-KEY(WS-REF-IDX)
           AND WS-NEW-REF-KEY-TYPE = WS-REF-KEY-TYPE(WS-REF-IDX)
               SET REF-FOUND TO TRUE
               SET WS-MATCHED-REF-IDX TO WS-REF-IDX
           END-IF
           .

      * THE CONTROL RECORD IS READ FOR ITS SEQUENCE AND LEFT AS IT
      * IS; IT IS NOT A MAPPING AND IS NEVER COUNTED AS ONE.

       2000-EXAMINE-ONE-MAPPING.
           READ TOKEN-VAULT-FILE NEXT RECORD
           IF TOKEN-VAULT-OK
               IF VAULT-PAN = WS-VAULT-CONTROL-KEY
                   MOVE VAULT-TOKEN TO WS-CONTROL-TOKEN-FIELDS
                   MOVE WS-CONTROL-TOKEN-SEQ TO WS-CONTROL-SEQ
               ELSE
                   ADD 1 TO WS-BEFORE-COUNT
                   PERFORM 2100-APPLY-RETENTION
               END-IF
           END-IF
           .

       2100-APPLY-RETENTION.

           IF VAULT-LAST-SEEN-DATE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO VAULT-LAST-SEEN-DATE
               REWRITE TOKEN-VAULT-RECORD
               IF NOT TOKEN-VAULT-OK
                   MOVE 'TOKEN-VAULT-FILE' TO WS-ABEND-FILE-NAME
                   MOVE WS-TOKEN-VAULT-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9320-ABEND-ON-WRITE-FAILURE
               END-IF
               ADD 1 TO WS-STAMPED-COUNT
           ELSE
               MOVE VAULT-LAST-SEEN-DATE TO WS-WORK-DATE-X
               PERFORM 8300-COMPUTE-DAY-NUMBER
               COMPUTE WS-MAPPING-AGE-DAYS =
                   WS-RUN-DAYNUM - WS-DAYNUM-TOTAL
               IF WS-MAPPING-AGE-DAYS NOT > WS-RETENTION-DAYS
                   ADD 1 TO WS-WITHIN-RETENTION
               ELSE
                   PERFORM 2200-CHECK-REFERENCES
                   IF REF-FOUND
                       PERFORM 2300-KEEP-REFERENCED-MAPPING
                   ELSE
                       PERFORM 2400-PURGE-MAPPING
                   END-IF
               END-IF
           END-IF
           .

       2200-CHECK-REFERENCES.

           MOVE 'T' TO WS-NEW-REF-KEY-TYPE
           MOVE VAULT-TOKEN TO WS-NEW-REF-KEY
           SET REF-NOT-FOUND TO TRUE
           PERFORM 1910-CHECK-REFERENCE-ENTRY
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               OR REF-FOUND

           IF REF-NOT-FOUND
               MOVE 'P' TO WS-NEW-REF-KEY-TYPE
               MOVE VAULT-PAN TO WS-NEW-REF-KEY
               PERFORM 1910-CHECK-REFERENCE-ENTRY
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   OR REF-FOUND
           END-IF
           .

       2300-KEEP-REFERENCED-MAPPING.

           ADD 1 TO WS-KEPT-REFERENCED
           EVALUATE TRUE
               WHEN REF-FROM-CASE(WS-MATCHED-REF-IDX)
                   MOVE 'KEPT - OPEN DISPUTE CASE' TO DET-ACTION
               WHEN REF-FROM-FRAUD(WS-MATCHED-REF-IDX)
                   MOVE 'KEPT - FRAUD HISTORY' TO DET-ACTION
               WHEN REF-FROM-HOT-CARD(WS-MATCHED-REF-IDX)
                   MOVE 'KEPT - HOT-CARD FILE' TO DET-ACTION
               WHEN OTHER
                   MOVE 'KEPT - CATALOGED GENERATION' TO DET-ACTION
           END-EVALUATE
           PERFORM 2900-WRITE-DETAIL-LINE
           .

      * THE DELETE REMOVES ONLY THE MAPPING JUST READ; THE CONTROL
      * RECORD'S SEQUENCE IS NOT LOWERED, SO THE PURGED TOKEN'S
      * NUMBER IS NEVER ISSUED AGAIN.

       2400-PURGE-MAPPING.

           DELETE TOKEN-VAULT-FILE RECORD
           IF NOT TOKEN-VAULT-OK
               MOVE 'TOKEN-VAULT-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-TOKEN-VAULT-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9320-ABEND-ON-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-PURGED-COUNT
           MOVE 'PURGED' TO DET-ACTION
           PERFORM 2900-WRITE-DETAIL-LINE
           PERFORM 9310-WRITE-AUDIT-LOG-ENTRY
           .

       2900-WRITE-DETAIL-LINE.
           MOVE VAULT-TOKEN TO DET-TOKEN
           MOVE VAULT-LAST-SEEN-DATE TO DET-LAST-SEEN
           MOVE WS-MAPPING-AGE-DAYS TO DET-AGE-DAYS
           WRITE REPORT-RECORD FROM WS-PURGE-DETAIL
           .

       3000-WRITE-PURGE-COUNT.

           COMPUTE WS-AFTER-COUNT = WS-BEFORE-COUNT - WS-PURGED-COUNT

           OPEN EXTEND PURGE-COUNT-FILE
           IF NOT PURGE-COUNT-OK
               OPEN OUTPUT PURGE-COUNT-FILE
           END-IF
           MOVE SPACES TO WS-PURGE-COUNT-FIELDS
           MOVE WS-RUN-DATE TO VP-PURGE-DATE
           MOVE WS-BEFORE-COUNT TO VP-BEFORE-COUNT
           MOVE WS-PURGED-COUNT TO VP-PURGED-COUNT
           MOVE WS-AFTER-COUNT TO VP-AFTER-COUNT
           MOVE WS-CONTROL-SEQ TO VP-CONTROL-SEQ
           WRITE PURGE-COUNT-RECORD FROM WS-PURGE-COUNT-FIELDS
           IF NOT PURGE-COUNT-OK
               MOVE 'PURGE-COUNT-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-PURGE-COUNT-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9320-ABEND-ON-WRITE-FAILURE
           END-IF
           CLOSE PURGE-COUNT-FILE
           .

       4000-WRITE-SUMMARY.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MAPPINGS BEFORE PURGE   ' TO SUM-LABEL
           MOVE WS-BEFORE-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE 'WITHIN RETENTION        ' TO SUM-LABEL
           MOVE WS-WITHIN-RETENTION TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE 'LAST-SEEN DATE STAMPED  ' TO SUM-LABEL
           MOVE WS-STAMPED-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE 'KEPT - STILL REFERENCED ' TO SUM-LABEL
           MOVE WS-KEPT-REFERENCED TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE 'PURGED                  ' TO SUM-LABEL
           MOVE WS-PURGED-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE 'MAPPINGS AFTER PURGE    ' TO SUM-LABEL
           MOVE WS-AFTER-COUNT TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           MOVE 'CONTROL SEQUENCE        ' TO SUM-LABEL
           MOVE WS-CONTROL-SEQ TO SUM-VALUE
           WRITE REPORT-RECORD FROM WS-SUMMARY-DETAIL
           .

       8300-COMPUTE-DAY-NUMBER.

           COMPUTE WS-DAYNUM-YEAR-MINUS-1 = WS-WORK-YEAR - 1
           DIVIDE WS-DAYNUM-YEAR-MINUS-1 BY 4
               GIVING WS-DAYNUM-DIV-4
               REMAINDER WS-DAYNUM-R
           END-DIVIDE
           DIVIDE WS-DAYNUM-YEAR-MINUS-1 BY 100
               GIVING WS-DAYNUM-DIV-100
               REMAINDER WS-DAYNUM-R
           END-DIVIDE
           DIVIDE WS-DAYNUM-YEAR-MINUS-1 BY 400
               GIVING WS-DAYNUM-DIV-400
               REMAINDER WS-DAYNUM-R
           END-DIVIDE
           COMPUTE WS-DAYNUM-TOTAL =
               365 * WS-DAYNUM-YEAR-MINUS-1
               + WS-DAYNUM-DIV-4
               - WS-DAYNUM-DIV-100
               + WS-DAYNUM-DIV-400
               + WS-CUM-DAYS-BEFORE-MONTH(WS-WORK-MONTH)
               + WS-WORK-DAY
           PERFORM 8310-DETERMINE-LEAP-YEAR
           IF IS-LEAP-YEAR AND WS-WORK-MONTH > 2
               ADD 1 TO WS-DAYNUM-TOTAL
           END-IF
           .

       8310-DETERMINE-LEAP-YEAR.

           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-DAYNUM-QUOTIENT
               REMAINDER WS-DAYNUM-REMAINDER
           END-DIVIDE
           IF WS-DAYNUM-REMAINDER NOT = ZERO
               SET IS-NOT-LEAP-YEAR TO TRUE
           ELSE
               DIVIDE WS-WORK-YEAR BY 100
                   GIVING WS-DAYNUM-QUOTIENT
                   REMAINDER WS-DAYNUM-REMAINDER
               END-DIVIDE
               IF WS-DAYNUM-REMAINDER NOT = ZERO
                   SET IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-WORK-YEAR BY 400
                       GIVING WS-DAYNUM-QUOTIENT
                       REMAINDER WS-DAYNUM-REMAINDER
                   END-DIVIDE
                   IF WS-DAYNUM-REMAINDER = ZERO
                       SET IS-LEAP-YEAR TO TRUE
                   ELSE
                       SET IS-NOT-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * A REFERENCE FILE, CATALOGED GENERATION, AUDIT LOG, OR VAULT
      * THAT WILL NOT OPEN STOPS THE RUN BEFORE ANY MAPPING IS
      * TOUCHED.

       9300-REFUSE-PURGE.
           DISPLAY 'CARDVPRG: OPEN OF ' WS-ABEND-FILE-NAME
               ' FAILED, FILE STATUS=' WS-ABEND-FILE-STATUS
               ' - PURGE REFUSED'
           MOVE 16 TO RETURN-CODE
           CLOSE REPORT-FILE
           STOP RUN
           .

      * THE ENTRY RECORDS THE TOKEN AND THE DATE ITS PAN WAS LAST
      * SEEN, NEVER THE PAN, SO THE SHARED LOG STAYS OUT OF PCI
      * SCOPE.

       9310-WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE 'CARDVPRG' TO AUDIT-PROGRAM-NAME
           MOVE VAULT-TOKEN TO AUDIT-INPUT-KEY
           MOVE VAULT-LAST-SEEN-DATE TO WS-OUTCOME-SEEN-DATE
           MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
           MOVE 'ACCEPT' TO AUDIT-DISPOSITION
           MOVE AUDIT-LOG-RECORD(1:76) TO WS-CHAIN-INPUT
           PERFORM 9315-COMPUTE-AUDIT-CHAIN
           MOVE WS-AUDIT-CHAIN-VALUE TO AUDIT-CHAIN-VALUE
           WRITE AUDIT-LOG-RECORD
           IF NOT AUDIT-LOG-OK
               MOVE 'AUDIT-LOG-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-LOG-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9320-ABEND-ON-WRITE-FAILURE
           END-IF
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

       9320-ABEND-ON-WRITE-FAILURE.
           DISPLAY 'CARDVPRG ABEND: WRITE TO ' WS-ABEND-FILE-NAME
               ' FAILED, FILE STATUS=' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9400-CLOSE-FILES
           STOP RUN
           .

       9400-CLOSE-FILES.
           CLOSE TOKEN-VAULT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE REPORT-FILE
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'CARDVPRG CONTROL TOTALS'
           DISPLAY '  OPEN-CASE REFERENCES... ' WS-CASE-REFS
           DISPLAY '  FRAUD-HISTORY REFS..... ' WS-FRAUD-REFS
           DISPLAY '  HOT-CARD REFERENCES.... ' WS-HOT-CARD-REFS
           DISPLAY '  GENERATIONS SCANNED.... ' WS-GENERATIONS-READ
           DISPLAY '  GENERATION REFERENCES.. ' WS-GENERATION-REFS
           DISPLAY '  MAPPINGS BEFORE........ ' WS-BEFORE-COUNT
           DISPLAY '  WITHIN RETENTION....... ' WS-WITHIN-RETENTION
           DISPLAY '  LAST-SEEN STAMPED...... ' WS-STAMPED-COUNT
           DISPLAY '  KEPT - REFERENCED...... ' WS-KEPT-REFERENCED
           DISPLAY '  PURGED................. ' WS-PURGED-COUNT
           DISPLAY '  MAPPINGS AFTER......... ' WS-AFTER-COUNT
           .

       9999-END.
           .
