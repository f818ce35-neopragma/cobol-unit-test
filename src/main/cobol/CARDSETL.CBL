      * USAGE:     CARDSETL INPUT-FILENAME FEE-RATE-FILENAME
      *            REPORT-FILENAME MERCHANT-MASTER-FILENAME
      *            MERCHANT-REPORT-FILENAME [FUNDING-FILENAME]
      *            [VALUE-DATE] [MERCHANT-VOLUME-FILENAME]
      *            [OLD-CASE-FILENAME NEW-CASE-FILENAME
      *            OLD-DEBT-FILENAME NEW-DEBT-FILENAME
      *            DEBT-REPORT-FILENAME]
      *            [EXCHANGE-RATE-FILENAME RATE-MAX-AGE-DAYS
      *            SETTLE-SUSPENSE-FILENAME]
      *
      *            When FUNDING-FILENAME is supplied, settlement also
      *            writes a fixed-format funding interface file - one
      *            file carries one record per brand, organized the way
      *            the BIN-RANGE-FILE is: fixed columns, brand name in
      *            the same 20-character form CARD1 writes, then the
      *            percentage rate (99V9999) and per-item fee (999V99),
      *            then an optional card product code (C credit, D
      *            debit, P prepaid).  A brand may carry one record per
      *            product; its record with no product code is the
      *            brand's default rate, used for any product without
      *            a record of its own.  Each transaction is priced at
      *            the rate for the brand and the card product CARD1
      *            carried from the BIN range, and the settlement
      *            report breaks each brand down by product.
      *
      *            The merchant master is the 200-byte MERCHANT record
      *            CARDMERM maintains; only its leading merchant ID
      *            X(08) and merchant name X(30) are used here.  A
      *            transaction whose merchant ID is not on the master
      *            is still settled but its statement line is flagged
      *            NOT ON MASTER.
      *
      *            When MERCHANT-VOLUME-FILENAME is supplied, one
      *            record per merchant settled - run date X(08),
      *            merchant ID X(08), transaction count 9(07), gross
      *            and interchange fee S9(11)V99 sign leading separate
      *            - is appended to that cumulative file, so the
      *            monthly MERCHANT-FEE billing run can total each
      *            merchant's settled volume for the month.  Each
      *            run's records are appended as one block wrapped in
      *            the standard header/trailer, and the trailer is
      *            written only when the run finishes normally.
      *            MERCHANT-FEE takes, for each run date, only the
      *            last block that has its trailer, so a rerun of the
      *            day's settlement replaces the earlier run's volume
      *            instead of adding to it.
      *
      *            When the five chargeback files are supplied, every
      *            dispute case CARDDSPT has marked L (lost) and not
      *            yet recovered is charged back to its merchant: the
      *            disputed amounts, plus any debt the merchant carries
      *            from earlier settlements, are deducted from the
      *            merchant's net payout and shown as a CHARGEBACKS
      *            line on the payout statement and as a negative
      *            'CHARGEBACK ' plus merchant ID record in the funding
      *            file.  What the payout cannot cover is carried
      *            forward on the merchant debt file - merchant ID
      *            X(08), balance 9(09)V99, debt-since date X(08),
      *            last-updated date X(08) - and listed on the
      *            merchant debt report.  Each case charged back is
      *            stamped with the run date as its recovered date on
      *            the new case master, so it is never deducted twice.
      *            The old case and debt files are read in full and
      *            new ones written, the way CARDDSPT rebuilds the case
      *            master; a lost case with no merchant ID cannot be
      *            charged back and is left as it is and counted.
      *
      *            CARD1 carries each transaction's currency code,
      *            original amount, and exchange rate after its
      *            US-dollar amount, and the settlement report shows
      *            a per-currency section.  When the three exchange
      *            files are supplied, every non-USD transaction is
      *            converted again from its original amount at the
      *            latest rate effective on or before the value date
      *            (the run date if none is given), the rule convert
      *            uses, so settlement pays at the settlement day's
      *            rate rather than the capture day's.  A transaction
      *            whose currency has no rate by then, or only one
      *            older than RATE-MAX-AGE-DAYS, is not settled: it
      *            is written, in CARD1's record layout with the
      *            standard header and trailer, to the settlement
      *            suspense file, and left out of every total.
      *            Without the exchange files the US-dollar amount
      *            CARD1 carried is settled as it stands.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSETL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUNDING-STATUS.

       SELECT MERCHANT-VOLUME-FILE ASSIGN TO MERCHANT-VOLUME-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERCHANT-VOLUME-STATUS.

       SELECT OLD-CASE-FILE ASSIGN TO OLD-CASE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-CASE-STATUS.

       SELECT NEW-CASE-FILE ASSIGN TO NEW-CASE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-CASE-STATUS.

       SELECT OLD-DEBT-FILE ASSIGN TO OLD-DEBT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-DEBT-STATUS.

       SELECT NEW-DEBT-FILE ASSIGN TO NEW-DEBT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-DEBT-STATUS.

       SELECT DEBT-REPORT-FILE ASSIGN TO DEBT-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEBT-REPORT-STATUS.

       SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHANGE-RATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCHANGE-RATE-STATUS.

       SELECT SETTLE-SUSPENSE-FILE ASSIGN TO SETTLE-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 INPUT-RECORD PIC X(200).

       FD FEE-RATE-FILE.
       01 FEE-RATE-RECORD PIC X(32).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD MERCHANT-MASTER-FILE.
       01 MERCHANT-MASTER-RECORD PIC X(200).

       FD MERCHANT-REPORT-FILE.
       01 MERCHANT-REPORT-RECORD PIC X(132).
       FD FUNDING-FILE.
       01 FUNDING-RECORD PIC X(48).

       FD MERCHANT-VOLUME-FILE.
       01 MERCHANT-VOLUME-RECORD PIC X(60).

       FD OLD-CASE-FILE.
       01 OLD-CASE-RECORD PIC X(80).

       FD NEW-CASE-FILE.
       01 NEW-CASE-RECORD PIC X(80).

       FD OLD-DEBT-FILE.
       01 OLD-DEBT-RECORD PIC X(40).

       FD NEW-DEBT-FILE.
       01 NEW-DEBT-RECORD PIC X(40).

       FD DEBT-REPORT-FILE.
       01 DEBT-REPORT-RECORD PIC X(132).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD PIC X(19).

       FD SETTLE-SUSPENSE-FILE.
       01 SETTLE-SUSPENSE-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(1000).

       01  ARG-VALUES.
           05  INPUT-FILENAME      PIC X(120).
           05  MERCHANT-REPORT-FILENAME PIC X(120).
           05  FUNDING-FILENAME    PIC X(120).
           05  VALUE-DATE-ARG      PIC X(08).
           05  MERCHANT-VOLUME-FILENAME PIC X(120).
           05  OLD-CASE-FILENAME   PIC X(120).
           05  NEW-CASE-FILENAME   PIC X(120).
           05  OLD-DEBT-FILENAME   PIC X(120).
           05  NEW-DEBT-FILENAME   PIC X(120).
           05  DEBT-REPORT-FILENAME PIC X(120).
           05  EXCHANGE-RATE-FILENAME PIC X(120).
           05  RATE-MAX-AGE-ARG    PIC X(06).
           05  SETTLE-SUSPENSE-FILENAME PIC X(120).

       01  WS-INPUT-STATUS             PIC X(02).
           88  INPUT-OK                VALUE '00'.
           05  IN-TRANSACTION-TYPE     PIC X(01).
               88  IN-NEGATIVE-TYPE    VALUE 'R' 'V'.
           05  IN-MERCHANT-ID          PIC X(08).
           05  IN-CARD-PRODUCT         PIC X(01).
           05  IN-COMMERCIAL-IND       PIC X(01).
           05  IN-ISSUER-COUNTRY       PIC X(02).
           05  IN-ISSUER-BIN           PIC X(08).
           05  IN-CURRENCY-CODE        PIC X(03).
               88  IN-US-DOLLARS       VALUE 'USD' SPACES.
           05  IN-ORIGINAL-AMOUNT      PIC 9(07)V99.
           05  IN-EXCHANGE-RATE        PIC 9(03)V9(06).
           05  FILLER                  PIC X(38).

       01  WS-TRANSACTION-AMOUNT       PIC 9(07)V99.
       01  WS-ORIGINAL-AMOUNT          PIC 9(07)V99.
       01  WS-SIGNED-ORIGINAL          PIC S9(09)V99 COMP-3
                                        VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(09)V99 COMP-3
                                        VALUE ZERO.

           05  WS-FEE-REC-BRAND        PIC X(20).
           05  WS-FEE-REC-PERCENT      PIC 9(02)V9(04).
           05  WS-FEE-REC-PER-ITEM     PIC 9(03)V99.
           05  WS-FEE-REC-PRODUCT      PIC X(01).

       01  WS-FEE-RATE-TABLE.
           05  WS-FEE-RATE-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-FEE-RATE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-BRAND-NAME   PIC X(20).
               10  WS-FEE-PRODUCT      PIC X(01).
               10  WS-FEE-PERCENT      PIC 9(02)V9(04).
               10  WS-FEE-PER-ITEM     PIC 9(03)V99.

               10  WS-SETTLE-TRAN-COUNT  PIC 9(07) COMP VALUE ZERO.
               10  WS-SETTLE-GROSS       PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
               10  WS-SETTLE-FEE         PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
               10  WS-SETTLE-RATE-SWITCH PIC X(01).
                   88  SETTLE-RATE-ON-FILE    VALUE 'Y'.
                   88  SETTLE-RATE-NOT-ON-FILE VALUE 'N'.

       01  WS-MATCHED-SETTLE-IDX      PIC 9(03) COMP VALUE ZERO.

      * BRAND AND CARD PRODUCT TOTALS, EACH WITH THE FEE RATE IT IS
      * PRICED AT.  THE FEE IS SUMMED PER TRANSACTION, AND THE BRAND
      * AND MERCHANT TOTALS ARE SUMS OF THE SAME TRANSACTION FEES.

       01  WS-PRODUCT-TOTAL-TABLE.
           05  WS-PRODUCT-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-PRODUCT-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-PROD-IDX.
               10  WS-PROD-BRAND-NAME    PIC X(20).
               10  WS-PROD-CARD-PRODUCT  PIC X(01).
               10  WS-PROD-TRAN-COUNT    PIC 9(07) COMP VALUE ZERO.
               10  WS-PROD-GROSS         PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
               10  WS-PROD-FEE           PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
               10  WS-PROD-RATE-SWITCH   PIC X(01).
                   88  PROD-RATE-ON-FILE      VALUE 'Y'.
                   88  PROD-RATE-NOT-ON-FILE  VALUE 'N'.
               10  WS-PROD-FEE-IDX       PIC 9(03) COMP VALUE ZERO.

       01  WS-MATCHED-PROD-IDX        PIC 9(03) COMP VALUE ZERO.

       01  WS-PROD-FOUND-SWITCH       PIC X(01).
           88  PROD-FOUND             VALUE 'Y'.
           88  PROD-NOT-FOUND         VALUE 'N'.

       01  WS-FEE-SEARCH-PRODUCT      PIC X(01).

       01  WS-SETTLE-FOUND-SWITCH     PIC X(01).
           88  SETTLE-FOUND           VALUE 'Y'.
           88  SETTLE-NOT-FOUND       VALUE 'N'.
           05  WS-TRAN-FEE-AMOUNT      PIC S9(09)V99 COMP-3
                                        VALUE ZERO.

      * FOREIGN-CURRENCY CONVERSION.  THE RATE FILE IS THE ONE
      * CONVERT LOADS AND RATE-IMPORT MAINTAINS; EACH RATE'S DAY
      * NUMBER IS WORKED OUT AS IT IS LOADED FOR THE AGE CHECK.

       01  WS-EXCHANGE-RATE-STATUS     PIC X(02).
           88  EXCHANGE-RATE-OK        VALUE '00'.
           88  EXCHANGE-RATE-EOF       VALUE '10'.

       01  WS-SETTLE-SUSPENSE-STATUS   PIC X(02).
           88  SETTLE-SUSPENSE-OK      VALUE '00'.

       01  WS-CONVERSION-SWITCH        PIC X(01) VALUE 'N'.
           88  CONVERSION-ENABLED      VALUE 'Y'.

       01  WS-EXCHANGE-REC-FIELDS.
           copy exchrate.

       01  WS-EXCHANGE-TABLE.
           05  WS-EXCHANGE-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-EXCHANGE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-EXCH-IDX.
               10  WS-EXCH-COUNTRY     PIC X(02).
               10  WS-EXCH-DATE        PIC X(08).
               10  WS-EXCH-RATE        PIC 9(03)V9(06).
               10  WS-EXCH-DAYNUM      PIC 9(07).

       01  WS-CONVERSION-WORK-AREA.
           05  WS-CONVERSION-DATE      PIC X(08).
           05  WS-CONVERSION-DAYNUM    PIC 9(07) VALUE ZERO.
           05  WS-RATE-MAX-AGE-DAYS    PIC 9(06) VALUE ZERO.
           05  WS-MAX-AGE-SUB          PIC 9(02) COMP VALUE ZERO.
           05  WS-MAX-AGE-DIGIT        PIC 9(01).
           05  WS-BEST-EXCH-DATE       PIC X(08).
           05  WS-BEST-EXCH-RATE       PIC 9(03)V9(06).
           05  WS-BEST-EXCH-DAYNUM     PIC 9(07).
           05  WS-CONVERT-RESULT-SWITCH PIC X(01).
               88  CONVERT-OK          VALUE 'Y'.
               88  CONVERT-NO-RATE     VALUE 'N'.
               88  CONVERT-STALE       VALUE 'S'.

       01  WS-MAX-AGE-PARSE-SWITCH     PIC X(01).
           88  MAX-AGE-PARSE-OK        VALUE 'Y'.
           88  MAX-AGE-PARSE-BAD       VALUE 'N'.

       01  WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(04).
           05  WS-WORK-MONTH           PIC 9(02).
           05  WS-WORK-DAY             PIC 9(02).

      * DAY-NUMBER ARITHMETIC, THE SAME SCHEME CARDRCYL USES, SO A
      * RATE'S AGE IN DAYS IS AN EXACT CALENDAR DIFFERENCE.

       01  WS-DAYNUM-WORK-AREA.
           05  WS-DAYNUM-YEAR-MINUS-1  PIC 9(04).
           05  WS-DAYNUM-R             PIC 9(07).
           05  WS-DAYNUM-DIV-4         PIC 9(07).
           05  WS-DAYNUM-DIV-100       PIC 9(07).
           05  WS-DAYNUM-DIV-400       PIC 9(07).
           05  WS-DAYNUM-TOTAL         PIC 9(07).
           05  WS-DAYNUM-QUOTIENT      PIC 9(04).
           05  WS-DAYNUM-REMAINDER     PIC 9(04).

       01  WS-LEAP-YEAR-SWITCH         PIC X(01).
           88  IS-LEAP-YEAR            VALUE 'Y'.
           88  IS-NOT-LEAP-YEAR        VALUE 'N'.

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

      * PER-CURRENCY TOTALS FOR THE SETTLEMENT REPORT: EVERY DATA
      * RECORD READ IS COUNTED UNDER ITS CURRENCY, SETTLED OR
      * SUSPENDED, WITH THE ORIGINAL AMOUNT AND THE US-DOLLAR GROSS
      * ACTUALLY SETTLED.

       01  WS-CURRENCY-TOTAL-TABLE.
           05  WS-CURRENCY-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-CURRENCY-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-CURR-IDX.
               10  WS-CURR-CODE          PIC X(03).
               10  WS-CURR-TRAN-COUNT    PIC 9(07) COMP VALUE ZERO.
               10  WS-CURR-ORIGINAL      PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
               10  WS-CURR-USD-GROSS     PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
               10  WS-CURR-SUSPENDED     PIC 9(07) COMP VALUE ZERO.

       01  WS-MATCHED-CURR-IDX         PIC 9(03) COMP VALUE ZERO.
       01  WS-CURRENCY-SEARCH-CODE     PIC X(03).

       01  WS-CURR-FOUND-SWITCH        PIC X(01).
           88  CURR-FOUND              VALUE 'Y'.
           88  CURR-NOT-FOUND          VALUE 'N'.

       01  WS-SUSPENSE-TRL-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-SUSPENSE-TRL-HASH        PIC 9(11)V9(04) COMP-3
                                        VALUE ZERO.
       01  WS-SUSPENSE-TRL-NET         PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-TOTAL-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
           05  WS-SETTLED-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-FOREIGN-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-SUSP-NO-RATE-COUNT   PIC 9(06) COMP VALUE ZERO.
           05  WS-SUSP-STALE-COUNT     PIC 9(06) COMP VALUE ZERO.
           05  WS-NO-RATE-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-NO-PRODUCT-RATE-COUNT PIC 9(06) COMP VALUE ZERO.
           05  WS-NO-MERCHANT-COUNT    PIC 9(06) COMP VALUE ZERO.

       01  WS-MERCHANT-MASTER-STATUS   PIC X(02).
       01  WS-MERCHANT-MASTER-REC-FIELDS.
           05  WS-MERCH-REC-ID         PIC X(08).
           05  WS-MERCH-REC-NAME       PIC X(30).
           05  FILLER                  PIC X(162).

       01  WS-MERCHANT-MASTER-TABLE.
           05  WS-MERCHANT-MASTER-COUNT PIC 9(04) COMP VALUE ZERO.
               10  WS-MMST-NAME        PIC X(30).

      * PER-MERCHANT SETTLEMENT TOTALS.  THE FEE IS ACCUMULATED PER
      * TRANSACTION FROM THE BRAND AND PRODUCT RATE (PERCENT ON THE
      * AMOUNT PLUS THE PER-ITEM FEE), SO ONE MERCHANT'S STATEMENT IS
      * RIGHT EVEN WHEN ITS TRANSACTIONS SPAN SEVERAL BRANDS.

       01  WS-MERCHANT-TOTAL-TABLE.
           05  WS-MERCHANT-COUNT       PIC 9(04) COMP VALUE ZERO.
                                        SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-MERCHANT-VOLUME-STATUS   PIC X(02).
           88  MERCHANT-VOLUME-OK      VALUE '00'.

       01  WS-MERCHANT-VOLUME-SWITCH   PIC X(01) VALUE 'N'.
           88  MERCHANT-VOLUME-ENABLED VALUE 'Y'.

       01  WS-MERCHANT-VOLUME-FIELDS.
           05  MV-RUN-DATE             PIC X(08).
           05  MV-MERCHANT-ID          PIC X(08).
           05  MV-TRAN-COUNT           PIC 9(07).
           05  MV-GROSS                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MV-FEE                  PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(09) VALUE SPACES.

      * LOST-CHARGEBACK RECOVERY.  THE CASE MASTER IS CARDDSPT'S,
      * FIELD FOR FIELD.

       01  WS-OLD-CASE-STATUS          PIC X(02).
           88  OLD-CASE-OK             VALUE '00'.
           88  OLD-CASE-EOF            VALUE '10'.

       01  WS-NEW-CASE-STATUS          PIC X(02).
           88  NEW-CASE-OK             VALUE '00'.

       01  WS-OLD-DEBT-STATUS          PIC X(02).
           88  OLD-DEBT-OK             VALUE '00'.
           88  OLD-DEBT-EOF            VALUE '10'.

       01  WS-NEW-DEBT-STATUS          PIC X(02).
           88  NEW-DEBT-OK             VALUE '00'.

       01  WS-DEBT-REPORT-STATUS       PIC X(02).
           88  DEBT-REPORT-OK          VALUE '00'.

       01  WS-CHARGEBACK-SWITCH        PIC X(01) VALUE 'N'.
           88  CHARGEBACK-ENABLED      VALUE 'Y'.

       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-CASE-IDX.
               10  WS-CASE-RECORD.
                   15  WS-CASE-TOKEN        PIC X(16).
                   15  WS-CASE-MASKED-PAN   PIC X(16).
                   15  WS-CASE-AMOUNT       PIC 9(07)V99.
                   15  WS-CASE-STATUS       PIC X(01).
                       88  CASE-IS-LOST     VALUE 'L'.
                   15  WS-CASE-RECEIVED-DATE PIC X(08).
                   15  WS-CASE-UPDATE-DATE  PIC X(08).
                   15  FILLER               PIC X(02).
                   15  WS-CASE-MERCHANT-ID  PIC X(08).
                   15  WS-CASE-RECOVERED-DATE PIC X(08).
                   15  FILLER               PIC X(04).

       01  WS-DEBT-FIELDS.
           05  DBT-MERCHANT-ID         PIC X(08).
           05  DBT-BALANCE             PIC 9(09)V99.
           05  DBT-SINCE-DATE          PIC X(08).
           05  DBT-UPDATE-DATE         PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.

      * ONE ENTRY PER MERCHANT OWING ANYTHING THIS RUN: DEBT CARRIED
      * IN, LOST CASES NEWLY CHARGED BACK, WHAT THE PAYOUT COVERED,
      * AND WHAT IS CARRIED OUT.

       01  WS-CHARGEBACK-TABLE.
           05  WS-CB-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-CB-IDX.
               10  WS-CB-MERCHANT-ID   PIC X(08).
               10  WS-CB-CASE-COUNT    PIC 9(05) COMP.
               10  WS-CB-NEW-LOST      PIC S9(11)V99 COMP-3.
               10  WS-CB-PRIOR-DEBT    PIC S9(11)V99 COMP-3.
               10  WS-CB-DEDUCTED      PIC S9(11)V99 COMP-3.
               10  WS-CB-CARRIED       PIC S9(11)V99 COMP-3.
               10  WS-CB-SINCE-DATE    PIC X(08).
               10  WS-CB-SETTLED-SWITCH PIC X(01).
                   88  CB-SETTLED      VALUE 'Y'.
                   88  CB-NOT-SETTLED  VALUE 'N'.

       01  WS-CB-SEARCH-ID             PIC X(08).

       01  WS-CB-FOUND-SWITCH          PIC X(01).
           88  CB-FOUND                VALUE 'Y'.
           88  CB-NOT-FOUND            VALUE 'N'.

       01  WS-MATCHED-CB-IDX           PIC 9(04) COMP VALUE ZERO.

       01  WS-CB-WORK-AREA.
           05  WS-CB-OWED              PIC S9(11)V99 COMP-3.
           05  WS-CB-PAYOUT            PIC S9(11)V99 COMP-3.
           05  WS-CB-NET               PIC S9(11)V99 COMP-3.

       01  WS-CHARGEBACK-TOTALS.
           05  WS-CASES-READ           PIC 9(06) COMP VALUE ZERO.
           05  WS-CASES-WRITTEN        PIC 9(06) COMP VALUE ZERO.
           05  WS-CASES-CHARGED-BACK   PIC 9(06) COMP VALUE ZERO.
           05  WS-LOST-NO-MERCHANT     PIC 9(06) COMP VALUE ZERO.
           05  WS-DEBT-READ            PIC 9(06) COMP VALUE ZERO.
           05  WS-DEBT-WRITTEN         PIC 9(06) COMP VALUE ZERO.
           05  WS-CB-LOST-TOTAL        PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CB-DEDUCTED-TOTAL    PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CB-CARRIED-TOTAL     PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  WS-FUNDING-TRL-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-FUNDING-TRL-HASH         PIC 9(11)V9(04) COMP-3
                                        VALUE ZERO.
                                        VALUE ZERO.
       01  WS-FUNDING-ABS-NET          PIC 9(11)V99 VALUE ZERO.

       01  WS-VOLUME-TRL-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-VOLUME-TRL-HASH          PIC 9(11)V9(04) COMP-3
                                        VALUE ZERO.
       01  WS-VOLUME-TRL-NET           PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
       01  WS-VOLUME-ABS-GROSS         PIC 9(11)V99 VALUE ZERO.

      * THE INPUT FILE CARRIES THE STANDARD HEADER AND TRAILER
      * WRITTEN BY CARD1.  THE TRAILER'S RECORD COUNT AND AMOUNT
      * HASH ARE CHECKED AGAINST WHAT WAS ACTUALLY READ, SO A
               10  DET-NET             PIC Z(09)9.99-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  DET-RATE-FLAG       PIC X(07).
           05  WS-PRODUCT-HEADING.
               10  FILLER              PIC X(20) VALUE 'BRAND'.
               10  FILLER              PIC X(08) VALUE 'PRODUCT'.
               10  FILLER              PIC X(10) VALUE '    COUNT'.
               10  FILLER              PIC X(17) VALUE
                   '            GROSS'.
               10  FILLER              PIC X(17) VALUE
                   '              FEE'.
               10  FILLER              PIC X(17) VALUE
                   '              NET'.
           05  WS-PRODUCT-DETAIL.
               10  PRD-BRAND-NAME      PIC X(20).
               10  PRD-PRODUCT-NAME    PIC X(08).
               10  PRD-TRAN-COUNT      PIC Z(06)9.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  PRD-GROSS           PIC Z(09)9.99-.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  PRD-FEE             PIC Z(09)9.99-.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  PRD-NET             PIC Z(09)9.99-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  PRD-RATE-FLAG       PIC X(07).
           05  WS-CURRENCY-HEADING.
               10  FILLER              PIC X(08) VALUE 'CURRENCY'.
               10  FILLER              PIC X(10) VALUE '    COUNT'.
               10  FILLER              PIC X(17) VALUE
                   '     ORIGINAL AMT'.
               10  FILLER              PIC X(17) VALUE
                   '        USD GROSS'.
               10  FILLER              PIC X(11) VALUE
                   '  SUSPENDED'.
           05  WS-CURRENCY-DETAIL.
               10  CUR-CODE            PIC X(03).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  CUR-TRAN-COUNT      PIC Z(06)9.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  CUR-ORIGINAL        PIC Z(09)9.99-.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  CUR-USD-GROSS       PIC Z(09)9.99-.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  CUR-SUSPENDED       PIC Z(06)9.

       01  WS-MERCHANT-REPORT-LINES.
           05  WS-MERCHANT-HEADING-1.
               10  MER-NET             PIC Z(09)9.99-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  MER-MASTER-FLAG     PIC X(13).
           05  WS-CHARGEBACK-DETAIL.
               10  CBL-ID              PIC X(08).
               10  FILLER              PIC X(13) VALUE
                   '  CHARGEBACKS'.
               10  FILLER              PIC X(07) VALUE ' CASES '.
               10  CBL-CASES           PIC Z(03)9.
               10  FILLER              PIC X(07) VALUE '  LOST '.
               10  CBL-NEW-LOST        PIC Z(06)9.99.
               10  FILLER              PIC X(07) VALUE '  DEBT '.
               10  CBL-PRIOR-DEBT      PIC Z(06)9.99.
               10  FILLER              PIC X(11) VALUE
                   '  DEDUCTED '.
               10  CBL-DEDUCTED        PIC Z(06)9.99-.
               10  FILLER              PIC X(06) VALUE '  NET '.
               10  CBL-NET             PIC Z(06)9.99-.
               10  FILLER              PIC X(10) VALUE
                   '  CARRIED '.
               10  CBL-CARRIED         PIC Z(06)9.99.

       01  WS-DEBT-REPORT-LINES.
           05  WS-DEBT-HEADING-1.
               10  FILLER              PIC X(32) VALUE
                   'CARDSETL MERCHANT DEBT REPORT - '.
               10  DBR-HDG-RUN-DATE    PIC X(08).
           05  WS-DEBT-HEADING-2.
               10  FILLER              PIC X(10) VALUE 'MERCHANT'.
               10  FILLER              PIC X(14) VALUE
                   '    PRIOR DEBT'.
               10  FILLER              PIC X(14) VALUE
                   '      NEW LOST'.
               10  FILLER              PIC X(14) VALUE
                   '      DEDUCTED'.
               10  FILLER              PIC X(14) VALUE
                   '  DEBT CARRIED'.
               10  FILLER              PIC X(12) VALUE
                   '  DEBT SINCE'.
           05  WS-DEBT-DETAIL.
               10  DBR-MERCHANT-ID     PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  DBR-PRIOR-DEBT      PIC Z(10)9.99.
               10  DBR-NEW-LOST        PIC Z(10)9.99.
               10  DBR-DEDUCTED        PIC Z(10)9.99.
               10  DBR-CARRIED         PIC Z(10)9.99.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  DBR-SINCE-DATE      PIC X(08).
           05  WS-DEBT-TOTAL-LINE.
               10  FILLER              PIC X(25) VALUE
                   'MERCHANTS CARRYING DEBT  '.
               10  DBR-TOTAL-COUNT     PIC Z(05)9.
               10  FILLER              PIC X(09) VALUE
                   '  TOTAL  '.
               10  DBR-TOTAL-CARRIED   PIC Z(10)9.99.

       PROCEDURE DIVISION.

               PERFORM 2900-VALIDATE-HEADER-TRAILER
               PERFORM 3000-WRITE-SETTLEMENT-REPORT
               PERFORM 3500-WRITE-MERCHANT-REPORT
               IF CHARGEBACK-ENABLED
                   PERFORM 3800-FINISH-CHARGEBACKS
               END-IF
               IF FUNDING-ENABLED
                   PERFORM 3700-WRITE-FUNDING-TRAILER
               END-IF
               IF MERCHANT-VOLUME-ENABLED
                   PERFORM 3760-WRITE-VOLUME-TRAILER
               END-IF
               IF CONVERSION-ENABLED
                   PERFORM 3750-WRITE-SUSPENSE-TRAILER
               END-IF
               PERFORM 9400-CLOSE-FILES
           END-IF
           GOBACK
                       SET TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-READ-COUNT
                       PERFORM 2050-CONVERT-ONE-TRANSACTION
                       IF CONVERT-OK
                           ADD 1 TO WS-SETTLED-COUNT
                           PERFORM 2100-ACCUMULATE-ONE-BRAND
                       ELSE
                           PERFORM 2090-WRITE-SETTLE-SUSPENSE
                       END-IF
               END-EVALUATE
           END-IF
           .
           .

      * THE HASH TOTAL RE-ADDS THE AMOUNTS AS WRITTEN, UNSIGNED, THE
      * WAY CARD1'S TRAILER HASHES THEM, BEFORE ANY RECONVERSION;
      * THE SETTLEMENT TOTALS THEMSELVES ARE SIGNED, WITH REFUNDS
      * AND REVERSALS NEGATIVE.  A RECORD WRITTEN BEFORE CARD1
      * CARRIED A CURRENCY HAS SPACES THERE AND IS US DOLLARS.

       2050-CONVERT-ONE-TRANSACTION.

           MOVE IN-TRANSACTION-AMOUNT TO WS-TRANSACTION-AMOUNT
           ADD WS-TRANSACTION-AMOUNT TO WS-INPUT-HASH-TOTAL
           SET CONVERT-OK TO TRUE

           IF IN-ORIGINAL-AMOUNT IS NUMERIC
               MOVE IN-ORIGINAL-AMOUNT TO WS-ORIGINAL-AMOUNT
           ELSE
               MOVE WS-TRANSACTION-AMOUNT TO WS-ORIGINAL-AMOUNT
           END-IF

           IF IN-US-DOLLARS
               MOVE 'USD' TO WS-CURRENCY-SEARCH-CODE
           ELSE
               MOVE IN-CURRENCY-CODE TO WS-CURRENCY-SEARCH-CODE
               ADD 1 TO WS-FOREIGN-COUNT
               IF CONVERSION-ENABLED
                   PERFORM 2060-RECONVERT-AMOUNT
               END-IF
           END-IF

           IF IN-NEGATIVE-TYPE
               COMPUTE WS-SIGNED-AMOUNT =
                   ZERO - WS-TRANSACTION-AMOUNT
               COMPUTE WS-SIGNED-ORIGINAL =
                   ZERO - WS-ORIGINAL-AMOUNT
           ELSE
               MOVE WS-TRANSACTION-AMOUNT TO WS-SIGNED-AMOUNT
               MOVE WS-ORIGINAL-AMOUNT TO WS-SIGNED-ORIGINAL
           END-IF

           PERFORM 2500-FIND-OR-ADD-CURRENCY
           ADD 1 TO WS-CURR-TRAN-COUNT(WS-MATCHED-CURR-IDX)
           ADD WS-SIGNED-ORIGINAL
               TO WS-CURR-ORIGINAL(WS-MATCHED-CURR-IDX)
           IF CONVERT-OK
               ADD WS-SIGNED-AMOUNT
                   TO WS-CURR-USD-GROSS(WS-MATCHED-CURR-IDX)
           ELSE
               ADD 1 TO WS-CURR-SUSPENDED(WS-MATCHED-CURR-IDX)
           END-IF
           .

      * THE LATEST RATE EFFECTIVE ON OR BEFORE THE CONVERSION DATE
      * FOR THE COUNTRY NAMED BY THE FIRST TWO LETTERS OF THE
      * CURRENCY CODE.  NONE, OR ONE PAST THE AGE LIMIT, SUSPENDS
      * THE TRANSACTION.

       2060-RECONVERT-AMOUNT.

           MOVE SPACES TO WS-BEST-EXCH-DATE
           MOVE ZERO TO WS-BEST-EXCH-RATE
           MOVE ZERO TO WS-BEST-EXCH-DAYNUM
           PERFORM 2070-CHECK-EXCHANGE-ENTRY
               VARYING WS-EXCH-IDX FROM 1 BY 1
               UNTIL WS-EXCH-IDX > WS-EXCHANGE-COUNT

           EVALUATE TRUE
               WHEN WS-BEST-EXCH-DATE = SPACES
                   SET CONVERT-NO-RATE TO TRUE
                   ADD 1 TO WS-SUSP-NO-RATE-COUNT
               WHEN WS-CONVERSION-DAYNUM - WS-BEST-EXCH-DAYNUM
                       > WS-RATE-MAX-AGE-DAYS
                   SET CONVERT-STALE TO TRUE
                   ADD 1 TO WS-SUSP-STALE-COUNT
               WHEN OTHER
                   COMPUTE WS-TRANSACTION-AMOUNT ROUNDED =
                       WS-ORIGINAL-AMOUNT * WS-BEST-EXCH-RATE
                       ON SIZE ERROR
                           SET CONVERT-NO-RATE TO TRUE
                           ADD 1 TO WS-SUSP-NO-RATE-COUNT
                   END-COMPUTE
           END-EVALUATE
           .

       2070-CHECK-EXCHANGE-ENTRY.
           IF WS-EXCH-COUNTRY(WS-EXCH-IDX) = IN-CURRENCY-CODE(1:2)
           AND WS-EXCH-DATE(WS-EXCH-IDX) <= WS-CONVERSION-DATE
           AND WS-EXCH-DATE(WS-EXCH-IDX) > WS-BEST-EXCH-DATE
               MOVE WS-EXCH-DATE(WS-EXCH-IDX) TO WS-BEST-EXCH-DATE
               MOVE WS-EXCH-RATE(WS-EXCH-IDX) TO WS-BEST-EXCH-RATE
               MOVE WS-EXCH-DAYNUM(WS-EXCH-IDX)
                   TO WS-BEST-EXCH-DAYNUM
           END-IF
           .

      * THE SUSPENDED RECORD GOES OUT AS CARD1 WROTE IT, EXCEPT THAT
      * THE MESSAGE SAYS WHY IT DID NOT SETTLE.  THE TRAILER HASHES
      * THE AMOUNT AS WRITTEN, THE WAY CARD1'S SUSPENSE TRAILER DOES.

       2090-WRITE-SETTLE-SUSPENSE.

           IF CONVERT-STALE
               MOVE ' IS STALE-EXCHANGE-RATE' TO IN-MESSAGE
           ELSE
               MOVE ' IS NO-EXCHANGE-RATE' TO IN-MESSAGE
           END-IF
           WRITE SETTLE-SUSPENSE-RECORD FROM WS-INPUT-RECORD-FIELDS
           IF NOT SETTLE-SUSPENSE-OK
               DISPLAY 'CARDSETL ABEND: WRITE TO SETTLE-SUSPENSE-FILE'
                   ' FAILED, FILE STATUS=' WS-SETTLE-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE IN-TRANSACTION-AMOUNT TO WS-TRANSACTION-AMOUNT
           ADD 1 TO WS-SUSPENSE-TRL-COUNT
           ADD WS-TRANSACTION-AMOUNT TO WS-SUSPENSE-TRL-HASH
           IF IN-NEGATIVE-TYPE
               SUBTRACT WS-TRANSACTION-AMOUNT FROM WS-SUSPENSE-TRL-NET
           ELSE
               ADD WS-TRANSACTION-AMOUNT TO WS-SUSPENSE-TRL-NET
           END-IF
           .

       2100-ACCUMULATE-ONE-BRAND.

           PERFORM 2200-FIND-OR-ADD-SETTLE-ENTRY
           PERFORM 2250-FIND-OR-ADD-PRODUCT-ENTRY

      * THE PERCENT PART OF THE FEE FOLLOWS THE SIGNED AMOUNT AND
      * THE PER-ITEM FEE IS CHARGED PER TRANSACTION.  THE SAME
      * TRANSACTION FEE IS ADDED TO THE PRODUCT, BRAND, AND MERCHANT
      * TOTALS, SO THE REPORTS CROSS-FOOT TO THE PENNY.

           IF PROD-RATE-ON-FILE(WS-MATCHED-PROD-IDX)
               COMPUTE WS-TRAN-FEE-AMOUNT ROUNDED =
                   WS-SIGNED-AMOUNT
                   * WS-FEE-PERCENT
                       (WS-PROD-FEE-IDX(WS-MATCHED-PROD-IDX))
                   / 100
                   + WS-FEE-PER-ITEM
                       (WS-PROD-FEE-IDX(WS-MATCHED-PROD-IDX))
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TRAN-FEE-AMOUNT
           END-IF

           ADD 1 TO WS-SETTLE-TRAN-COUNT(WS-MATCHED-SETTLE-IDX)
           ADD WS-SIGNED-AMOUNT
               TO WS-SETTLE-GROSS(WS-MATCHED-SETTLE-IDX)
           ADD WS-TRAN-FEE-AMOUNT
               TO WS-SETTLE-FEE(WS-MATCHED-SETTLE-IDX)
           ADD 1 TO WS-PROD-TRAN-COUNT(WS-MATCHED-PROD-IDX)
           ADD WS-SIGNED-AMOUNT
               TO WS-PROD-GROSS(WS-MATCHED-PROD-IDX)
           ADD WS-TRAN-FEE-AMOUNT
               TO WS-PROD-FEE(WS-MATCHED-PROD-IDX)
           PERFORM 2400-ACCUMULATE-MERCHANT
           .

           IF MERCH-NOT-ON-MASTER(WS-MATCHED-MERCH-IDX)
               ADD 1 TO WS-NO-MERCHANT-COUNT
           END-IF
           ADD WS-TRAN-FEE-AMOUNT
               TO WS-MERCH-FEE(WS-MATCHED-MERCH-IDX)
           .

       2410-FIND-OR-ADD-MERCHANT.
                   WS-SETTLE-BRAND-NAME(WS-SETTLE-COUNT-OF-BRANDS)
               SET WS-MATCHED-SETTLE-IDX
                   TO WS-SETTLE-COUNT-OF-BRANDS
               SET SETTLE-RATE-ON-FILE(WS-MATCHED-SETTLE-IDX)
                   TO TRUE
           END-IF
           .

           END-IF
           .

       2250-FIND-OR-ADD-PRODUCT-ENTRY.

           SET PROD-NOT-FOUND TO TRUE

           PERFORM 2260-CHECK-PRODUCT-ENTRY
               VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
               OR PROD-FOUND

           IF PROD-NOT-FOUND
               IF WS-PRODUCT-COUNT = 200
                   DISPLAY 'CARDSETL ABEND: MORE THAN 200 DISTINCT'
                       ' BRAND/PRODUCTS IN INPUT,'
                       ' WS-PRODUCT-TOTAL-TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE IN-BRAND-NAME TO
                   WS-PROD-BRAND-NAME(WS-PRODUCT-COUNT)
               MOVE IN-CARD-PRODUCT TO
                   WS-PROD-CARD-PRODUCT(WS-PRODUCT-COUNT)
               SET WS-MATCHED-PROD-IDX TO WS-PRODUCT-COUNT
               PERFORM 2220-LOOKUP-FEE-RATE
           END-IF
           .

       2260-CHECK-PRODUCT-ENTRY.
           IF IN-BRAND-NAME = WS-PROD-BRAND-NAME(WS-PROD-IDX)
           AND IN-CARD-PRODUCT = WS-PROD-CARD-PRODUCT(WS-PROD-IDX)
               SET PROD-FOUND TO TRUE
               SET WS-MATCHED-PROD-IDX TO WS-PROD-IDX
           END-IF
           .

      * THE RATE FOR THE BRAND AND PRODUCT IF THERE IS ONE, ELSE THE
      * BRAND'S DEFAULT RATE - ITS RECORD WITH NO PRODUCT CODE.  A
      * BRAND/PRODUCT WITH NEITHER SETTLES WITH NO FEE AND FLAGS ITS
      * BRAND NO RATE.

       2220-LOOKUP-FEE-RATE.

           SET FEE-NOT-FOUND TO TRUE
           MOVE IN-CARD-PRODUCT TO WS-FEE-SEARCH-PRODUCT

           PERFORM 2230-CHECK-FEE-RATE-ENTRY
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-RATE-COUNT
               OR FEE-FOUND

           IF FEE-NOT-FOUND
               MOVE SPACE TO WS-FEE-SEARCH-PRODUCT
               PERFORM 2230-CHECK-FEE-RATE-ENTRY
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-RATE-COUNT
                   OR FEE-FOUND
           END-IF

           IF FEE-FOUND
               SET PROD-RATE-ON-FILE(WS-MATCHED-PROD-IDX) TO TRUE
           ELSE
               SET PROD-RATE-NOT-ON-FILE(WS-MATCHED-PROD-IDX)
                   TO TRUE
               ADD 1 TO WS-NO-PRODUCT-RATE-COUNT
               IF SETTLE-RATE-ON-FILE(WS-MATCHED-SETTLE-IDX)
                   SET SETTLE-RATE-NOT-ON-FILE(WS-MATCHED-SETTLE-IDX)
                       TO TRUE
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF
           .

       2230-CHECK-FEE-RATE-ENTRY.
           IF IN-BRAND-NAME = WS-FEE-BRAND-NAME(WS-FEE-IDX)
           AND WS-FEE-SEARCH-PRODUCT = WS-FEE-PRODUCT(WS-FEE-IDX)
               SET FEE-FOUND TO TRUE
               MOVE WS-FEE-IDX
                   TO WS-PROD-FEE-IDX(WS-MATCHED-PROD-IDX)
           END-IF
           .

       2500-FIND-OR-ADD-CURRENCY.

           SET CURR-NOT-FOUND TO TRUE

           PERFORM 2510-CHECK-CURRENCY-ENTRY
               VARYING WS-CURR-IDX FROM 1 BY 1
               UNTIL WS-CURR-IDX > WS-CURRENCY-COUNT
               OR CURR-FOUND

           IF CURR-NOT-FOUND
               IF WS-CURRENCY-COUNT = 100
                   DISPLAY 'CARDSETL ABEND: MORE THAN 100 DISTINCT'
                       ' CURRENCIES IN INPUT, WS-CURRENCY-TOTAL-TABLE'
                       ' IS FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-SEARCH-CODE
                   TO WS-CURR-CODE(WS-CURRENCY-COUNT)
               SET WS-MATCHED-CURR-IDX TO WS-CURRENCY-COUNT
           END-IF
           .

       2510-CHECK-CURRENCY-ENTRY.
           IF WS-CURRENCY-SEARCH-CODE = WS-CURR-CODE(WS-CURR-IDX)
               SET CURR-FOUND TO TRUE
               SET WS-MATCHED-CURR-IDX TO WS-CURR-IDX
           END-IF
           .

       2600-COMPUTE-DAY-NUMBER.

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
           PERFORM 2650-DETERMINE-LEAP-YEAR
           IF IS-LEAP-YEAR AND WS-WORK-MONTH > 2
               ADD 1 TO WS-DAYNUM-TOTAL
           END-IF
           .

       2650-DETERMINE-LEAP-YEAR.

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

           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE 'GRAND TOTAL' TO DET-BRAND-NAME
           MOVE WS-SETTLED-COUNT TO DET-TRAN-COUNT
           MOVE WS-GRAND-GROSS TO DET-GROSS
           MOVE WS-GRAND-FEE TO DET-FEE
           MOVE WS-GRAND-NET TO DET-NET
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-PRODUCT-HEADING

           PERFORM 3200-WRITE-ONE-PRODUCT-LINE
               VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-CURRENCY-HEADING

           PERFORM 3300-WRITE-ONE-CURRENCY-LINE
               VARYING WS-CURR-IDX FROM 1 BY 1
               UNTIL WS-CURR-IDX > WS-CURRENCY-COUNT

           DISPLAY 'CARDSETL CONTROL TOTALS'
           DISPLAY '  RECORDS READ........... ' WS-TOTAL-READ-COUNT
           DISPLAY '  RECORDS SETTLED........ ' WS-SETTLED-COUNT
           DISPLAY '  FOREIGN CURRENCY....... ' WS-FOREIGN-COUNT
           IF CONVERSION-ENABLED
               DISPLAY '  SUSPENDED NO RATE...... '
                   WS-SUSP-NO-RATE-COUNT
               DISPLAY '  SUSPENDED STALE RATE... '
                   WS-SUSP-STALE-COUNT
           END-IF
           DISPLAY '  BRANDS SETTLED......... '
               WS-SETTLE-COUNT-OF-BRANDS
           DISPLAY '  BRANDS WITH NO RATE.... ' WS-NO-RATE-COUNT
           DISPLAY '  BRAND/PRODUCTS......... ' WS-PRODUCT-COUNT
           DISPLAY '  PRODUCTS WITH NO RATE.. '
               WS-NO-PRODUCT-RATE-COUNT
           DISPLAY '  MERCHANTS SETTLED...... ' WS-MERCHANT-COUNT
           DISPLAY '  TRANS W/O MERCHANT..... '
               WS-NO-MERCHANT-COUNT
               MOVE SPACES TO MER-MASTER-FLAG
           END-IF
           WRITE MERCHANT-REPORT-RECORD FROM WS-MERCHANT-DETAIL

           IF CHARGEBACK-ENABLED
               PERFORM 3530-APPLY-MERCHANT-CHARGEBACKS
           END-IF

           IF MERCHANT-VOLUME-ENABLED
               PERFORM 3520-WRITE-MERCHANT-VOLUME
           END-IF
           .

      * THE VOLUME RECORDS ARE WRITTEN ONLY AFTER THE INPUT TRAILER
      * HAS BALANCED, SO A REFUSED INPUT FILE NEVER REACHES BILLING.
      * THE BLOCK HASHES THE GROSS AMOUNTS AS WRITTEN, THE WAY THE
      * FUNDING FILE HASHES ITS NET AMOUNTS.

       3520-WRITE-MERCHANT-VOLUME.
           MOVE WS-RUN-DATE TO MV-RUN-DATE
           MOVE WS-MERCH-ID(WS-MERCH-IDX) TO MV-MERCHANT-ID
           MOVE WS-MERCH-TRAN-COUNT(WS-MERCH-IDX) TO MV-TRAN-COUNT
           MOVE WS-MERCH-GROSS(WS-MERCH-IDX) TO MV-GROSS
           MOVE WS-MERCH-FEE(WS-MERCH-IDX) TO MV-FEE
           WRITE MERCHANT-VOLUME-RECORD FROM WS-MERCHANT-VOLUME-FIELDS
           IF NOT MERCHANT-VOLUME-OK
               DISPLAY 'CARDSETL ABEND: WRITE TO MERCHANT-VOLUME-FILE'
                   ' FAILED, FILE STATUS=' WS-MERCHANT-VOLUME-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-VOLUME-TRL-COUNT
           IF MV-GROSS < ZERO
               COMPUTE WS-VOLUME-ABS-GROSS = ZERO - MV-GROSS
           ELSE
               MOVE MV-GROSS TO WS-VOLUME-ABS-GROSS
           END-IF
           ADD WS-VOLUME-ABS-GROSS TO WS-VOLUME-TRL-HASH
           ADD MV-GROSS TO WS-VOLUME-TRL-NET
           .

      * WHAT THE MERCHANT OWES - LOST CASES PLUS DEBT CARRIED IN -
      * COMES OUT OF THIS PAYOUT AS FAR AS THE PAYOUT GOES.  A
      * PAYOUT THAT IS ALREADY NEGATIVE COVERS NOTHING.

       3530-APPLY-MERCHANT-CHARGEBACKS.

           MOVE WS-MERCH-ID(WS-MERCH-IDX) TO WS-CB-SEARCH-ID
           PERFORM 9790-FIND-CHARGEBACK-ENTRY
           IF CB-FOUND
               SET CB-SETTLED(WS-MATCHED-CB-IDX) TO TRUE
               MOVE WS-NET-AMOUNT TO WS-CB-NET
               IF WS-NET-AMOUNT > ZERO
                   MOVE WS-NET-AMOUNT TO WS-CB-PAYOUT
               ELSE
                   MOVE ZERO TO WS-CB-PAYOUT
               END-IF
               COMPUTE WS-CB-OWED =
                   WS-CB-PRIOR-DEBT(WS-MATCHED-CB-IDX)
                   + WS-CB-NEW-LOST(WS-MATCHED-CB-IDX)
               IF WS-CB-OWED > WS-CB-PAYOUT
                   MOVE WS-CB-PAYOUT
                       TO WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
               ELSE
                   MOVE WS-CB-OWED
                       TO WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
               END-IF
               COMPUTE WS-CB-CARRIED(WS-MATCHED-CB-IDX) =
                   WS-CB-OWED - WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
               PERFORM 3540-WRITE-CHARGEBACK-LINE
               IF FUNDING-ENABLED
               AND WS-CB-DEDUCTED(WS-MATCHED-CB-IDX) > ZERO
                   MOVE SPACES TO FND-BRAND-NAME
                   STRING 'CHARGEBACK ' DELIMITED BY SIZE
                       WS-CB-MERCHANT-ID(WS-MATCHED-CB-IDX)
                           DELIMITED BY SIZE
                       INTO FND-BRAND-NAME
                   END-STRING
                   COMPUTE WS-NET-AMOUNT =
                       ZERO - WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
                   PERFORM 3650-PUT-FUNDING-RECORD
               END-IF
           END-IF
           .

       3540-WRITE-CHARGEBACK-LINE.
           MOVE WS-CB-MERCHANT-ID(WS-MATCHED-CB-IDX) TO CBL-ID
           MOVE WS-CB-CASE-COUNT(WS-MATCHED-CB-IDX) TO CBL-CASES
           MOVE WS-CB-NEW-LOST(WS-MATCHED-CB-IDX) TO CBL-NEW-LOST
           MOVE WS-CB-PRIOR-DEBT(WS-MATCHED-CB-IDX) TO CBL-PRIOR-DEBT
           COMPUTE CBL-DEDUCTED =
               ZERO - WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
           COMPUTE CBL-NET =
               WS-CB-NET - WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
           MOVE WS-CB-CARRIED(WS-MATCHED-CB-IDX) TO CBL-CARRIED
           WRITE MERCHANT-REPORT-RECORD FROM WS-CHARGEBACK-DETAIL
           ADD WS-CB-NEW-LOST(WS-MATCHED-CB-IDX) TO WS-CB-LOST-TOTAL
           ADD WS-CB-DEDUCTED(WS-MATCHED-CB-IDX)
               TO WS-CB-DEDUCTED-TOTAL
           .

      * A MERCHANT WITH NOTHING SETTLED THIS RUN STILL GETS ITS
      * CHARGEBACKS LINE; ALL IT OWES IS CARRIED.  THEN THE DEBT
      * FILE, THE DEBT REPORT, AND THE STAMPED CASE MASTER ARE
      * WRITTEN.

       3800-FINISH-CHARGEBACKS.

           PERFORM 3810-CARRY-UNSETTLED-CHARGEBACK
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT

           MOVE WS-RUN-DATE TO DBR-HDG-RUN-DATE
           WRITE DEBT-REPORT-RECORD FROM WS-DEBT-HEADING-1
           MOVE SPACES TO DEBT-REPORT-RECORD
           WRITE DEBT-REPORT-RECORD
           WRITE DEBT-REPORT-RECORD FROM WS-DEBT-HEADING-2

           PERFORM 3820-WRITE-DEBT-ENTRY
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT

           MOVE SPACES TO DEBT-REPORT-RECORD
           WRITE DEBT-REPORT-RECORD
           MOVE WS-DEBT-WRITTEN TO DBR-TOTAL-COUNT
           MOVE WS-CB-CARRIED-TOTAL TO DBR-TOTAL-CARRIED
           WRITE DEBT-REPORT-RECORD FROM WS-DEBT-TOTAL-LINE

           PERFORM 3830-WRITE-ONE-CASE-RECORD
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT

           DISPLAY '  CASES READ............. ' WS-CASES-READ
           DISPLAY '  CASES CHARGED BACK..... ' WS-CASES-CHARGED-BACK
           DISPLAY '  LOST W/O MERCHANT...... ' WS-LOST-NO-MERCHANT
           DISPLAY '  CASES WRITTEN.......... ' WS-CASES-WRITTEN
           DISPLAY '  CHARGEBACK AMOUNT...... ' WS-CB-LOST-TOTAL
           DISPLAY '  DEDUCTED FROM PAYOUT... ' WS-CB-DEDUCTED-TOTAL
           DISPLAY '  DEBT RECORDS READ...... ' WS-DEBT-READ
           DISPLAY '  DEBT RECORDS WRITTEN... ' WS-DEBT-WRITTEN
           DISPLAY '  DEBT CARRIED FORWARD... ' WS-CB-CARRIED-TOTAL
           .

       3810-CARRY-UNSETTLED-CHARGEBACK.
           IF CB-NOT-SETTLED(WS-CB-IDX)
               SET WS-MATCHED-CB-IDX TO WS-CB-IDX
               MOVE ZERO TO WS-CB-NET
               MOVE ZERO TO WS-CB-DEDUCTED(WS-CB-IDX)
               COMPUTE WS-CB-CARRIED(WS-CB-IDX) =
                   WS-CB-PRIOR-DEBT(WS-CB-IDX)
                   + WS-CB-NEW-LOST(WS-CB-IDX)
               PERFORM 3540-WRITE-CHARGEBACK-LINE
           END-IF
           .

      * DEBT ALREADY CARRIED KEEPS THE DATE IT FIRST AROSE; NEW DEBT
      * DATES FROM THIS RUN.

       3820-WRITE-DEBT-ENTRY.
           IF WS-CB-CARRIED(WS-CB-IDX) > ZERO
               IF WS-CB-SINCE-DATE(WS-CB-IDX) = SPACES
                   MOVE WS-RUN-DATE TO WS-CB-SINCE-DATE(WS-CB-IDX)
               END-IF
               MOVE WS-CB-MERCHANT-ID(WS-CB-IDX) TO DBT-MERCHANT-ID
               MOVE WS-CB-CARRIED(WS-CB-IDX) TO DBT-BALANCE
               MOVE WS-CB-SINCE-DATE(WS-CB-IDX) TO DBT-SINCE-DATE
               MOVE WS-RUN-DATE TO DBT-UPDATE-DATE
               WRITE NEW-DEBT-RECORD FROM WS-DEBT-FIELDS
               IF NOT NEW-DEBT-OK
                   DISPLAY 'CARDSETL ABEND: WRITE TO NEW-DEBT-FILE'
                       ' FAILED, FILE STATUS=' WS-NEW-DEBT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEBT-WRITTEN
               ADD WS-CB-CARRIED(WS-CB-IDX) TO WS-CB-CARRIED-TOTAL

               MOVE WS-CB-MERCHANT-ID(WS-CB-IDX) TO DBR-MERCHANT-ID
               MOVE WS-CB-PRIOR-DEBT(WS-CB-IDX) TO DBR-PRIOR-DEBT
               MOVE WS-CB-NEW-LOST(WS-CB-IDX) TO DBR-NEW-LOST
               MOVE WS-CB-DEDUCTED(WS-CB-IDX) TO DBR-DEDUCTED
               MOVE WS-CB-CARRIED(WS-CB-IDX) TO DBR-CARRIED
               MOVE WS-CB-SINCE-DATE(WS-CB-IDX) TO DBR-SINCE-DATE
               WRITE DEBT-REPORT-RECORD FROM WS-DEBT-DETAIL
           END-IF
           .

       3830-WRITE-ONE-CASE-RECORD.
           WRITE NEW-CASE-RECORD FROM WS-CASE-RECORD(WS-CASE-IDX)
           IF NOT NEW-CASE-OK
               DISPLAY 'CARDSETL ABEND: WRITE TO NEW-CASE-FILE'
                   ' FAILED, FILE STATUS=' WS-NEW-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-CASES-WRITTEN
           .

       3100-WRITE-ONE-BRAND-LINE.
           MOVE WS-SETTLE-TRAN-COUNT(WS-SETTLE-IDX)
               TO DET-TRAN-COUNT
           MOVE WS-SETTLE-GROSS(WS-SETTLE-IDX) TO DET-GROSS
           MOVE WS-SETTLE-FEE(WS-SETTLE-IDX) TO WS-FEE-AMOUNT

           IF SETTLE-RATE-ON-FILE(WS-SETTLE-IDX)
               MOVE SPACES TO DET-RATE-FLAG
           ELSE
               MOVE 'NO RATE' TO DET-RATE-FLAG
           END-IF

           END-IF
           .

      * A BRAND'S PRODUCT LINES ADD UP TO ITS LINE ABOVE.  A RECORD
      * WITH NO PRODUCT - ITS BIN RANGE CARRIES NONE, OR CARD1 WROTE
      * IT BEFORE RANGES DID - IS SHOWN AS OTHER.

       3200-WRITE-ONE-PRODUCT-LINE.

           MOVE SPACES TO WS-PRODUCT-DETAIL
           MOVE WS-PROD-BRAND-NAME(WS-PROD-IDX) TO PRD-BRAND-NAME
           EVALUATE WS-PROD-CARD-PRODUCT(WS-PROD-IDX)
               WHEN 'C'
                   MOVE 'CREDIT' TO PRD-PRODUCT-NAME
               WHEN 'D'
                   MOVE 'DEBIT' TO PRD-PRODUCT-NAME
               WHEN 'P'
                   MOVE 'PREPAID' TO PRD-PRODUCT-NAME
               WHEN OTHER
                   MOVE 'OTHER' TO PRD-PRODUCT-NAME
           END-EVALUATE
           MOVE WS-PROD-TRAN-COUNT(WS-PROD-IDX) TO PRD-TRAN-COUNT
           MOVE WS-PROD-GROSS(WS-PROD-IDX) TO PRD-GROSS
           MOVE WS-PROD-FEE(WS-PROD-IDX) TO PRD-FEE
           COMPUTE WS-NET-AMOUNT =
               WS-PROD-GROSS(WS-PROD-IDX) - WS-PROD-FEE(WS-PROD-IDX)
           MOVE WS-NET-AMOUNT TO PRD-NET
           IF PROD-RATE-ON-FILE(WS-PROD-IDX)
               MOVE SPACES TO PRD-RATE-FLAG
           ELSE
               MOVE 'NO RATE' TO PRD-RATE-FLAG
           END-IF
           WRITE REPORT-RECORD FROM WS-PRODUCT-DETAIL
           .

      * THE USD LINE IS WHAT CARD1 CAPTURED IN DOLLARS; EACH OTHER
      * LINE IS ONE CURRENCY'S ORIGINAL AMOUNT AND THE DOLLARS IT
      * SETTLED FOR, WITH THE COUNT OF ITS TRANSACTIONS SUSPENDED.

       3300-WRITE-ONE-CURRENCY-LINE.

           MOVE SPACES TO WS-CURRENCY-DETAIL
           MOVE WS-CURR-CODE(WS-CURR-IDX) TO CUR-CODE
           MOVE WS-CURR-TRAN-COUNT(WS-CURR-IDX) TO CUR-TRAN-COUNT
           MOVE WS-CURR-ORIGINAL(WS-CURR-IDX) TO CUR-ORIGINAL
           MOVE WS-CURR-USD-GROSS(WS-CURR-IDX) TO CUR-USD-GROSS
           MOVE WS-CURR-SUSPENDED(WS-CURR-IDX) TO CUR-SUSPENDED
           WRITE REPORT-RECORD FROM WS-CURRENCY-DETAIL
           .

      * ONE DISBURSEMENT PER BRAND.  THE HASH TOTAL IS THE UNSIGNED
      * SUM OF THE NET AMOUNTS AS WRITTEN, THE WAY EVERY TRAILER IN
      * THE CHAIN HASHES; THE SIGNED SUM RIDES IN THE TRAILER NET.
       3600-WRITE-FUNDING-RECORD.
           MOVE WS-SETTLE-BRAND-NAME(WS-SETTLE-IDX)
               TO FND-BRAND-NAME
           PERFORM 3650-PUT-FUNDING-RECORD
           .

       3650-PUT-FUNDING-RECORD.
           MOVE VALUE-DATE-ARG TO FND-VALUE-DATE
           MOVE WS-NET-AMOUNT TO FND-NET-AMOUNT
           WRITE FUNDING-RECORD FROM WS-FUNDING-FIELDS
           WRITE FUNDING-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       3750-WRITE-SUSPENSE-TRAILER.
           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-SUSPENSE-TRL-COUNT TO HT-RECORD-COUNT
           MOVE WS-SUSPENSE-TRL-HASH TO HT-HASH-TOTAL
           MOVE WS-SUSPENSE-TRL-NET TO HT-NET-TOTAL
           WRITE SETTLE-SUSPENSE-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

      * THE VOLUME TRAILER IS WRITTEN LAST, AFTER EVERYTHING THAT CAN
      * STILL ABEND THE RUN, SO A BLOCK CUT SHORT HAS NO TRAILER AND
      * IS NEVER BILLED.

       3760-WRITE-VOLUME-TRAILER.
           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'TRL' TO HT-RECORD-TYPE
           MOVE WS-VOLUME-TRL-COUNT TO HT-RECORD-COUNT
           MOVE WS-VOLUME-TRL-HASH TO HT-HASH-TOTAL
           MOVE WS-VOLUME-TRL-NET TO HT-NET-TOTAL
           WRITE MERCHANT-VOLUME-RECORD FROM WS-HEADER-TRAILER-RECORD
           IF NOT MERCHANT-VOLUME-OK
               DISPLAY 'CARDSETL ABEND: WRITE TO MERCHANT-VOLUME-FILE'
                   ' FAILED, FILE STATUS=' WS-MERCHANT-VOLUME-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           .

       9100-OPEN-FILES.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
               INTO INPUT-FILENAME FEE-RATE-FILENAME REPORT-FILENAME
                   MERCHANT-MASTER-FILENAME MERCHANT-REPORT-FILENAME
                   FUNDING-FILENAME VALUE-DATE-ARG
                   MERCHANT-VOLUME-FILENAME OLD-CASE-FILENAME
                   NEW-CASE-FILENAME OLD-DEBT-FILENAME
                   NEW-DEBT-FILENAME DEBT-REPORT-FILENAME
                   EXCHANGE-RATE-FILENAME RATE-MAX-AGE-ARG
                   SETTLE-SUSPENSE-FILENAME
           END-UNSTRING

           IF  INPUT-FILENAME = SPACES
                   ' FEE-RATE-FILENAME REPORT-FILENAME'
                   ' MERCHANT-MASTER-FILENAME'
                   ' MERCHANT-REPORT-FILENAME [FUNDING-FILENAME]'
                   ' [VALUE-DATE] [MERCHANT-VOLUME-FILENAME]'
                   ' [OLD-CASE-FILENAME NEW-CASE-FILENAME'
                   ' OLD-DEBT-FILENAME NEW-DEBT-FILENAME'
                   ' DEBT-REPORT-FILENAME]'
                   ' [EXCHANGE-RATE-FILENAME RATE-MAX-AGE-DAYS'
                   ' SETTLE-SUSPENSE-FILENAME]'
               GOBACK
           END-IF

           IF  OLD-CASE-FILENAME NOT = SPACES
           OR NEW-CASE-FILENAME NOT = SPACES
           OR OLD-DEBT-FILENAME NOT = SPACES
           OR NEW-DEBT-FILENAME NOT = SPACES
           OR DEBT-REPORT-FILENAME NOT = SPACES
               IF  OLD-CASE-FILENAME = SPACES
               OR NEW-CASE-FILENAME = SPACES
               OR OLD-DEBT-FILENAME = SPACES
               OR NEW-DEBT-FILENAME = SPACES
               OR DEBT-REPORT-FILENAME = SPACES
                   DISPLAY 'CARDSETL: CHARGEBACK RECOVERY NEEDS ALL OF'
                       ' OLD-CASE-FILENAME NEW-CASE-FILENAME'
                       ' OLD-DEBT-FILENAME NEW-DEBT-FILENAME'
                       ' DEBT-REPORT-FILENAME'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET CHARGEBACK-ENABLED TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF  FUNDING-FILENAME NOT = SPACES
               SET FUNDING-ENABLED TO TRUE
           END-IF

           IF  EXCHANGE-RATE-FILENAME NOT = SPACES
           OR RATE-MAX-AGE-ARG NOT = SPACES
           OR SETTLE-SUSPENSE-FILENAME NOT = SPACES
               PERFORM 9110-PARSE-MAX-AGE
               IF  EXCHANGE-RATE-FILENAME = SPACES
               OR SETTLE-SUSPENSE-FILENAME = SPACES
               OR MAX-AGE-PARSE-BAD
                   DISPLAY 'CARDSETL: CONVERSION NEEDS ALL OF'
                       ' EXCHANGE-RATE-FILENAME, A NUMERIC'
                       ' RATE-MAX-AGE-DAYS, AND'
                       ' SETTLE-SUSPENSE-FILENAME'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF VALUE-DATE-ARG IS NUMERIC
                   MOVE VALUE-DATE-ARG TO WS-CONVERSION-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-CONVERSION-DATE
               END-IF
               MOVE WS-CONVERSION-DATE TO WS-WORK-DATE
               PERFORM 2600-COMPUTE-DAY-NUMBER
               MOVE WS-DAYNUM-TOTAL TO WS-CONVERSION-DAYNUM
               SET CONVERSION-ENABLED TO TRUE
           END-IF

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT MERCHANT-REPORT-FILE
               WRITE FUNDING-RECORD FROM WS-HEADER-TRAILER-RECORD
           END-IF

           IF  MERCHANT-VOLUME-FILENAME NOT = SPACES
               OPEN EXTEND MERCHANT-VOLUME-FILE
               IF NOT MERCHANT-VOLUME-OK
                   OPEN OUTPUT MERCHANT-VOLUME-FILE
               END-IF
               SET MERCHANT-VOLUME-ENABLED TO TRUE
               MOVE SPACES TO WS-HEADER-TRAILER-RECORD
               MOVE 'HDR' TO HT-RECORD-TYPE
               MOVE WS-RUN-DATE TO HT-RUN-DATE
               MOVE 'CARDSETL' TO HT-PROGRAM-NAME
               MOVE 'CARDSETL-VOLUME' TO HT-FILE-IDENTIFIER
               WRITE MERCHANT-VOLUME-RECORD
                   FROM WS-HEADER-TRAILER-RECORD
               IF NOT MERCHANT-VOLUME-OK
                   DISPLAY 'CARDSETL ABEND: WRITE TO'
                       ' MERCHANT-VOLUME-FILE FAILED, FILE STATUS='
                       WS-MERCHANT-VOLUME-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
           END-IF

           IF  CONVERSION-ENABLED
               OPEN OUTPUT SETTLE-SUSPENSE-FILE
               MOVE SPACES TO WS-HEADER-TRAILER-RECORD
               MOVE 'HDR' TO HT-RECORD-TYPE
               MOVE WS-RUN-DATE TO HT-RUN-DATE
               MOVE 'CARDSETL' TO HT-PROGRAM-NAME
               MOVE 'CARDSETL-SUSPENSE' TO HT-FILE-IDENTIFIER
               WRITE SETTLE-SUSPENSE-RECORD
                   FROM WS-HEADER-TRAILER-RECORD
               PERFORM 9130-LOAD-EXCHANGE-TABLE
           END-IF

           PERFORM 9150-LOAD-FEE-RATE-TABLE
           PERFORM 9180-LOAD-MERCHANT-MASTER-TABLE

           IF  CHARGEBACK-ENABLED
               OPEN OUTPUT NEW-CASE-FILE
               OPEN OUTPUT NEW-DEBT-FILE
               OPEN OUTPUT DEBT-REPORT-FILE
               PERFORM 9750-LOAD-MERCHANT-DEBT
               PERFORM 9700-LOAD-CASE-MASTER
           END-IF
           .

      * AN ABSENT CASE MASTER OR DEBT FILE IS A FIRST RUN, NOT AN
      * ERROR: NOTHING IS OWED YET.

       9700-LOAD-CASE-MASTER.
           OPEN INPUT OLD-CASE-FILE
           IF OLD-CASE-OK
               PERFORM 9710-READ-OLD-CASE-RECORD
               PERFORM 9720-STORE-CASE-ENTRY
                   UNTIL OLD-CASE-EOF
               CLOSE OLD-CASE-FILE
           END-IF
           .

       9710-READ-OLD-CASE-RECORD.
           READ OLD-CASE-FILE
           .

      * A LOST CASE NOT YET RECOVERED IS CHARGED TO ITS MERCHANT AND
      * STAMPED RECOVERED AS IT IS LOADED; THE STAMP ONLY REACHES
      * DISK WITH THE NEW CASE MASTER AT THE END OF A CLEAN RUN.

       9720-STORE-CASE-ENTRY.

           IF WS-CASE-COUNT = 5000
               DISPLAY 'CARDSETL ABEND: CASE MASTER HAS MORE THAN'
                   ' 5000 CASES, WS-CASE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-CASES-READ
           MOVE OLD-CASE-RECORD TO WS-CASE-RECORD(WS-CASE-COUNT)

           IF CASE-IS-LOST(WS-CASE-COUNT)
           AND WS-CASE-RECOVERED-DATE(WS-CASE-COUNT) = SPACES
               IF WS-CASE-MERCHANT-ID(WS-CASE-COUNT) = SPACES
                   ADD 1 TO WS-LOST-NO-MERCHANT
               ELSE
                   MOVE WS-CASE-MERCHANT-ID(WS-CASE-COUNT)
                       TO WS-CB-SEARCH-ID
                   PERFORM 9780-FIND-OR-ADD-CHARGEBACK
                   ADD 1 TO WS-CB-CASE-COUNT(WS-MATCHED-CB-IDX)
                   ADD WS-CASE-AMOUNT(WS-CASE-COUNT)
                       TO WS-CB-NEW-LOST(WS-MATCHED-CB-IDX)
                   MOVE WS-RUN-DATE
                       TO WS-CASE-RECOVERED-DATE(WS-CASE-COUNT)
                   ADD 1 TO WS-CASES-CHARGED-BACK
               END-IF
           END-IF
           PERFORM 9710-READ-OLD-CASE-RECORD
           .

       9750-LOAD-MERCHANT-DEBT.
           OPEN INPUT OLD-DEBT-FILE
           IF OLD-DEBT-OK
               PERFORM 9760-READ-OLD-DEBT-RECORD
               PERFORM 9770-STORE-DEBT-ENTRY
                   UNTIL OLD-DEBT-EOF
               CLOSE OLD-DEBT-FILE
           END-IF
           .

       9760-READ-OLD-DEBT-RECORD.
           READ OLD-DEBT-FILE INTO WS-DEBT-FIELDS
           .

       9770-STORE-DEBT-ENTRY.
           IF DBT-BALANCE IS NOT NUMERIC
               DISPLAY 'CARDSETL ABEND: DEBT BALANCE FOR MERCHANT '
                   DBT-MERCHANT-ID ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-DEBT-READ
           MOVE DBT-MERCHANT-ID TO WS-CB-SEARCH-ID
           PERFORM 9780-FIND-OR-ADD-CHARGEBACK
           ADD DBT-BALANCE TO WS-CB-PRIOR-DEBT(WS-MATCHED-CB-IDX)
           MOVE DBT-SINCE-DATE TO WS-CB-SINCE-DATE(WS-MATCHED-CB-IDX)
           PERFORM 9760-READ-OLD-DEBT-RECORD
           .

       9780-FIND-OR-ADD-CHARGEBACK.
           PERFORM 9790-FIND-CHARGEBACK-ENTRY
           IF CB-NOT-FOUND
               IF WS-CB-COUNT = 500
                   DISPLAY 'CARDSETL ABEND: MORE THAN 500 MERCHANTS'
                       ' OWING CHARGEBACKS, WS-CHARGEBACK-TABLE IS'
                       ' FULL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-CB-COUNT
               MOVE WS-CB-SEARCH-ID TO WS-CB-MERCHANT-ID(WS-CB-COUNT)
               MOVE ZERO TO WS-CB-CASE-COUNT(WS-CB-COUNT)
                   WS-CB-NEW-LOST(WS-CB-COUNT)
                   WS-CB-PRIOR-DEBT(WS-CB-COUNT)
                   WS-CB-DEDUCTED(WS-CB-COUNT)
                   WS-CB-CARRIED(WS-CB-COUNT)
               MOVE SPACES TO WS-CB-SINCE-DATE(WS-CB-COUNT)
               SET CB-NOT-SETTLED(WS-CB-COUNT) TO TRUE
               MOVE WS-CB-COUNT TO WS-MATCHED-CB-IDX
           END-IF
           .

       9790-FIND-CHARGEBACK-ENTRY.
           SET CB-NOT-FOUND TO TRUE
           PERFORM 9795-CHECK-CHARGEBACK-ENTRY
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT
               OR CB-FOUND
           .

       9795-CHECK-CHARGEBACK-ENTRY.
           IF WS-CB-SEARCH-ID = WS-CB-MERCHANT-ID(WS-CB-IDX)
               SET CB-FOUND TO TRUE
               SET WS-MATCHED-CB-IDX TO WS-CB-IDX
           END-IF
           .

       9180-LOAD-MERCHANT-MASTER-TABLE.
           PERFORM 9185-READ-MERCHANT-MASTER-RECORD
           .

      * THE AGE LIMIT ARRIVES LEFT-JUSTIFIED FROM THE COMMAND LINE,
      * SO IT IS PARSED DIGIT BY DIGIT UP TO THE FIRST TRAILING
      * SPACE RATHER THAN CLASS-TESTED AS A FIXED-WIDTH NUMBER.

       9110-PARSE-MAX-AGE.

           SET MAX-AGE-PARSE-OK TO TRUE
           MOVE ZERO TO WS-RATE-MAX-AGE-DAYS

           IF RATE-MAX-AGE-ARG = SPACES
               SET MAX-AGE-PARSE-BAD TO TRUE
           END-IF

           PERFORM 9120-PARSE-MAX-AGE-DIGIT
               VARYING WS-MAX-AGE-SUB FROM 1 BY 1
               UNTIL WS-MAX-AGE-SUB > 6
               OR RATE-MAX-AGE-ARG(WS-MAX-AGE-SUB:1) = SPACE
               OR MAX-AGE-PARSE-BAD
           .

       9120-PARSE-MAX-AGE-DIGIT.

           IF RATE-MAX-AGE-ARG(WS-MAX-AGE-SUB:1) IS NUMERIC
               MOVE RATE-MAX-AGE-ARG(WS-MAX-AGE-SUB:1)
                   TO WS-MAX-AGE-DIGIT
               COMPUTE WS-RATE-MAX-AGE-DAYS =
                   WS-RATE-MAX-AGE-DAYS * 10 + WS-MAX-AGE-DIGIT
           ELSE
               SET MAX-AGE-PARSE-BAD TO TRUE
           END-IF
           .

       9130-LOAD-EXCHANGE-TABLE.

           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'CARDSETL ABEND: OPEN OF EXCHANGE-RATE-FILE'
                   ' FAILED, FILE STATUS=' WS-EXCHANGE-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 9135-READ-EXCHANGE-RECORD
           PERFORM 9140-STORE-EXCHANGE-ENTRY
               UNTIL EXCHANGE-RATE-EOF
           CLOSE EXCHANGE-RATE-FILE
           .

       9135-READ-EXCHANGE-RECORD.
           READ EXCHANGE-RATE-FILE INTO WS-EXCHANGE-REC-FIELDS
           .

       9140-STORE-EXCHANGE-ENTRY.

           IF WS-EXCHANGE-COUNT = 500
               DISPLAY 'CARDSETL ABEND: EXCHANGE-RATE-FILE HAS MORE'
                   ' THAN 500 ENTRIES, WS-EXCHANGE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE EXCHANGE-RATE-FILE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           IF  ER-EFFECTIVE-DATE IS NOT NUMERIC
           OR ER-RATE IS NOT NUMERIC
               DISPLAY 'CARDSETL ABEND: EXCHANGE-RATE-FILE RECORD '
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
           PERFORM 2600-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-TOTAL TO WS-EXCH-DAYNUM(WS-EXCHANGE-COUNT)
           PERFORM 9135-READ-EXCHANGE-RECORD
           .

       9150-LOAD-FEE-RATE-TABLE.

           OPEN INPUT FEE-RATE-FILE

       9170-STORE-FEE-RATE-ENTRY.

           IF WS-FEE-RATE-COUNT = 100
               DISPLAY 'CARDSETL ABEND: FEE-RATE-FILE HAS MORE THAN'
                   ' 100 ENTRIES, WS-FEE-RATE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE FEE-RATE-FILE
               PERFORM 9400-CLOSE-FILES
           ADD 1 TO WS-FEE-RATE-COUNT
           MOVE WS-FEE-REC-BRAND TO
               WS-FEE-BRAND-NAME(WS-FEE-RATE-COUNT)
           MOVE WS-FEE-REC-PRODUCT TO
               WS-FEE-PRODUCT(WS-FEE-RATE-COUNT)
           MOVE WS-FEE-REC-PERCENT TO
               WS-FEE-PERCENT(WS-FEE-RATE-COUNT)
           MOVE WS-FEE-REC-PER-ITEM TO
           IF FUNDING-ENABLED
               CLOSE FUNDING-FILE
           END-IF
           IF MERCHANT-VOLUME-ENABLED
               CLOSE MERCHANT-VOLUME-FILE
           END-IF
           IF CHARGEBACK-ENABLED
               CLOSE NEW-CASE-FILE
               CLOSE NEW-DEBT-FILE
               CLOSE DEBT-REPORT-FILE
           END-IF
           IF CONVERSION-ENABLED
               CLOSE SETTLE-SUSPENSE-FILE
           END-IF
           .

       9999-END.
