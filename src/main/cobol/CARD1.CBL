      * FULL 16-DIGIT PAN, PULLING THAT FILE AND EVERYTHING
      * DOWNSTREAM OF IT OUT OF PCI SCOPE.  THE TOKEN KEY IS AN
      * ALTERNATE INDEX SO THE SEPARATELY-CONTROLLED CARDTOKQ
      * INQUIRY PROGRAM CAN MAP A TOKEN BACK TO ITS PAN.  EACH
      * MAPPING CARRIES THE LAST RUN DATE ITS PAN WAS SEEN, STAMPED
      * WHENEVER THE PAN IS TOKENIZED, SO THE CARDVPRG RETENTION
      * PURGE CAN TELL WHICH CARDS HAVE GONE QUIET.
      **********************************************************************

      **********************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRAUD-HISTORY-STATUS.

      **********************************************************************
      * WHEN A MERCHANT MASTER IS SUPPLIED, EVERY TRANSACTION'S
      * MERCHANT ID IS CHECKED AGAINST IT.  A BLANK, UNKNOWN, OR
      * TERMINATED MERCHANT IS KEPT OUT OF THE NORMAL OUTPUT AND
      * WRITTEN TO THE MERCHANT-EXCEPTION-FILE, WITH ITS OWN HEADER,
      * TRAILER, AND CONTROL TOTALS, INSTEAD OF SURFACING ONLY WHEN
      * CARDSETL CANNOT FIND THE MERCHANT.
      **********************************************************************

       SELECT MERCHANT-MASTER-FILE ASSIGN TO MERCHANT-MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERCHANT-MASTER-STATUS.

       SELECT MERCHANT-EXCEPTION-FILE
           ASSIGN TO MERCHANT-EXCEPTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERCHANT-EXCEPTION-STATUS.

      **********************************************************************
      * WHEN A HOT-CARD FILE IS SUPPLIED, EVERY RECORD THAT GETS PAST
      * THE DUPLICATE AND MERCHANT CHECKS IS TOKENIZED AND ITS TOKEN
      * LOOKED UP ON THE NEGATIVE FILE OF LOST, STOLEN, AND
      * COMPROMISED CARDS MAINTAINED BY CARDHOTM.  A HIT IS KEPT OUT
      * OF THE OUTPUT, RESTRICTED, AND VELOCITY FILES AND WRITTEN TO
      * THE HOT-CARD-HIT-FILE FOR THE FRAUD TEAM, WITH ITS OWN
      * HEADER, TRAILER, AND CONTROL TOTALS, SO A BLOCKED CARD NEVER
      * REACHES SETTLEMENT.  THE NEGATIVE FILE IS KEYED BY TOKEN, SO
      * THE SCREEN NEEDS THE TOKEN VAULT.
      **********************************************************************

       SELECT HOT-CARD-FILE ASSIGN TO HOT-CARD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOT-CARD-STATUS.

      **********************************************************************
      * WHEN AN EXCEPTION LOG IS NAMED, EVERY ACCOUNT THE VELOCITY
      * SCREEN FLAGS IS ALSO APPENDED TO THAT SHARED EXCEPTIONS FILE
      * FOR THE MORNING EXCEPTIONS QUEUE, AS ONE HEADER-TO-TRAILER
      * BLOCK BEHIND THE BLOCKS THE OTHER NIGHTLY PROGRAMS WROTE.
      **********************************************************************

       SELECT EXCEPTION-LOG-FILE ASSIGN TO EXCEPTION-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-LOG-STATUS.

       SELECT HOT-CARD-HIT-FILE ASSIGN TO HOT-CARD-HIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOT-CARD-HIT-STATUS.

      **********************************************************************
      * THE ACQUIRERS NOW SEND CROSS-BORDER TRANSACTIONS IN THE
      * CARDHOLDER'S CURRENCY.  WHEN AN EXCHANGE-RATE FILE IS
      * SUPPLIED - THE REFERENCE FILE CONVERT LOADS AND RATE-IMPORT
      * MAINTAINS - A NON-USD AMOUNT IS CONVERTED AT THE LATEST RATE
      * EFFECTIVE ON OR BEFORE THE RUN DATE, THE SAME RULE CONVERT
      * APPLIES.  THE OUTPUT RECORD CARRIES THE US-DOLLAR AMOUNT IN
      * THE AMOUNT FIELD AND THE CURRENCY, ORIGINAL AMOUNT, AND RATE
      * BEHIND IT.  A CURRENCY WITH NO RATE, OR WHOSE NEWEST RATE IS
      * OLDER THAN THE OPERATOR-SUPPLIED AGE LIMIT, GOES TO SUSPENSE
      * UNCONVERTED RATHER THAN INTO SETTLEMENT.  A BLANK CURRENCY IS
      * US DOLLARS, SO FEEDS THAT NEVER SEND ONE RUN AS THEY DID.
      **********************************************************************

       SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHANGE-RATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCHANGE-RATE-STATUS.

       SELECT TOKEN-VAULT-FILE ASSIGN TO TOKEN-VAULT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       01 FEED-LIST-RECORD PIC X(120).

       FD LAYOUT-FILE.
       01 LAYOUT-RECORD PIC X(141).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD PIC X(220).
       01 DUPLICATE-RECORD PIC X(200).

       FD BIN-RANGE-FILE.
       01 BIN-RANGE-RECORD PIC X(40).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD PIC X(06).
       FD FRAUD-HISTORY-FILE.
       01 FRAUD-HISTORY-RECORD PIC X(60).

       FD MERCHANT-MASTER-FILE.
       01 MERCHANT-MASTER-RECORD PIC X(200).

       FD MERCHANT-EXCEPTION-FILE.
       01 MERCHANT-EXCEPTION-RECORD PIC X(200).

       FD HOT-CARD-FILE.
       01 HOT-CARD-RECORD PIC X(60).

       FD HOT-CARD-HIT-FILE.
       01 HOT-CARD-HIT-RECORD PIC X(200).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD PIC X(19).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD PIC X(113).

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           05  VAULT-PAN          PIC X(16).
           05  VAULT-TOKEN        PIC X(16).
           05  VAULT-LAST-SEEN-DATE PIC X(08).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(1000).

       01  ARG-VALUES.
           05  INPUT-FILENAME PIC X(120).
           05  FRAUD-HISTORY-FILENAME  PIC X(120).
           05  FRAUD-WINDOW-ARG        PIC X(06).
           05  STATS-HISTORY-FILENAME  PIC X(120).
           05  MERCHANT-MASTER-FILENAME PIC X(120).
           05  MERCHANT-EXCEPTION-FILENAME PIC X(120).
           05  HOT-CARD-FILENAME       PIC X(120).
           05  HOT-CARD-HIT-FILENAME   PIC X(120).
           05  EXCHANGE-RATE-FILENAME  PIC X(120).
           05  RATE-MAX-AGE-ARG        PIC X(06).
           05  EXCEPTION-LOG-FILENAME  PIC X(120).

       01  WS-FILE-STATUS.
           05  WS-INPUT-STATUS        PIC X(02).
      *
      * LAYOUT RECORD, FIXED COLUMNS: ACCOUNT POS 9(03), NAME POS
      * 9(03), AMOUNT POS 9(03), EXPIRY POS 9(03), TYPE POS 9(03),
      * MERCHANT POS 9(03), THEN THE FEED FILENAME X(120), THEN
      * CURRENCY POS 9(03).  THE CURRENCY POSITION FOLLOWS THE
      * FILENAME SO LAYOUT RECORDS WRITTEN BEFORE FEEDS CARRIED A
      * CURRENCY STILL READ THE SAME; THERE IT IS BLANK, WHICH IS
      * TAKEN AS ZERO - THE FEED CARRIES NO CURRENCY.
      **********************************************************************

       01  WS-LAYOUT-STATUS            PIC X(02).
           05  WS-LAYOUT-REC-TYPE-POS  PIC 9(03).
           05  WS-LAYOUT-REC-MERCH-POS PIC 9(03).
           05  WS-LAYOUT-REC-FEED-NAME PIC X(120).
           05  WS-LAYOUT-REC-CURR-POS  PIC 9(03).

       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-COUNT         PIC 9(02) COMP VALUE ZERO.
               10  WS-LAYOUT-EXP-POS   PIC 9(03).
               10  WS-LAYOUT-TYPE-POS  PIC 9(03).
               10  WS-LAYOUT-MERCH-POS PIC 9(03).
               10  WS-LAYOUT-CURR-POS  PIC 9(03).

       01  WS-LAYOUT-MATCH-SWITCH     PIC X(01).
           88  LAYOUT-FEED-MATCHED    VALUE 'Y'.
                                        VALUE ZERO.
           05  WS-DUPLICATE-TRL-NET    PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-MERCH-EXCEPT-TRL-COUNT PIC 9(09) VALUE ZERO.
           05  WS-MERCH-EXCEPT-TRL-HASH PIC 9(11)V9(04) COMP-3
                                        VALUE ZERO.
           05  WS-MERCH-EXCEPT-TRL-NET PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-HOT-CARD-TRL-COUNT   PIC 9(09) VALUE ZERO.
           05  WS-HOT-CARD-TRL-HASH    PIC 9(11)V9(04) COMP-3
                                        VALUE ZERO.
           05  WS-HOT-CARD-TRL-NET     PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  WS-SCAN-WORK-AREA.
           05  WS-SCAN-MODE            PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VEL-REASON             PIC X(12).

       01  WS-EXCEPTION-LOG-STATUS    PIC X(02).
           88  EXCEPTION-LOG-OK       VALUE '00'.

       01  WS-EXCEPTION-LOG-SWITCH    PIC X(01) VALUE 'N'.
           88  EXCEPTION-LOG-OPEN     VALUE 'Y'.

       01  WS-EXCEPTION-RECORD.
           copy exceptn.

       01  WS-EXCEPTIONS-WRITTEN      PIC 9(09) VALUE ZERO.

       01  WS-MERCHANT-MASTER-STATUS   PIC X(02).
           88  MERCHANT-MASTER-OK      VALUE '00'.
           88  MERCHANT-MASTER-EOF     VALUE '10'.

       01  WS-MERCHANT-EXCEPTION-STATUS PIC X(02).
           88  MERCHANT-EXCEPTION-OK   VALUE '00'.

       01  WS-MERCHANT-CHECK-SWITCH    PIC X(01) VALUE 'N'.
           88  MERCHANT-CHECK-ENABLED  VALUE 'Y'.

       01  WS-MERCHANT-MASTER-REC-FIELDS.
           copy merchant.

      * ONLY WHAT THE CHECK NEEDS IS KEPT FROM EACH MASTER RECORD.
      * A MERCHANT IS TERMINATED FROM ITS TERMINATION DATE ON, SO A
      * TERMINATION KEYED AHEAD OF TIME DOES NOT STOP TONIGHT'S
      * TRANSACTIONS.  SUSPENDED MERCHANTS STILL PASS: A SUSPENSION
      * HOLDS THE PAYOUT, NOT THE TRANSACTION.

       01  WS-MERCHANT-TABLE.
           05  WS-MERCHANT-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-MERCHANT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-MERCH-IDX.
               10  WS-MERCH-ID         PIC X(08).
               10  WS-MERCH-STATUS     PIC X(01).
                   88  MERCH-TERMINATED VALUE 'T'.
               10  WS-MERCH-TERM-DATE  PIC X(08).

       01  WS-MERCHANT-FOUND-SWITCH    PIC X(01).
           88  MERCHANT-FOUND          VALUE 'Y'.
           88  MERCHANT-NOT-FOUND      VALUE 'N'.

       01  WS-MATCHED-MERCH-IDX        PIC 9(04) COMP VALUE ZERO.

       01  WS-MERCHANT-REASON          PIC X(20).
           88  MERCHANT-ACCEPTED       VALUE SPACES.
           88  MERCHANT-MISSING        VALUE 'MISSING-MERCHANT'.
           88  MERCHANT-UNKNOWN        VALUE 'UNKNOWN-MERCHANT'.
           88  MERCHANT-TERMINATED     VALUE 'TERMINATED-MERCHANT'.

      * THE EXCEPTION RECORD IS THE INPUT RECORD THROUGH THE
      * CURRENCY CODE, ACCOUNT NUMBER MASKED, SO THE AMOUNT, TYPE,
      * AND CURRENCY SIT IN THE SAME COLUMNS AS ON THE DUPLICATE
      * FILE, FOLLOWED BY THE REASON AND THE MERCHANT'S TERMINATION
      * DATE.

       01  WS-MERCH-EXCEPTION-RECORD.
           05  MX-INPUT-FIELDS         PIC X(81).
           05  MX-REASON               PIC X(20).
           05  MX-TERM-DATE            PIC X(08).
           05  FILLER                  PIC X(91).

       01  WS-HOT-CARD-STATUS          PIC X(02).
           88  HOT-CARD-OK             VALUE '00'.
           88  HOT-CARD-EOF            VALUE '10'.

       01  WS-HOT-CARD-HIT-STATUS      PIC X(02).
           88  HOT-CARD-HIT-OK         VALUE '00'.

       01  WS-HOT-CARD-SCREEN-SWITCH   PIC X(01) VALUE 'N'.
           88  HOT-CARD-SCREEN-ENABLED VALUE 'Y'.

       01  WS-HOT-CARD-REC-FIELDS.
           copy hotcard.

      * ONLY BLOCKS IN EFFECT ON THE RUN DATE ARE LOADED: ONE WHOSE
      * BLOCK DATE IS STILL AHEAD, OR WHOSE EXPIRY HAS PASSED, IS
      * COUNTED AND SKIPPED.

       01  WS-HOT-CARD-TABLE.
           05  WS-HOT-CARD-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-HOT-CARD-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-HOT-IDX.
               10  WS-HOT-TOKEN        PIC X(16).
               10  WS-HOT-REASON-CODE  PIC X(01).
               10  WS-HOT-BLOCK-DATE   PIC X(08).
               10  WS-HOT-EXPIRY-DATE  PIC X(08).

       01  WS-HOT-CARD-FOUND-SWITCH    PIC X(01).
           88  HOT-CARD-HIT            VALUE 'Y'.
           88  HOT-CARD-NOT-HIT        VALUE 'N'.

       01  WS-MATCHED-HOT-IDX          PIC 9(05) COMP VALUE ZERO.

       01  WS-HOT-CARD-LOAD-TOTALS.
           05  WS-HOT-CARDS-LOADED     PIC 9(06) COMP VALUE ZERO.
           05  WS-HOT-CARDS-NOT-IN-EFFECT PIC 9(06) COMP VALUE ZERO.

      * THE HIT RECORD IS THE INPUT RECORD THROUGH THE CURRENCY
      * CODE, ACCOUNT NUMBER MASKED, SO THE AMOUNT, TYPE, AND CURRENCY
      * SIT IN THE SAME COLUMNS AS ON THE DUPLICATE AND MERCHANT-
      * EXCEPTION FILES, FOLLOWED BY THE TOKEN THE FRAUD TEAM BLOCKED
      * (COLUMNS 82-97) AND THE BLOCK'S REASON, BLOCK DATE, AND EXPIRY.

       01  WS-HOT-CARD-HIT-FIELDS.
           05  HX-INPUT-FIELDS         PIC X(81).
           05  HX-TOKEN                PIC X(16).
           05  HX-REASON-CODE          PIC X(01).
           05  HX-BLOCK-DATE           PIC X(08).
           05  HX-EXPIRY-DATE          PIC X(08).
           05  FILLER                  PIC X(86).

      * THE VAULT CONTROL RECORD RIDES IN THE VAULT ITSELF UNDER A
      * KEY NO REAL PAN CAN COLLIDE WITH, CARRYING THE LAST TOKEN
      * SEQUENCE ISSUED SO TOKENS STAY UNIQUE ACROSS RUNS.  ISSUED
      * TYPE IS A SALE, SO OLDER FEEDS THAT NEVER SEND THE BYTE
      * CLASSIFY EXACTLY AS THEY ALWAYS DID.  THE MERCHANT ID RIDES
      * THROUGH TO THE OUTPUT FILE SO SETTLEMENT CAN PAY OUT PER
      * MERCHANT INSTEAD OF PER BRAND ONLY.  THE CURRENCY CODE IS
      * THE ISO CODE OF THE AMOUNT; BLANK IS US DOLLARS.

       01  WS-RECORD-AREAS.
           05  WS-INPUT-RECORD.
                   88  REFUND-TRANSACTION   VALUE 'R'.
                   88  REVERSAL-TRANSACTION VALUE 'V'.
               10  IN-MERCHANT-ID     PIC X(08).
               10  IN-CURRENCY-CODE   PIC X(03).
                   88  IN-US-DOLLARS  VALUE 'USD' SPACES.
               10  FILLER             PIC X(119).
           05  WS-OUTPUT-RECORD.
               10  OUT-ACCOUNT-NUMBER PIC X(16).
               10  OUT-CARDHOLDER-NAME PIC X(30).
               10  OUT-MESSAGE        PIC X(64).
               10  OUT-TRANSACTION-TYPE PIC X(01).
               10  OUT-MERCHANT-ID    PIC X(08).
               10  OUT-CARD-PRODUCT   PIC X(01).
               10  OUT-COMMERCIAL-IND PIC X(01).
               10  OUT-ISSUER-COUNTRY PIC X(02).
               10  OUT-ISSUER-BIN     PIC X(08).
               10  OUT-CURRENCY-CODE  PIC X(03).
               10  OUT-ORIGINAL-AMOUNT PIC 9(07)V99.
               10  OUT-EXCHANGE-RATE  PIC 9(03)V9(06).
               10  FILLER             PIC X(38).
           05  WS-RESTRICTED-RECORD.
               10  RESTRICTED-ACCOUNT-NUMBER PIC X(16).
               10  RESTRICTED-MESSAGE        PIC X(184).
               88  EXPIRED-CARD-TYPE  VALUE 'EXPIRED'.
               88  UNMATCHED-REVERSAL-TYPE
                                      VALUE 'UNMATCHED-REVERSAL'.
               88  MERCHANT-EXCEPTION-TYPE
                                      VALUE 'MISSING-MERCHANT'
                                            'UNKNOWN-MERCHANT'
                                            'TERMINATED-MERCHANT'.
               88  HOT-CARD-TYPE      VALUE 'HOT-CARD'.
               88  NO-EXCHANGE-RATE-TYPE
                                      VALUE 'NO-EXCHANGE-RATE'
                                            'STALE-EXCHANGE-RATE'.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR            PIC X(04).
       01  WS-SIGNED-AMOUNT           PIC S9(09)V99 COMP-3
                                       VALUE ZERO.

      * THE AMOUNT AS IT GOES TO THE OUTPUT OR SUSPENSE FILE: US
      * DOLLARS, OR THE ORIGINAL AMOUNT WHEN THERE WAS NO CURRENT
      * RATE TO CONVERT IT.  THE DUPLICATE, MERCHANT-EXCEPTION, AND
      * HOT-CARD FILES CARRY THE INPUT RECORD, AND SO THE ORIGINAL.

       01  WS-USD-AMOUNT              PIC 9(07)V99 VALUE ZERO.
       01  WS-SIGNED-USD-AMOUNT       PIC S9(09)V99 COMP-3
                                       VALUE ZERO.

       01  WS-EXCHANGE-RATE-STATUS    PIC X(02).
           88  EXCHANGE-RATE-OK       VALUE '00'.
           88  EXCHANGE-RATE-EOF      VALUE '10'.

       01  WS-EXCHANGE-RATE-SWITCH    PIC X(01) VALUE 'N'.
           88  CURRENCY-CONVERSION-ENABLED VALUE 'Y'.

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

       01  WS-CONVERSION-WORK-AREA.
           05  WS-RATE-MAX-AGE-DAYS   PIC 9(07) VALUE ZERO.
           05  WS-RUN-DAYNUM          PIC 9(07) VALUE ZERO.
           05  WS-BEST-EXCH-DATE      PIC X(08).
           05  WS-BEST-EXCH-RATE      PIC 9(03)V9(06).
           05  WS-BEST-EXCH-DAYNUM    PIC 9(07).
           05  WS-CONVERSION-SWITCH   PIC X(01).
               88  CONVERSION-DONE    VALUE 'Y'.
               88  CONVERSION-NO-RATE VALUE 'N'.
               88  CONVERSION-STALE   VALUE 'S'.

       01  WS-BIN-RANGE-REC-FIELDS.
           copy binrange.

      * RANGES ARE EIGHT-DIGIT BINS, SO TWO RANGES UNDER ONE BRAND
      * CAN CARRY DIFFERENT CARD PRODUCTS.

       01  WS-BIN-RANGE-TABLE.
           05  WS-BIN-RANGE-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-BIN-RANGE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-BIN-IDX.
               10  WS-BIN-RANGE-LOW     PIC 9(08).
               10  WS-BIN-RANGE-HIGH    PIC 9(08).
               10  WS-BIN-BRAND-NAME    PIC X(20).
               10  WS-BIN-CARD-PRODUCT  PIC X(01).
               10  WS-BIN-COMMERCIAL-IND PIC X(01).
               10  WS-BIN-ISSUER-COUNTRY PIC X(02).
               10  WS-BIN-BRAND-TOTAL-IDX PIC 9(03) COMP VALUE ZERO.

       01  WS-BRAND-TOTAL-TABLE.
               10  WS-BRAND-TOTAL-NAME  PIC X(20).
               10  WS-BRAND-TOTAL-COUNT PIC 9(06) COMP VALUE ZERO.

       01  WS-ACCOUNT-PREFIX          PIC 9(08).

       01  WS-MATCHED-BIN-INDEX       PIC 9(03) COMP VALUE ZERO.

           05  WS-REFUND-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-REVERSAL-COUNT         PIC 9(06) COMP VALUE ZERO.
           05  WS-UNMATCHED-REV-COUNT    PIC 9(06) COMP VALUE ZERO.
           05  WS-MERCH-UNKNOWN-COUNT    PIC 9(06) COMP VALUE ZERO.
           05  WS-MERCH-TERMINATED-COUNT PIC 9(06) COMP VALUE ZERO.
           05  WS-NET-ACTIVITY-AMOUNT    PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
           05  WS-FOREIGN-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-NO-RATE-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-STALE-RATE-COUNT       PIC 9(06) COMP VALUE ZERO.

      **********************************************************************
      * FRAUD-HISTORY RECORD, ONE OF TWO KINDS SHARING ONE LAYOUT:
       2000-IDENTIFY-CARD-TYPES.
           PERFORM 9200-READ-INPUT-FILE
           IF FILES-OK
               PERFORM 2060-CONVERT-TO-US-DOLLARS
               IF NOT IN-US-DOLLARS
                   ADD 1 TO WS-FOREIGN-COUNT
               END-IF
               PERFORM 2050-CLASSIFY-TRANSACTION-TYPE
               PERFORM 2100-CHECK-FOR-DUPLICATE
               MOVE SPACES TO WS-MERCHANT-REASON
               IF  DUPLICATE-NOT-FOUND
               AND MERCHANT-CHECK-ENABLED
                   PERFORM 2170-VALIDATE-MERCHANT
               END-IF
               SET HOT-CARD-NOT-HIT TO TRUE
               IF  DUPLICATE-NOT-FOUND
               AND MERCHANT-ACCEPTED
               AND HOT-CARD-SCREEN-ENABLED
                   PERFORM 2190-SCREEN-HOT-CARD
               END-IF
               EVALUATE TRUE
                   WHEN DUPLICATE-FOUND
                       PERFORM 9350-WRITE-DUPLICATE-RECORD
                   WHEN NOT MERCHANT-ACCEPTED
                       PERFORM 9360-WRITE-MERCHANT-EXCEPTION
                   WHEN HOT-CARD-HIT
                       PERFORM 9370-WRITE-HOT-CARD-HIT
                   WHEN OTHER
                       IF REVERSAL-TRANSACTION
                           PERFORM 2130-MATCH-REVERSAL-TO-SALE
                       END-IF
                       IF  VELOCITY-ENABLED
                       AND CONVERSION-DONE
                           PERFORM 2150-ACCUMULATE-VELOCITY
                       END-IF
                       PERFORM 2200-IDENTIFY-CARD-TYPE
                       PERFORM 9300-WRITE-OUTPUT-FILE
               END-EVALUATE
           END-IF
           .

      * SALES ADD TO NET ACTIVITY; REFUNDS AND REVERSALS SUBTRACT.
      * THE SIGNED AMOUNT RIDES THROUGH TO THE FILE TRAILER NET
      * TOTALS SO WHAT GOES TO FINANCE IS NET, NOT GROSS.  NET
      * ACTIVITY IS IN US DOLLARS WHEREVER THERE WAS A RATE.

       2050-CLASSIFY-TRANSACTION-TYPE.
           EVALUATE TRUE
                   ADD 1 TO WS-REFUND-COUNT
                   COMPUTE WS-SIGNED-AMOUNT =
                       ZERO - IN-TRANSACTION-AMOUNT
                   COMPUTE WS-SIGNED-USD-AMOUNT =
                       ZERO - WS-USD-AMOUNT
               WHEN REVERSAL-TRANSACTION
                   ADD 1 TO WS-REVERSAL-COUNT
                   COMPUTE WS-SIGNED-AMOUNT =
                       ZERO - IN-TRANSACTION-AMOUNT
                   COMPUTE WS-SIGNED-USD-AMOUNT =
                       ZERO - WS-USD-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-SALE-COUNT
                   MOVE IN-TRANSACTION-AMOUNT TO WS-SIGNED-AMOUNT
                   MOVE WS-USD-AMOUNT TO WS-SIGNED-USD-AMOUNT
           END-EVALUATE
           ADD WS-SIGNED-USD-AMOUNT TO WS-NET-ACTIVITY-AMOUNT
           .

      * A US-DOLLAR AMOUNT CONVERTS AT 1.  ANY OTHER CURRENCY TAKES
      * THE LATEST RATE EFFECTIVE ON OR BEFORE THE RUN DATE FOR THE
      * COUNTRY NAMED BY THE FIRST TWO LETTERS OF ITS CODE; IF THERE
      * IS NONE, OR IT IS OLDER THAN THE AGE LIMIT, OR THE RUN HAS NO
      * EXCHANGE-RATE FILE, THE AMOUNT STAYS UNCONVERTED AND
      * 2200-IDENTIFY-CARD-TYPE ROUTES THE RECORD TO SUSPENSE.

       2060-CONVERT-TO-US-DOLLARS.

           MOVE IN-TRANSACTION-AMOUNT TO WS-USD-AMOUNT
           SET CONVERSION-DONE TO TRUE

           IF IN-US-DOLLARS
               MOVE 1 TO WS-BEST-EXCH-RATE
           ELSE
               MOVE SPACES TO WS-BEST-EXCH-DATE
               MOVE ZERO TO WS-BEST-EXCH-RATE
               MOVE ZERO TO WS-BEST-EXCH-DAYNUM
               PERFORM 2070-CHECK-EXCHANGE-ENTRY
                   VARYING WS-EXCH-IDX FROM 1 BY 1
                   UNTIL WS-EXCH-IDX > WS-EXCHANGE-COUNT
               EVALUATE TRUE
                   WHEN WS-BEST-EXCH-DATE = SPACES
                       SET CONVERSION-NO-RATE TO TRUE
                       MOVE ZERO TO WS-BEST-EXCH-RATE
                   WHEN WS-RUN-DAYNUM - WS-BEST-EXCH-DAYNUM
                           > WS-RATE-MAX-AGE-DAYS
                       SET CONVERSION-STALE TO TRUE
                       MOVE ZERO TO WS-BEST-EXCH-RATE
                   WHEN OTHER
                       COMPUTE WS-USD-AMOUNT ROUNDED =
                           IN-TRANSACTION-AMOUNT * WS-BEST-EXCH-RATE
                           ON SIZE ERROR
                               SET CONVERSION-NO-RATE TO TRUE
                               MOVE ZERO TO WS-BEST-EXCH-RATE
                               MOVE IN-TRANSACTION-AMOUNT
                                   TO WS-USD-AMOUNT
                       END-COMPUTE
               END-EVALUATE
           END-IF
           .

       2070-CHECK-EXCHANGE-ENTRY.
           IF WS-EXCH-COUNTRY(WS-EXCH-IDX) = IN-CURRENCY-CODE(1:2)
           AND WS-EXCH-DATE(WS-EXCH-IDX) <= WS-RUN-DATE
           AND WS-EXCH-DATE(WS-EXCH-IDX) > WS-BEST-EXCH-DATE
               MOVE WS-EXCH-DATE(WS-EXCH-IDX) TO WS-BEST-EXCH-DATE
               MOVE WS-EXCH-RATE(WS-EXCH-IDX) TO WS-BEST-EXCH-RATE
               MOVE WS-EXCH-DAYNUM(WS-EXCH-IDX)
                   TO WS-BEST-EXCH-DAYNUM
           END-IF
           .

      * A REVERSAL IS MATCHED BACK TO ITS ORIGINAL SALE BY ACCOUNT
           END-IF

           ADD 1 TO WS-VEL-TRAN-COUNT(WS-MATCHED-VEL-IDX)
           ADD WS-USD-AMOUNT
               TO WS-VEL-AMOUNT-TOTAL(WS-MATCHED-VEL-IDX)
           .

           END-IF
           .

       2170-VALIDATE-MERCHANT.

           MOVE SPACES TO WS-MERCHANT-REASON
           SET MERCHANT-NOT-FOUND TO TRUE

           IF IN-MERCHANT-ID = SPACES
               SET MERCHANT-MISSING TO TRUE
           ELSE
               PERFORM 2180-CHECK-MERCHANT-ENTRY
                   VARYING WS-MERCH-IDX FROM 1 BY 1
                   UNTIL WS-MERCH-IDX > WS-MERCHANT-COUNT
                   OR MERCHANT-FOUND
               EVALUATE TRUE
                   WHEN MERCHANT-NOT-FOUND
                       SET MERCHANT-UNKNOWN TO TRUE
                   WHEN WS-MERCH-TERM-DATE(WS-MATCHED-MERCH-IDX)
                           = SPACES
                       IF MERCH-TERMINATED(WS-MATCHED-MERCH-IDX)
                           SET MERCHANT-TERMINATED TO TRUE
                       END-IF
                   WHEN WS-MERCH-TERM-DATE(WS-MATCHED-MERCH-IDX)
                           NOT > WS-RUN-DATE
                       SET MERCHANT-TERMINATED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       2180-CHECK-MERCHANT-ENTRY.
           IF IN-MERCHANT-ID = WS-MERCH-ID(WS-MERCH-IDX)
               SET MERCHANT-FOUND TO TRUE
               SET WS-MATCHED-MERCH-IDX TO WS-MERCH-IDX
           END-IF
           .

      * THE RECORD IS TOKENIZED HERE, BEFORE IT IS CLASSIFIED, SO THE
      * NEGATIVE FILE CAN BE SEARCHED BY TOKEN; 2200-IDENTIFY-CARD-TYPE
      * THEN CARRIES THIS TOKEN TO THE RESTRICTED FILE RATHER THAN
      * READING THE VAULT A SECOND TIME.

       2190-SCREEN-HOT-CARD.

           SET HOT-CARD-NOT-HIT TO TRUE
           PERFORM 2260-TOKENIZE-ACCOUNT-NUMBER

           PERFORM 2195-CHECK-HOT-CARD-ENTRY
               VARYING WS-HOT-IDX FROM 1 BY 1
               UNTIL WS-HOT-IDX > WS-HOT-CARD-COUNT
               OR HOT-CARD-HIT
           .

       2195-CHECK-HOT-CARD-ENTRY.
           IF WS-ACCOUNT-TOKEN = WS-HOT-TOKEN(WS-HOT-IDX)
               SET HOT-CARD-HIT TO TRUE
               SET WS-MATCHED-HOT-IDX TO WS-HOT-IDX
           END-IF
           .

      * THE CARD PRODUCT, COMMERCIAL INDICATOR, AND ISSUER COUNTRY
      * OF THE MATCHED RANGE RIDE ON THE OUTPUT RECORD SO SETTLEMENT
      * CAN PRICE BY BRAND AND PRODUCT.  THE EIGHT-DIGIT BIN RIDES
      * WITH THEM BECAUSE THE MASK COVERS DIGITS 7-12: WITHOUT IT A
      * SUSPENSE RECORD COULD NOT BE LOOKED UP AGAIN BY CARDRCYL.
      * THE BIN AND THE LAST FOUR DIGITS TOGETHER ARE STILL NO MORE
      * OF THE PAN THAN MAY BE SHOWN.

       2200-IDENTIFY-CARD-TYPE.

           MOVE SPACES TO OUT-CARD-PRODUCT
           MOVE SPACES TO OUT-COMMERCIAL-IND
           MOVE SPACES TO OUT-ISSUER-COUNTRY
           MOVE IN-ACCOUNT-NUMBER(1:8) TO OUT-ISSUER-BIN

           PERFORM 2210-VALIDATE-LUHN-CHECKSUM

           IF LUHN-CHECK-BAD
                   IF BRAND-FOUND
                       MOVE WS-BIN-BRAND-NAME(WS-MATCHED-BIN-INDEX)
                           TO WS-CARD-TYPE
                       MOVE WS-BIN-CARD-PRODUCT(WS-MATCHED-BIN-INDEX)
                           TO OUT-CARD-PRODUCT
                       MOVE WS-BIN-COMMERCIAL-IND
                               (WS-MATCHED-BIN-INDEX)
                           TO OUT-COMMERCIAL-IND
                       MOVE WS-BIN-ISSUER-COUNTRY
                               (WS-MATCHED-BIN-INDEX)
                           TO OUT-ISSUER-COUNTRY
                       ADD 1 TO WS-BRAND-TOTAL-COUNT
                           (WS-BIN-BRAND-TOTAL-IDX
                               (WS-MATCHED-BIN-INDEX))
               MOVE 'UNMATCHED-REVERSAL' TO WS-CARD-TYPE
           END-IF

      * ONLY A RECORD OTHERWISE BOUND FOR THE OUTPUT FILE NEEDS ITS
      * RATE: AN EXPIRED CARD NEVER SETTLES, AND AN UNKNOWN CARD OR
      * UNMATCHED REVERSAL IS ALREADY GOING TO SUSPENSE.

           IF  NOT CONVERSION-DONE
           AND NOT EXPIRED-CARD-TYPE
           AND NOT UNKNOWN-CARD-TYPE
           AND NOT UNMATCHED-REVERSAL-TYPE
               IF CONVERSION-STALE
                   MOVE 'STALE-EXCHANGE-RATE' TO WS-CARD-TYPE
                   ADD 1 TO WS-STALE-RATE-COUNT
               ELSE
                   MOVE 'NO-EXCHANGE-RATE' TO WS-CARD-TYPE
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF

           PERFORM 2230-MASK-ACCOUNT-NUMBER

           MOVE WS-MASKED-ACCOUNT-NUMBER TO OUT-ACCOUNT-NUMBER
           MOVE IN-CARDHOLDER-NAME TO OUT-CARDHOLDER-NAME
           MOVE WS-USD-AMOUNT TO OUT-TRANSACTION-AMOUNT
           IF IN-CURRENCY-CODE = SPACES
               MOVE 'USD' TO OUT-CURRENCY-CODE
           ELSE
               MOVE IN-CURRENCY-CODE TO OUT-CURRENCY-CODE
           END-IF
           MOVE IN-TRANSACTION-AMOUNT TO OUT-ORIGINAL-AMOUNT
           MOVE WS-BEST-EXCH-RATE TO OUT-EXCHANGE-RATE
           MOVE WS-MESSAGE TO OUT-MESSAGE
           IF SALE-TRANSACTION
               MOVE 'S' TO OUT-TRANSACTION-TYPE
           MOVE IN-MERCHANT-ID TO OUT-MERCHANT-ID

           IF TOKENIZATION-ENABLED
               IF NOT HOT-CARD-SCREEN-ENABLED
                   PERFORM 2260-TOKENIZE-ACCOUNT-NUMBER
               END-IF
               MOVE WS-ACCOUNT-TOKEN TO RESTRICTED-ACCOUNT-NUMBER
           ELSE
               MOVE IN-ACCOUNT-NUMBER TO RESTRICTED-ACCOUNT-NUMBER
           READ TOKEN-VAULT-FILE
           IF TOKEN-VAULT-OK
               MOVE VAULT-TOKEN TO WS-ACCOUNT-TOKEN
               IF VAULT-LAST-SEEN-DATE NOT = WS-RUN-DATE
                   MOVE WS-RUN-DATE TO VAULT-LAST-SEEN-DATE
                   REWRITE TOKEN-VAULT-RECORD
                   IF NOT TOKEN-VAULT-OK
                       MOVE 'TOKEN-VAULT-FILE' TO WS-ABEND-FILE-NAME
                       MOVE WS-TOKEN-VAULT-STATUS
                           TO WS-ABEND-FILE-STATUS
                       PERFORM 9320-ABEND-ON-WRITE-FAILURE
                   END-IF
               END-IF
           ELSE
               PERFORM 2270-ASSIGN-NEW-TOKEN
           END-IF

           MOVE IN-ACCOUNT-NUMBER TO VAULT-PAN
           MOVE WS-ACCOUNT-TOKEN TO VAULT-TOKEN
           MOVE WS-RUN-DATE TO VAULT-LAST-SEEN-DATE
           WRITE TOKEN-VAULT-RECORD
           IF NOT TOKEN-VAULT-OK
               MOVE 'TOKEN-VAULT-FILE' TO WS-ABEND-FILE-NAME
           MOVE 'CT' TO WS-CONTROL-TOKEN-TAG
           MOVE WS-TOKEN-SEQUENCE TO WS-CONTROL-TOKEN-SEQ
           MOVE WS-VAULT-CONTROL-TOKEN TO VAULT-TOKEN
           MOVE SPACES TO VAULT-LAST-SEEN-DATE
           REWRITE TOKEN-VAULT-RECORD
           IF NOT TOKEN-VAULT-OK
               MOVE 'TOKEN-VAULT-FILE' TO WS-ABEND-FILE-NAME

       2240-LOOKUP-BIN-RANGE.

           MOVE IN-ACCOUNT-NUMBER(1:8) TO WS-ACCOUNT-PREFIX
           SET BRAND-NOT-FOUND TO TRUE

           PERFORM 2250-CHECK-BIN-RANGE-ENTRY
                   PERFORM 9320-ABEND-ON-WRITE-FAILURE
               END-IF
               ADD 1 TO WS-VELOCITY-FLAGGED-COUNT
               IF EXCEPTION-LOG-OPEN
                   PERFORM 9390-WRITE-VELOCITY-EXCEPTION
               END-IF
           END-IF
           .

                   VELOCITY-FILENAME VELOCITY-MAX-COUNT-ARG
                   VELOCITY-MAX-AMOUNT-ARG LAYOUT-FILENAME
                   FRAUD-HISTORY-FILENAME FRAUD-WINDOW-ARG
                   STATS-HISTORY-FILENAME MERCHANT-MASTER-FILENAME
                   MERCHANT-EXCEPTION-FILENAME HOT-CARD-FILENAME
                   HOT-CARD-HIT-FILENAME EXCHANGE-RATE-FILENAME
                   RATE-MAX-AGE-ARG EXCEPTION-LOG-FILENAME
           END-UNSTRING

           IF  INPUT-FILENAME NOT = SPACES
                   ' [LAYOUT-FILENAME]'
                   ' [FRAUD-HISTORY-FILENAME WINDOW-DAYS]'
                   ' [STATS-HISTORY-FILENAME]'
                   ' [MERCHANT-MASTER-FILENAME'
                   ' MERCHANT-EXCEPTION-FILENAME]'
                   ' [HOT-CARD-FILENAME HOT-CARD-HIT-FILENAME]'
                   ' [EXCHANGE-RATE-FILENAME RATE-MAX-AGE-DAYS]'
                   ' [EXCEPTION-LOG-FILENAME]'
               DISPLAY '   OR: CARD1 PARAMETER-FILENAME'
               GOBACK
           END-IF
               SET FRAUD-HISTORY-ENABLED TO TRUE
           END-IF

           IF  MERCHANT-MASTER-FILENAME NOT = SPACES
               IF MERCHANT-EXCEPTION-FILENAME = SPACES
                   DISPLAY 'CARD1: A MERCHANT MASTER NEEDS A'
                       ' MERCHANT-EXCEPTION-FILENAME AS WELL'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET MERCHANT-CHECK-ENABLED TO TRUE
           END-IF

           IF  HOT-CARD-FILENAME NOT = SPACES
               IF  HOT-CARD-HIT-FILENAME = SPACES
               OR TOKEN-VAULT-FILENAME = SPACES
                   DISPLAY 'CARD1: A HOT-CARD FILE NEEDS A'
                       ' HOT-CARD-HIT-FILENAME AND A TOKEN VAULT'
                       ' AS WELL'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET HOT-CARD-SCREEN-ENABLED TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 8300-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-TOTAL TO WS-RUN-DAYNUM

           IF  EXCHANGE-RATE-FILENAME NOT = SPACES
               MOVE RATE-MAX-AGE-ARG TO WS-THRESHOLD-INPUT
               PERFORM 8200-PARSE-THRESHOLD
               IF THRESHOLD-PARSE-BAD
                   DISPLAY 'CARD1: AN EXCHANGE-RATE FILE NEEDS A'
                       ' NUMERIC RATE-MAX-AGE-DAYS, GOT '
                       RATE-MAX-AGE-ARG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-THRESHOLD-OUTPUT TO WS-RATE-MAX-AGE-DAYS
               SET CURRENCY-CONVERSION-ENABLED TO TRUE
           END-IF

           IF INPUT-FILENAME(1:1) = '@'
               MOVE INPUT-FILENAME(2:) TO FEED-LIST-FILENAME
               PERFORM 9130-LOAD-FEED-LIST
                   OPEN OUTPUT DUPLICATE-FILE
                   PERFORM 9198-WRITE-DUPLICATE-HEADER
               END-IF
               IF MERCHANT-CHECK-ENABLED
                   OPEN EXTEND MERCHANT-EXCEPTION-FILE
                   IF NOT MERCHANT-EXCEPTION-OK
                       OPEN OUTPUT MERCHANT-EXCEPTION-FILE
                       PERFORM 9182-WRITE-MERCH-EXCEPT-HEADER
                   END-IF
               END-IF
               IF HOT-CARD-SCREEN-ENABLED
                   OPEN EXTEND HOT-CARD-HIT-FILE
                   IF NOT HOT-CARD-HIT-OK
                       OPEN OUTPUT HOT-CARD-HIT-FILE
                       PERFORM 9183-WRITE-HOT-CARD-HIT-HEADER
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT RESTRICTED-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT DUPLICATE-FILE
               IF MERCHANT-CHECK-ENABLED
                   OPEN OUTPUT MERCHANT-EXCEPTION-FILE
               END-IF
               IF HOT-CARD-SCREEN-ENABLED
                   OPEN OUTPUT HOT-CARD-HIT-FILE
               END-IF
               PERFORM 9191-WRITE-FILE-HEADERS
           END-IF

               OPEN OUTPUT VELOCITY-FILE
           END-IF

           IF  EXCEPTION-LOG-FILENAME NOT = SPACES
               PERFORM 9380-OPEN-EXCEPTION-LOG
           END-IF

           PERFORM 9150-LOAD-BIN-RANGE-TABLE
           IF MERCHANT-CHECK-ENABLED
               PERFORM 9600-LOAD-MERCHANT-TABLE
           END-IF
           IF HOT-CARD-SCREEN-ENABLED
               PERFORM 9640-LOAD-HOT-CARD-TABLE
           END-IF
           IF CURRENCY-CONVERSION-ENABLED
               PERFORM 9670-LOAD-EXCHANGE-TABLE
           END-IF
           IF FRAUD-HISTORY-ENABLED
               PERFORM 9700-LOAD-FRAUD-HISTORY
           END-IF

       9170-STORE-BIN-RANGE-ENTRY.

           IF WS-BIN-RANGE-COUNT = 500
               DISPLAY 'CARD1 ABEND: BIN-RANGE-FILE HAS MORE THAN 500'
                   ' ENTRIES, WS-BIN-RANGE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE BIN-RANGE-FILE
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
           PERFORM 9175-FIND-OR-ADD-BRAND-TOTAL
           MOVE WS-MATCHED-BRAND-TOTAL-IDX TO
               WS-BIN-BRAND-TOTAL-IDX(WS-BIN-RANGE-COUNT)
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRAND-TOTAL-COUNT-OF-BRANDS
               MOVE BR-BRAND TO
                   WS-BRAND-TOTAL-NAME(WS-BRAND-TOTAL-COUNT-OF-BRANDS)
               SET WS-MATCHED-BRAND-TOTAL-IDX
                   TO WS-BRAND-TOTAL-COUNT-OF-BRANDS
           .

       9176-CHECK-BRAND-TOTAL-ENTRY.
           IF BR-BRAND = WS-BRAND-TOTAL-NAME(WS-BRAND-IDX)
               SET BRAND-TOTAL-FOUND TO TRUE
               SET WS-MATCHED-BRAND-TOTAL-IDX TO WS-BRAND-IDX
           END-IF
           MOVE WS-SCAN-COUNT TO WS-DUPLICATE-TRL-COUNT
           MOVE WS-SCAN-HASH TO WS-DUPLICATE-TRL-HASH
           MOVE WS-SCAN-NET TO WS-DUPLICATE-TRL-NET

           IF MERCHANT-CHECK-ENABLED
               MOVE MERCHANT-EXCEPTION-FILENAME
                   TO RESTART-SCAN-FILENAME
               SET SCAN-INPUT-AMOUNT TO TRUE
               PERFORM 9188-SCAN-EXISTING-FILE
               MOVE WS-SCAN-COUNT TO WS-MERCH-EXCEPT-TRL-COUNT
               MOVE WS-SCAN-HASH TO WS-MERCH-EXCEPT-TRL-HASH
               MOVE WS-SCAN-NET TO WS-MERCH-EXCEPT-TRL-NET
           END-IF

           IF HOT-CARD-SCREEN-ENABLED
               MOVE HOT-CARD-HIT-FILENAME TO RESTART-SCAN-FILENAME
               SET SCAN-INPUT-AMOUNT TO TRUE
               PERFORM 9188-SCAN-EXISTING-FILE
               MOVE WS-SCAN-COUNT TO WS-HOT-CARD-TRL-COUNT
               MOVE WS-SCAN-HASH TO WS-HOT-CARD-TRL-HASH
               MOVE WS-SCAN-NET TO WS-HOT-CARD-TRL-NET
           END-IF
           .

       9188-SCAN-EXISTING-FILE.
           PERFORM 9193-WRITE-RESTRICTED-HEADER
           PERFORM 9194-WRITE-SUSPENSE-HEADER
           PERFORM 9198-WRITE-DUPLICATE-HEADER
           IF MERCHANT-CHECK-ENABLED
               PERFORM 9182-WRITE-MERCH-EXCEPT-HEADER
           END-IF
           IF HOT-CARD-SCREEN-ENABLED
               PERFORM 9183-WRITE-HOT-CARD-HIT-HEADER
           END-IF
           .

       9192-WRITE-OUTPUT-HEADER.
           WRITE DUPLICATE-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9182-WRITE-MERCH-EXCEPT-HEADER.
           PERFORM 9415-INIT-HEADER-RECORD
           MOVE 'CARD1-MERCH-EXCEPT' TO HT-FILE-IDENTIFIER
           WRITE MERCHANT-EXCEPTION-RECORD
               FROM WS-HEADER-TRAILER-RECORD
           .

       9183-WRITE-HOT-CARD-HIT-HEADER.
           PERFORM 9415-INIT-HEADER-RECORD
           MOVE 'CARD1-HOTCARD-HIT' TO HT-FILE-IDENTIFIER
           WRITE HOT-CARD-HIT-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9190-OPEN-TOKEN-VAULT.

           OPEN I-O TOKEN-VAULT-FILE
               MOVE 'CT' TO WS-CONTROL-TOKEN-TAG
               MOVE ZERO TO WS-CONTROL-TOKEN-SEQ
               MOVE WS-VAULT-CONTROL-TOKEN TO VAULT-TOKEN
               MOVE SPACES TO VAULT-LAST-SEEN-DATE
               WRITE TOKEN-VAULT-RECORD
           END-IF
           .
      * SO A DUPLICATE WHOSE FIRST OCCURRENCE CAME BEFORE THE CRASH
      * IS STILL CAUGHT AFTER THE RESTART AND THE VELOCITY TOTALS
      * COVER THE WHOLE FILE, THE SAME WAY 9187-SCAN-EXISTING-FILES
      * REBUILDS THE TRAILER TOTALS.  THE AMOUNT IS CONVERTED FIRST,
      * AS IN 2000-IDENTIFY-CARD-TYPES, SO THE VELOCITY TOTAL IS IN
      * US DOLLARS; AN AMOUNT THAT COULD NOT BE CONVERTED WENT TO
      * SUSPENSE AND IS LEFT OUT OF IT.

       9186-SKIP-INPUT-RECORD.
           PERFORM 9210-READ-ADVANCING-FEEDS
           IF INPUT-OK
               PERFORM 2060-CONVERT-TO-US-DOLLARS
               PERFORM 2100-CHECK-FOR-DUPLICATE
               MOVE SPACES TO WS-MERCHANT-REASON
               IF  DUPLICATE-NOT-FOUND
               AND MERCHANT-CHECK-ENABLED
                   PERFORM 2170-VALIDATE-MERCHANT
               END-IF
               SET HOT-CARD-NOT-HIT TO TRUE
               IF  DUPLICATE-NOT-FOUND
               AND MERCHANT-ACCEPTED
               AND HOT-CARD-SCREEN-ENABLED
                   PERFORM 2190-SCREEN-HOT-CARD
               END-IF
               IF DUPLICATE-NOT-FOUND
               AND MERCHANT-ACCEPTED
               AND HOT-CARD-NOT-HIT
               AND VELOCITY-ENABLED
               AND CONVERSION-DONE
                   PERFORM 2150-ACCUMULATE-VELOCITY
               END-IF
           END-IF
                   MOVE WS-RAW-INPUT-RECORD(WS-MAP-POS:8)
                       TO WS-INPUT-RECORD(71:8)
               END-IF
               MOVE WS-LAYOUT-CURR-POS(WS-MAP-LAYOUT-IDX)
                   TO WS-MAP-POS
               IF WS-MAP-POS > ZERO
                   MOVE WS-RAW-INPUT-RECORD(WS-MAP-POS:3)
                       TO WS-INPUT-RECORD(79:3)
               END-IF
           END-IF
           .

               STOP RUN
           END-IF

           IF WS-LAYOUT-REC-CURR-POS IS NOT NUMERIC
               MOVE ZERO TO WS-LAYOUT-REC-CURR-POS
           END-IF

           IF WS-LAYOUT-REC-FIELDS(1:18) IS NOT NUMERIC
               DISPLAY 'CARD1 ABEND: LAYOUT-FILE POSITIONS MUST BE'
                   ' NUMERIC, GOT ' WS-LAYOUT-REC-FIELDS(1:18)
           OR WS-LAYOUT-REC-EXP-POS > 197
           OR WS-LAYOUT-REC-TYPE-POS > 200
           OR WS-LAYOUT-REC-MERCH-POS > 193
           OR WS-LAYOUT-REC-CURR-POS > 198
               DISPLAY 'CARD1 ABEND: LAYOUT-FILE FIELD POSITION RUNS'
                   ' PAST THE 200-BYTE RECORD FOR FEED '
                   WS-LAYOUT-REC-FEED-NAME(1:40)
               TO WS-LAYOUT-TYPE-POS(WS-LAYOUT-COUNT)
           MOVE WS-LAYOUT-REC-MERCH-POS
               TO WS-LAYOUT-MERCH-POS(WS-LAYOUT-COUNT)
           MOVE WS-LAYOUT-REC-CURR-POS
               TO WS-LAYOUT-CURR-POS(WS-LAYOUT-COUNT)
           PERFORM 9270-ATTACH-LAYOUT-TO-FEED
           PERFORM 9250-READ-LAYOUT-RECORD
           .
                   CONTINUE
               WHEN UNKNOWN-CARD-TYPE
               WHEN UNMATCHED-REVERSAL-TYPE
               WHEN NO-EXCHANGE-RATE-TYPE
                   WRITE SUSPENSE-RECORD FROM WS-OUTPUT-RECORD
                   IF NOT SUSPENSE-OK
                       MOVE 'SUSPENSE-FILE' TO WS-ABEND-FILE-NAME
                   END-IF
                   ADD 1 TO WS-TOTAL-WRITTEN-COUNT
                   ADD 1 TO WS-SUSPENSE-TRL-COUNT
                   ADD WS-USD-AMOUNT TO WS-SUSPENSE-TRL-HASH
                   ADD WS-SIGNED-USD-AMOUNT TO WS-SUSPENSE-TRL-NET
               WHEN OTHER
                   WRITE OUTPUT-RECORD FROM WS-OUTPUT-RECORD
                   IF NOT OUTPUT-OK
                   END-IF
                   ADD 1 TO WS-TOTAL-WRITTEN-COUNT
                   ADD 1 TO WS-OUTPUT-TRL-COUNT
                   ADD WS-USD-AMOUNT TO WS-OUTPUT-TRL-HASH
                   ADD WS-SIGNED-USD-AMOUNT TO WS-OUTPUT-TRL-NET
           END-EVALUATE
           WRITE RESTRICTED-RECORD FROM WS-RESTRICTED-RECORD
           IF NOT RESTRICTED-OK
           END-IF
           .

      * A MERCHANT EXCEPTION NEVER REACHES THE OUTPUT, RESTRICTED,
      * OR VELOCITY FILES; LIKE A DUPLICATE IT CARRIES ONLY THE
      * MASKED ACCOUNT NUMBER.

       9360-WRITE-MERCHANT-EXCEPTION.
           MOVE WS-MERCHANT-REASON TO WS-CARD-TYPE
           PERFORM 2230-MASK-ACCOUNT-NUMBER
           MOVE SPACES TO WS-MERCH-EXCEPTION-RECORD
           MOVE WS-INPUT-RECORD TO MX-INPUT-FIELDS
           MOVE WS-MASKED-ACCOUNT-NUMBER TO MX-INPUT-FIELDS(11:16)
           MOVE WS-MERCHANT-REASON TO MX-REASON
           IF MERCHANT-TERMINATED
               MOVE WS-MERCH-TERM-DATE(WS-MATCHED-MERCH-IDX)
                   TO MX-TERM-DATE
               ADD 1 TO WS-MERCH-TERMINATED-COUNT
           ELSE
               ADD 1 TO WS-MERCH-UNKNOWN-COUNT
           END-IF
           WRITE MERCHANT-EXCEPTION-RECORD
               FROM WS-MERCH-EXCEPTION-RECORD
           IF NOT MERCHANT-EXCEPTION-OK
               MOVE 'MERCHANT-EXCEPTION' TO WS-ABEND-FILE-NAME
               MOVE WS-MERCHANT-EXCEPTION-STATUS
                   TO WS-ABEND-FILE-STATUS
               PERFORM 9320-ABEND-ON-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-MERCH-EXCEPT-TRL-COUNT
           ADD IN-TRANSACTION-AMOUNT TO WS-MERCH-EXCEPT-TRL-HASH
           ADD WS-SIGNED-AMOUNT TO WS-MERCH-EXCEPT-TRL-NET
           IF AUDIT-LOGGING-ENABLED
               PERFORM 9310-WRITE-AUDIT-LOG-ENTRY
           END-IF
           .

      * A HOT-CARD HIT, LIKE A MERCHANT EXCEPTION, NEVER REACHES THE
      * OUTPUT, RESTRICTED, OR VELOCITY FILES AND CARRIES ONLY THE
      * MASKED ACCOUNT NUMBER AND THE TOKEN.

       9370-WRITE-HOT-CARD-HIT.
           MOVE 'HOT-CARD' TO WS-CARD-TYPE
           PERFORM 2230-MASK-ACCOUNT-NUMBER
           MOVE SPACES TO WS-HOT-CARD-HIT-FIELDS
           MOVE WS-INPUT-RECORD TO HX-INPUT-FIELDS
           MOVE WS-MASKED-ACCOUNT-NUMBER TO HX-INPUT-FIELDS(11:16)
           MOVE WS-ACCOUNT-TOKEN TO HX-TOKEN
           MOVE WS-HOT-REASON-CODE(WS-MATCHED-HOT-IDX)
               TO HX-REASON-CODE
           MOVE WS-HOT-BLOCK-DATE(WS-MATCHED-HOT-IDX)
               TO HX-BLOCK-DATE
           MOVE WS-HOT-EXPIRY-DATE(WS-MATCHED-HOT-IDX)
               TO HX-EXPIRY-DATE
           WRITE HOT-CARD-HIT-RECORD FROM WS-HOT-CARD-HIT-FIELDS
           IF NOT HOT-CARD-HIT-OK
               MOVE 'HOT-CARD-HIT-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-HOT-CARD-HIT-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9320-ABEND-ON-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-HOT-CARD-TRL-COUNT
           ADD IN-TRANSACTION-AMOUNT TO WS-HOT-CARD-TRL-HASH
           ADD WS-SIGNED-AMOUNT TO WS-HOT-CARD-TRL-NET
           IF AUDIT-LOGGING-ENABLED
               PERFORM 9310-WRITE-AUDIT-LOG-ENTRY
           END-IF
           .

       9310-WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           MOVE WS-MASKED-ACCOUNT-NUMBER TO AUDIT-INPUT-KEY
           MOVE WS-CARD-TYPE TO AUDIT-OUTCOME
           IF UNKNOWN-CARD-TYPE OR DUPLICATE-CARD-TYPE
           OR EXPIRED-CARD-TYPE OR MERCHANT-EXCEPTION-TYPE
           OR HOT-CARD-TYPE
               MOVE 'REJECT' TO AUDIT-DISPOSITION
           ELSE
               MOVE 'ACCEPT' TO AUDIT-DISPOSITION
               REMAINDER WS-CHAIN-ACCUM
           .

      * THE EXCEPTIONS FILE IS SHARED, SO IT IS EXTENDED RATHER THAN
      * REPLACED, EVEN ON A FRESH START; THE FIRST PROGRAM OF THE
      * NIGHT TO NAME IT CREATES IT.  A RUN THAT ABENDED AND IS
      * RESTARTED LEAVES ITS FIRST BLOCK WITHOUT A TRAILER, AND THE
      * EXCEPTIONS QUEUE FLAGS IT.

       9380-OPEN-EXCEPTION-LOG.

           OPEN EXTEND EXCEPTION-LOG-FILE
           IF NOT EXCEPTION-LOG-OK
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF NOT EXCEPTION-LOG-OK
               DISPLAY 'CARD1 ABEND: OPEN OF EXCEPTION-LOG-FILE '
                   EXCEPTION-LOG-FILENAME(1:40) ' FAILED, FILE STATUS='
                   WS-EXCEPTION-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           SET EXCEPTION-LOG-OPEN TO TRUE

           PERFORM 9415-INIT-HEADER-RECORD
           MOVE 'EXCEPTIONS' TO HT-FILE-IDENTIFIER
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

      * A VELOCITY HIT IS KEYED BY THE MASKED ACCOUNT NUMBER, SO AN
      * ACCOUNT STILL OVER THE THRESHOLDS ON A LATER NIGHT IS THE
      * SAME OPEN ITEM.  THE FIGURES COME FROM THE REVIEW LINE JUST
      * WRITTEN.

       9390-WRITE-VELOCITY-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-RECORD
           MOVE 'CARD1' TO EXC-SOURCE-PROGRAM
           MOVE 'M' TO EXC-SEVERITY
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE VEL-ACCOUNT-NUMBER TO EXC-KEY
           STRING 'VELOCITY ' VEL-REASON ' - ' VEL-TRAN-COUNT
               ' TRANS ' VEL-AMOUNT-TOTAL
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           END-STRING
           WRITE EXCEPTION-LOG-RECORD FROM WS-EXCEPTION-RECORD
           IF NOT EXCEPTION-LOG-OK
               MOVE 'EXCEPTION-LOG-FILE' TO WS-ABEND-FILE-NAME
               MOVE WS-EXCEPTION-LOG-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9320-ABEND-ON-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
           .

       9320-ABEND-ON-WRITE-FAILURE.
           DISPLAY 'CARD1 ABEND: WRITE TO ' WS-ABEND-FILE-NAME
               ' FAILED, FILE STATUS=' WS-ABEND-FILE-STATUS
           PERFORM 9412-WRITE-RESTRICTED-TRAILER
           PERFORM 9413-WRITE-SUSPENSE-TRAILER
           PERFORM 9414-WRITE-DUPLICATE-TRAILER
           IF MERCHANT-CHECK-ENABLED
               PERFORM 9417-WRITE-MERCH-EXCEPT-TRAILER
           END-IF
           IF HOT-CARD-SCREEN-ENABLED
               PERFORM 9418-WRITE-HOT-CARD-HIT-TRAILER
           END-IF
           IF EXCEPTION-LOG-OPEN
               PERFORM 9419-WRITE-EXCEPTION-TRAILER
           END-IF
           .

       9411-WRITE-OUTPUT-TRAILER.
           WRITE DUPLICATE-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9417-WRITE-MERCH-EXCEPT-TRAILER.
           PERFORM 9416-INIT-TRAILER-RECORD
           MOVE WS-MERCH-EXCEPT-TRL-COUNT TO HT-RECORD-COUNT
           MOVE WS-MERCH-EXCEPT-TRL-HASH TO HT-HASH-TOTAL
           MOVE WS-MERCH-EXCEPT-TRL-NET TO HT-NET-TOTAL
           WRITE MERCHANT-EXCEPTION-RECORD
               FROM WS-HEADER-TRAILER-RECORD
           .

       9418-WRITE-HOT-CARD-HIT-TRAILER.
           PERFORM 9416-INIT-TRAILER-RECORD
           MOVE WS-HOT-CARD-TRL-COUNT TO HT-RECORD-COUNT
           MOVE WS-HOT-CARD-TRL-HASH TO HT-HASH-TOTAL
           MOVE WS-HOT-CARD-TRL-NET TO HT-NET-TOTAL
           WRITE HOT-CARD-HIT-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9419-WRITE-EXCEPTION-TRAILER.
           PERFORM 9416-INIT-TRAILER-RECORD
           MOVE WS-EXCEPTIONS-WRITTEN TO HT-RECORD-COUNT
           MOVE ZERO TO HT-HASH-TOTAL
           WRITE EXCEPTION-LOG-RECORD FROM WS-HEADER-TRAILER-RECORD
           .

       9415-INIT-HEADER-RECORD.
           MOVE SPACES TO WS-HEADER-TRAILER-RECORD
           MOVE 'HDR' TO HT-RECORD-TYPE
           MOVE ZERO TO HT-NET-TOTAL
           .

       9600-LOAD-MERCHANT-TABLE.

           OPEN INPUT MERCHANT-MASTER-FILE
           IF NOT MERCHANT-MASTER-OK
               DISPLAY 'CARD1 ABEND: OPEN OF MERCHANT-MASTER-FILE '
                   MERCHANT-MASTER-FILENAME(1:40)
                   ' FAILED, FILE STATUS=' WS-MERCHANT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 9610-READ-MERCHANT-RECORD
           PERFORM 9620-STORE-MERCHANT-ENTRY
               UNTIL MERCHANT-MASTER-EOF
           CLOSE MERCHANT-MASTER-FILE
           .

       9610-READ-MERCHANT-RECORD.
           READ MERCHANT-MASTER-FILE
               INTO WS-MERCHANT-MASTER-REC-FIELDS
           .

       9620-STORE-MERCHANT-ENTRY.

           IF WS-MERCHANT-COUNT = 500
               DISPLAY 'CARD1 ABEND: MERCHANT-MASTER-FILE HAS MORE'
                   ' THAN 500 MERCHANTS, WS-MERCHANT-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE MERCHANT-MASTER-FILE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           ADD 1 TO WS-MERCHANT-COUNT
           MOVE MM-MERCHANT-ID TO WS-MERCH-ID(WS-MERCHANT-COUNT)
           MOVE MM-STATUS TO WS-MERCH-STATUS(WS-MERCHANT-COUNT)
           MOVE MM-TERM-DATE TO WS-MERCH-TERM-DATE(WS-MERCHANT-COUNT)
           PERFORM 9610-READ-MERCHANT-RECORD
           .

       9640-LOAD-HOT-CARD-TABLE.

           OPEN INPUT HOT-CARD-FILE
           IF NOT HOT-CARD-OK
               DISPLAY 'CARD1 ABEND: OPEN OF HOT-CARD-FILE '
                   HOT-CARD-FILENAME(1:40)
                   ' FAILED, FILE STATUS=' WS-HOT-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 9650-READ-HOT-CARD-RECORD
           PERFORM 9660-STORE-HOT-CARD-ENTRY
               UNTIL HOT-CARD-EOF
           CLOSE HOT-CARD-FILE
           .

       9650-READ-HOT-CARD-RECORD.
           READ HOT-CARD-FILE INTO WS-HOT-CARD-REC-FIELDS
           .

       9660-STORE-HOT-CARD-ENTRY.

           IF  HC-BLOCK-DATE > WS-RUN-DATE
           OR (HC-EXPIRY-DATE NOT = SPACES
               AND HC-EXPIRY-DATE < WS-RUN-DATE)
               ADD 1 TO WS-HOT-CARDS-NOT-IN-EFFECT
           ELSE
               IF WS-HOT-CARD-COUNT = 5000
                   DISPLAY 'CARD1 ABEND: HOT-CARD-FILE HAS MORE THAN'
                       ' 5000 CARDS IN EFFECT, WS-HOT-CARD-TABLE IS'
                       ' FULL'
                   MOVE 16 TO RETURN-CODE
                   CLOSE HOT-CARD-FILE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOT-CARD-COUNT
               ADD 1 TO WS-HOT-CARDS-LOADED
               MOVE HC-TOKEN TO WS-HOT-TOKEN(WS-HOT-CARD-COUNT)
               MOVE HC-REASON-CODE
                   TO WS-HOT-REASON-CODE(WS-HOT-CARD-COUNT)
               MOVE HC-BLOCK-DATE
                   TO WS-HOT-BLOCK-DATE(WS-HOT-CARD-COUNT)
               MOVE HC-EXPIRY-DATE
                   TO WS-HOT-EXPIRY-DATE(WS-HOT-CARD-COUNT)
           END-IF
           PERFORM 9650-READ-HOT-CARD-RECORD
           .

      * EACH RATE'S DAY NUMBER IS WORKED OUT ONCE AS IT IS LOADED,
      * SO THE AGE CHECK PER TRANSACTION IS A SUBTRACTION.

       9670-LOAD-EXCHANGE-TABLE.

           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'CARD1 ABEND: OPEN OF EXCHANGE-RATE-FILE '
                   EXCHANGE-RATE-FILENAME(1:40)
                   ' FAILED, FILE STATUS=' WS-EXCHANGE-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 9680-READ-EXCHANGE-RECORD
           PERFORM 9690-STORE-EXCHANGE-ENTRY
               UNTIL EXCHANGE-RATE-EOF
           CLOSE EXCHANGE-RATE-FILE
           .

       9680-READ-EXCHANGE-RECORD.
           READ EXCHANGE-RATE-FILE INTO WS-EXCHANGE-REC-FIELDS
           .

       9690-STORE-EXCHANGE-ENTRY.

           IF WS-EXCHANGE-COUNT = 500
               DISPLAY 'CARD1 ABEND: EXCHANGE-RATE-FILE HAS MORE THAN'
                   ' 500 ENTRIES, WS-EXCHANGE-TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE EXCHANGE-RATE-FILE
               PERFORM 9400-CLOSE-FILES
               STOP RUN
           END-IF

           IF  ER-EFFECTIVE-DATE IS NOT NUMERIC
           OR ER-RATE IS NOT NUMERIC
               DISPLAY 'CARD1 ABEND: EXCHANGE-RATE-FILE RECORD '
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
           PERFORM 8300-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-TOTAL TO WS-EXCH-DAYNUM(WS-EXCHANGE-COUNT)
           PERFORM 9680-READ-EXCHANGE-RECORD
           .

      * A MISSING HISTORY FILE IS A FIRST RUN, NOT AN ERROR: THE
      * TABLES SIMPLY START EMPTY AND THE FILE IS CREATED AT END OF
      * RUN.
                   MOVE WS-PARM-VALUE TO FRAUD-WINDOW-ARG
               WHEN 'STATSHIST'
                   MOVE WS-PARM-VALUE TO STATS-HISTORY-FILENAME
               WHEN 'MERCHANTS'
                   MOVE WS-PARM-VALUE TO MERCHANT-MASTER-FILENAME
               WHEN 'MERCHEXCEPT'
                   MOVE WS-PARM-VALUE TO MERCHANT-EXCEPTION-FILENAME
               WHEN 'HOTCARDS'
                   MOVE WS-PARM-VALUE TO HOT-CARD-FILENAME
               WHEN 'HOTCARDHITS'
                   MOVE WS-PARM-VALUE TO HOT-CARD-HIT-FILENAME
               WHEN 'EXCHRATES'
                   MOVE WS-PARM-VALUE TO EXCHANGE-RATE-FILENAME
               WHEN 'RATEMAXAGE'
                   MOVE WS-PARM-VALUE TO RATE-MAX-AGE-ARG
               WHEN 'EXCEPTLOG'
                   MOVE WS-PARM-VALUE TO EXCEPTION-LOG-FILENAME
               WHEN OTHER
                   DISPLAY 'CARD1 ABEND: UNKNOWN PARAMETER KEYWORD '
                       WS-PARM-KEYWORD
           IF VELOCITY-ENABLED
               CLOSE VELOCITY-FILE
           END-IF
           IF MERCHANT-CHECK-ENABLED
               CLOSE MERCHANT-EXCEPTION-FILE
           END-IF
           IF HOT-CARD-SCREEN-ENABLED
               CLOSE HOT-CARD-HIT-FILE
           END-IF
           IF EXCEPTION-LOG-OPEN
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           .

       9500-DISPLAY-CONTROL-TOTALS.
               WS-INVALID-CHECKSUM-COUNT
           DISPLAY '  DUPLICATES............. ' WS-DUPLICATE-COUNT
           DISPLAY '  EXPIRED................ ' WS-EXPIRED-COUNT
           IF MERCHANT-CHECK-ENABLED
               DISPLAY '  UNKNOWN MERCHANT....... '
                   WS-MERCH-UNKNOWN-COUNT
               DISPLAY '  TERMINATED MERCHANT.... '
                   WS-MERCH-TERMINATED-COUNT
               DISPLAY '  MERCHANT EXCEPTIONS.... '
                   WS-MERCH-EXCEPT-TRL-COUNT
           END-IF
           IF HOT-CARD-SCREEN-ENABLED
               DISPLAY '  HOT CARDS LOADED....... '
                   WS-HOT-CARDS-LOADED
               DISPLAY '  HOT CARDS NOT IN EFFECT '
                   WS-HOT-CARDS-NOT-IN-EFFECT
               DISPLAY '  HOT-CARD HITS.......... '
                   WS-HOT-CARD-TRL-COUNT
           END-IF
           IF CURRENCY-CONVERSION-ENABLED
           OR WS-FOREIGN-COUNT > ZERO
               DISPLAY '  FOREIGN CURRENCY....... ' WS-FOREIGN-COUNT
               DISPLAY '  NO EXCHANGE RATE....... ' WS-NO-RATE-COUNT
               DISPLAY '  STALE EXCHANGE RATE.... '
                   WS-STALE-RATE-COUNT
           END-IF
           IF VELOCITY-ENABLED
               DISPLAY '  VELOCITY FLAGGED....... '
                   WS-VELOCITY-FLAGGED-COUNT
