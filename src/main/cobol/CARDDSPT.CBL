      *            DISPUTE RECORD, FIXED COLUMNS: TOKEN X(16), DISPUTED
      *            AMOUNT 9(07)V99, STATUS X(01) - R RECEIVED,
      *            P REPRESENTED, W WON, L LOST, O WRITTEN OFF - AND
      *            CASE DATE X(08) YYYYMMDD (BLANK = RUN DATE), AND
      *            THE MERCHANT ID X(08) THE ORIGINAL TRANSACTION
      *            SETTLED TO, AS THE NETWORK'S NOTICE CARRIES IT.  A
      *            DISPUTE WHOSE TOKEN AND AMOUNT MATCH AN EXISTING
      *            CASE UPDATES THAT CASE'S STATUS; OTHERWISE A NEW
      *            CASE IS OPENED.  THE OLD CASE MASTER IS READ IN
      *            FULL AND A NEW MASTER IS WRITTEN, THE WAY
      *            ACCT-MAINT REBUILDS THE ACCOUNT MASTER, SO A RUN
      *            THAT DIES PARTWAY NEVER HALF-UPDATES THE ONLY COPY.
      *            A MERCHANT ID ON AN UPDATE FILLS IN A CASE OPENED
      *            WITHOUT ONE.
      *
      *            CARDSETL RECOVERS EACH LOST CASE FROM THE MERCHANT'S
      *            NEXT PAYOUT AND STAMPS ITS RECOVERED DATE ON THE
      *            CASE; THIS PROGRAM CARRIES THAT DATE FORWARD AND
      *            NEVER CLEARS IT.
      *
      *            CASES STILL OPEN (RECEIVED OR REPRESENTED) OLDER
      *            THAN DEADLINE-DAYS ARE FLAGGED ON THE AGING REPORT.
       01 TOKEN-VAULT-RECORD.
           05  VAULT-PAN          PIC X(16).
           05  VAULT-TOKEN        PIC X(16).
           05  VAULT-LAST-SEEN-DATE PIC X(08).

       FD OLD-CASE-FILE.
       01 OLD-CASE-RECORD PIC X(80).

       FD NEW-CASE-FILE.
       01 NEW-CASE-RECORD PIC X(80).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(132).
               88  DSP-STATUS-VALID   VALUE 'R' 'P' 'W' 'L' 'O'.
               88  DSP-STATUS-OPEN    VALUE 'R' 'P'.
           05  DSP-CASE-DATE          PIC X(08).
           05  DSP-MERCHANT-ID        PIC X(08).

      * THE CASE MASTER CARRIES THE MASKED PAN ALONGSIDE THE TOKEN,
      * LIKE EVERY OTHER DERIVED FILE - A RAW PAN NEVER LEAVES THE
      * VAULT.  THE CASE KEY IS TOKEN PLUS DISPUTED AMOUNT.  THE
      * RECOVERED DATE IS BLANK UNTIL CARDSETL HAS DEDUCTED A LOST
      * CASE FROM THE MERCHANT'S PAYOUT.

       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT          PIC 9(04) COMP VALUE ZERO.
                   15  WS-CASE-RECEIVED-DATE PIC X(08).
                   15  WS-CASE-UPDATE-DATE  PIC X(08).
                   15  FILLER               PIC X(02).
                   15  WS-CASE-MERCHANT-ID  PIC X(08).
                   15  WS-CASE-RECOVERED-DATE PIC X(08).
                   15  FILLER               PIC X(04).

       01  WS-CASE-FOUND-SWITCH       PIC X(01).
           88  CASE-FOUND             VALUE 'Y'.
                   TO WS-CASE-STATUS(WS-MATCHED-CASE-IDX)
               MOVE DSP-CASE-DATE
                   TO WS-CASE-UPDATE-DATE(WS-MATCHED-CASE-IDX)
               IF DSP-MERCHANT-ID NOT = SPACES
                   MOVE DSP-MERCHANT-ID
                       TO WS-CASE-MERCHANT-ID(WS-MATCHED-CASE-IDX)
               END-IF
               ADD 1 TO WS-CASES-UPDATED
           ELSE
               IF WS-CASE-COUNT = 5000
                   TO WS-CASE-RECEIVED-DATE(WS-CASE-COUNT)
               MOVE DSP-CASE-DATE
                   TO WS-CASE-UPDATE-DATE(WS-CASE-COUNT)
               MOVE DSP-MERCHANT-ID
                   TO WS-CASE-MERCHANT-ID(WS-CASE-COUNT)
               ADD 1 TO WS-CASES-OPENED
           END-IF
           .
