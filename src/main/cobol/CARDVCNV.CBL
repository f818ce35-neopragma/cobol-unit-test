      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE-TIME TOKEN VAULT CONVERSION.  THE VAULT RECORD
      *            CARRIED ONLY THE PAN AND ITS TOKEN (32 BYTES) UNTIL
      *            THE LAST-SEEN DATE WAS ADDED FOR THE RETENTION
      *            PURGE (40 BYTES).  AN INDEXED VAULT BUILT WITH THE
      *            OLD RECORD CANNOT BE OPENED WITH THE NEW ONE, SO
      *            THIS PROGRAM COPIES EVERY MAPPING FROM THE OLD
      *            VAULT INTO A NEW VAULT IN THE 40-BYTE LAYOUT BEFORE
      *            CARD1, CARDTOKQ, CARDVAUD, CARDDSPT OR CARDVPRG RUN
      *            AGAINST IT.
      *
      *            EVERY MAPPING IS STAMPED WITH THE CONVERSION RUN
      *            DATE AS ITS LAST-SEEN DATE, SO ITS RETENTION PERIOD
      *            STARTS FROM THE CONVERSION RATHER THAN FROM A DATE
      *            THE VAULT NEVER RECORDED.  THE **TOKEN-CONTROL*
      *            RECORD IS COPIED WITH ITS TOKEN SEQUENCE UNCHANGED
      *            AND NO DATE, EXACTLY AS CARD1 WRITES IT, SO NO
      *            TOKEN IS EVER REISSUED.
      *
      *            THE NEW VAULT MUST NOT ALREADY EXIST: THE PROGRAM
      *            REFUSES TO OVERWRITE A VAULT, SO RUNNING IT TWICE
      *            CANNOT DESTROY A CONVERTED ONE.  ONCE THE COUNTS
      *            AGREE, THE NEW VAULT REPLACES THE OLD ONE UNDER THE
      *            VAULT NAME THE OTHER PROGRAMS ARE GIVEN.
      *
      * USAGE:     CARDVCNV OLD-VAULT-FILENAME NEW-VAULT-FILENAME
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDVCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-VAULT-FILE ASSIGN TO OLD-VAULT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-VAULT-PAN
           ALTERNATE RECORD KEY IS OLD-VAULT-TOKEN
           FILE STATUS IS WS-OLD-VAULT-STATUS.

       SELECT TOKEN-VAULT-FILE ASSIGN TO TOKEN-VAULT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VAULT-PAN
           ALTERNATE RECORD KEY IS VAULT-TOKEN
           FILE STATUS IS WS-TOKEN-VAULT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-VAULT-FILE.
       01 OLD-VAULT-RECORD.
           05  OLD-VAULT-PAN      PIC X(16).
           05  OLD-VAULT-TOKEN    PIC X(16).

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           05  VAULT-PAN          PIC X(16).
           05  VAULT-TOKEN        PIC X(16).
           05  VAULT-LAST-SEEN-DATE PIC X(08).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OLD-VAULT-FILENAME   PIC X(120).
           05  TOKEN-VAULT-FILENAME PIC X(120).

       01  WS-OLD-VAULT-STATUS     PIC X(02).
           88  OLD-VAULT-OK        VALUE '00'.
           88  OLD-VAULT-EOF       VALUE '10'.

       01  WS-TOKEN-VAULT-STATUS   PIC X(02).
           88  TOKEN-VAULT-OK      VALUE '00'.

       01  WS-VAULT-CONTROL-KEY    PIC X(16)
                                   VALUE '**TOKEN-CONTROL*'.

       01  WS-RUN-DATE             PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-MAPPINGS-WRITTEN PIC 9(09) VALUE ZERO.
           05  WS-CONTROL-WRITTEN  PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ONE-RECORD
               UNTIL OLD-VAULT-EOF
           PERFORM 9400-CLOSE-FILES
           PERFORM 9500-DISPLAY-CONTROL-TOTALS
           GOBACK
           .

       1000-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OLD-VAULT-FILENAME TOKEN-VAULT-FILENAME
           END-UNSTRING

           IF  OLD-VAULT-FILENAME = SPACES
           OR TOKEN-VAULT-FILENAME = SPACES
           OR OLD-VAULT-FILENAME = TOKEN-VAULT-FILENAME
               DISPLAY 'USAGE: CARDVCNV OLD-VAULT-FILENAME'
                   ' NEW-VAULT-FILENAME'
               DISPLAY '       (THE TWO FILENAMES MUST DIFFER)'
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT TOKEN-VAULT-FILE
           IF TOKEN-VAULT-OK
               CLOSE TOKEN-VAULT-FILE
               DISPLAY 'CARDVCNV: NEW VAULT ALREADY EXISTS - '
                   TOKEN-VAULT-FILENAME(1:60)
               DISPLAY 'CARDVCNV: CONVERSION REFUSED, NOTHING WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OLD-VAULT-FILE
           IF NOT OLD-VAULT-OK
               DISPLAY 'CARDVCNV: OPEN OF OLD-VAULT-FILE FAILED,'
                   ' FILE STATUS=' WS-OLD-VAULT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TOKEN-VAULT-FILE
           IF NOT TOKEN-VAULT-OK
               DISPLAY 'CARDVCNV: OPEN OF TOKEN-VAULT-FILE FAILED,'
                   ' FILE STATUS=' WS-TOKEN-VAULT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-VAULT-FILE
               GOBACK
           END-IF
           .

      * THE OLD VAULT IS READ IN PAN SEQUENCE, WHICH IS THE ORDER
      * THE NEW VAULT IS WRITTEN IN.

       2000-CONVERT-ONE-RECORD.
           READ OLD-VAULT-FILE NEXT RECORD
           IF OLD-VAULT-OK
               ADD 1 TO WS-RECORDS-READ
               MOVE OLD-VAULT-PAN TO VAULT-PAN
               MOVE OLD-VAULT-TOKEN TO VAULT-TOKEN
               IF OLD-VAULT-PAN = WS-VAULT-CONTROL-KEY
                   MOVE SPACES TO VAULT-LAST-SEEN-DATE
                   ADD 1 TO WS-CONTROL-WRITTEN
               ELSE
                   MOVE WS-RUN-DATE TO VAULT-LAST-SEEN-DATE
                   ADD 1 TO WS-MAPPINGS-WRITTEN
               END-IF
               WRITE TOKEN-VAULT-RECORD
               IF NOT TOKEN-VAULT-OK
                   DISPLAY 'CARDVCNV ABEND: WRITE TO TOKEN-VAULT-FILE'
                       ' FAILED, FILE STATUS=' WS-TOKEN-VAULT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
           ELSE
               IF NOT OLD-VAULT-EOF
                   DISPLAY 'CARDVCNV ABEND: READ OF OLD-VAULT-FILE'
                       ' FAILED, FILE STATUS=' WS-OLD-VAULT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9400-CLOSE-FILES
                   STOP RUN
               END-IF
           END-IF
           .

       9400-CLOSE-FILES.
           CLOSE OLD-VAULT-FILE
           CLOSE TOKEN-VAULT-FILE
           .

       9500-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'CARDVCNV CONTROL TOTALS'
           DISPLAY '  OLD VAULT RECORDS READ. ' WS-RECORDS-READ
           DISPLAY '  MAPPINGS CONVERTED..... ' WS-MAPPINGS-WRITTEN
           DISPLAY '  CONTROL RECORD COPIED.. ' WS-CONTROL-WRITTEN
           DISPLAY '  LAST-SEEN DATE SET TO.. ' WS-RUN-DATE
           .

       9999-END.
           .
