      *            yesterday's entries in the shared log do not throw
      *            the comparison off.
      *
      *            When an exceptions file is named, every
      *            out-of-balance condition is also appended to it
      *            for the morning exceptions queue, dated with the
      *            CARD1 header's run date (today's date when that
      *            header could not be read).
      *
      * Usage:     batch-recon card1-output card1-suspense
      *            card1-restricted card1-duplicates convert-output
      *            convert-rejects invdate-invoices audit-log
      *            [exception-log-filename]
      **********************************************************************
       identification division.
       program-id. batch-recon.
               organization is line sequential
               file status is ws-audit-log-status.

           select exception-log-file assign to exception-log-filename
               organization is line sequential
               file status is ws-exception-log-status.

       data division.
       file section.

       01  audit-log-record.
           copy auditlog.

       fd  exception-log-file.
       01  exception-log-record pic x(113).

       working-storage section.

       01  args pic x(800).
           05  convert-reject-filename   pic x(80).
           05  invdate-invoice-filename  pic x(80).
           05  audit-log-filename        pic x(80).
           05  exception-log-filename    pic x(80).

       01  scan-filename           pic x(80).

           88  batch-in-balance        value 'y'.
           88  batch-out-of-balance    value 'n'.

      ***********************************************************************
      * Shared exceptions file.  This run's findings are appended as
      * one block - header, exception records, trailer - behind the
      * blocks the other nightly programs have already written.
      ***********************************************************************

       01  ws-exception-log-status     pic x(02).
           88  exception-log-ok        value '00'.

       01  ws-exception-log-switch     pic x(01) value 'N'.
           88  exception-log-open      value 'Y'.

       01  ws-exception-record.
           copy exceptn.

       01  ws-exceptions-written       pic 9(09) value zero.

       01  ws-today-date               pic x(08).

       01  ws-exception-edit-fields.
           05  ws-exc-audit-edit       pic z(08)9.
           05  ws-exc-files-edit       pic z(08)9.

       procedure division.

       0000-main.
           perform 3000-count-audit-entries
           perform 4000-check-balances
           perform 5000-report-result
           if  exception-log-open
               perform 9320-write-exception-trailer
           end-if
           goback
           .

                   card1-restricted-filename card1-duplicate-filename
                   convert-output-filename convert-reject-filename
                   invdate-invoice-filename audit-log-filename
                   exception-log-filename
           end-unstring

           if  card1-output-filename = spaces
                   ' CARD1-SUSPENSE CARD1-RESTRICTED'
                   ' CARD1-DUPLICATES CONVERT-OUTPUT CONVERT-REJECTS'
                   ' INVDATE-INVOICES AUDIT-LOG'
                   ' [EXCEPTION-LOG-FILENAME]'
               move 16 to return-code
               goback
           end-if

           accept ws-today-date from date yyyymmdd

           if  exception-log-filename not = spaces
               perform 9300-open-exception-log
           end-if
           .

       2000-count-all-files.
               display 'BATCH-RECON: ' ws-scan-file-label
                   ' CANNOT BE OPENED, FILE STATUS=' ws-scan-status
               set batch-out-of-balance to true
               move spaces to ws-exception-record
               string ws-scan-file-label delimited by space
                   ' NOT OPENED' delimited by size
                   into exc-key
               end-string
               string 'FILE CANNOT BE OPENED, FILE STATUS='
                   ws-scan-status delimited by size
                   into exc-description
               end-string
               perform 9310-write-exception
           else
               perform 2110-scan-one-record until scan-eof
               close scan-file
                   display 'BATCH-RECON: ' ws-scan-file-label
                       ' HAS NO TRAILER - FILE MAY BE TRUNCATED'
                   set batch-out-of-balance to true
                   move spaces to ws-exception-record
                   string ws-scan-file-label delimited by space
                       ' NO TRAILER' delimited by size
                       into exc-key
                   end-string
                   move 'FILE HAS NO TRAILER - FILE MAY BE TRUNCATED'
                       to exc-description
                   perform 9310-write-exception
               else
                   if  ws-scan-trailer-count not = ws-scan-data-count
                       display 'BATCH-RECON: ' ws-scan-file-label
                           ' DOES NOT MATCH RECORDS ON FILE '
                           ws-scan-data-count
                       set batch-out-of-balance to true
                       move spaces to ws-exception-record
                       string ws-scan-file-label delimited by space
                           ' TRAILER COUNT' delimited by size
                           into exc-key
                       end-string
                       move ws-scan-trailer-count
                           to ws-exc-audit-edit
                       move ws-scan-data-count to ws-exc-files-edit
                       string 'TRAILER COUNT ' ws-exc-audit-edit
                           ' NOT RECORDS ON FILE ' ws-exc-files-edit
                           delimited by size into exc-description
                       end-string
                       perform 9310-write-exception
                   end-if
               end-if
           end-if
               display 'BATCH-RECON: AUDIT-LOG CANNOT BE OPENED,'
                   ' FILE STATUS=' ws-audit-log-status
               set batch-out-of-balance to true
               move spaces to ws-exception-record
               move 'AUDIT-LOG NOT OPENED' to exc-key
               string 'FILE CANNOT BE OPENED, FILE STATUS='
                   ws-audit-log-status delimited by size
                   into exc-description
               end-string
               perform 9310-write-exception
           else
               perform 3100-count-one-audit-entry
                   until audit-log-eof
                   ' (RESTRICTED ' ws-card1-restrict-count
                   ' + DUPLICATES ' ws-card1-dup-count ')'
               set batch-out-of-balance to true
               move spaces to ws-exception-record
               move 'CARD1 AUDIT BALANCE' to exc-key
               move ws-audit-card1-count to ws-exc-audit-edit
               move ws-expected-count to ws-exc-files-edit
               string 'AUDIT SAYS ' ws-exc-audit-edit
                   ' PROCESSED, FILES SHOW ' ws-exc-files-edit
                   delimited by size into exc-description
               end-string
               perform 9310-write-exception
           end-if

           compute ws-expected-count =
                   ' (OUTPUT ' ws-convert-output-count
                   ' + REJECTS ' ws-convert-reject-count ')'
               set batch-out-of-balance to true
               move spaces to ws-exception-record
               move 'CONVERT AUDIT BALANCE' to exc-key
               move ws-audit-convert-count to ws-exc-audit-edit
               move ws-expected-count to ws-exc-files-edit
               string 'AUDIT SAYS ' ws-exc-audit-edit
                   ' PROCESSED, FILES SHOW ' ws-exc-files-edit
                   delimited by size into exc-description
               end-string
               perform 9310-write-exception
           end-if
           .

           end-if
           .

      ***********************************************************************
      * The exceptions file is shared, so it is extended rather than
      * replaced; the first program of the night to name it creates
      * it.  Every out-of-balance condition is serious enough to hold
      * the morning's work, so each is logged at high severity.  The
      * trailer is written only when the run finishes normally, so a
      * block cut short by an abend is flagged by the exceptions
      * queue instead of being taken as complete.
      ***********************************************************************

       9300-open-exception-log.

           open extend exception-log-file
           if  not exception-log-ok
               open output exception-log-file
           end-if
           if  not exception-log-ok
               display 'BATCH-RECON: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' ws-exception-log-status
               move 16 to return-code
               goback
           end-if
           set exception-log-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-today-date to ht-run-date
           move 'BATCHRECON' to ht-program-name
           move 'EXCEPTIONS' to ht-file-identifier
           write exception-log-record from ws-header-trailer-record
           .

       9310-write-exception.

           if  exception-log-open
               move 'BATCHRECON' to exc-source-program
               move 'H' to exc-severity
               if  ws-run-date = spaces
                   move ws-today-date to exc-run-date
               else
                   move ws-run-date to exc-run-date
               end-if
               write exception-log-record from ws-exception-record
               if  not exception-log-ok
                   display 'BATCH-RECON ABEND: WRITE TO'
                       ' EXCEPTION-LOG-FILE FAILED, FILE STATUS='
                       ws-exception-log-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-exceptions-written
           end-if
           .

       9320-write-exception-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-exceptions-written to ht-record-count
           move zero to ht-hash-total
           move zero to ht-net-total
           write exception-log-record from ws-header-trailer-record
           close exception-log-file
           .

       9999-end.
           .
