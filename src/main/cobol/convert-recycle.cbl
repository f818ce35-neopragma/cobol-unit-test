      *            intl-filename tax-rate-filename
      *            exchange-rate-filename recycled-filename
      *            carry-forward-filename aged-report-filename
      *            age-limit-days [CSV|FIXED [exception-log-filename]]
      *
      *            The reject input is either convert's own reject file
      *            or the carry-forward file of a prior recycle run;
      *            and is stamped with today's date on its first pass.
      *            The input-format keyword says how the original lines
      *            are parsed, the same CSV/FIXED choice convert takes.
      *            When an exception log is named, each item over the
      *            age limit is also appended to that shared exceptions
      *            file for the morning exceptions queue.
      **********************************************************************
       identification division.
       program-id. convert-recycle.
               organization is line sequential
               file status is ws-aged-report-status.

           select exception-log-file assign to exception-log-filename
               organization is line sequential
               file status is ws-exception-log-status.

       data division.
       file section.

       fd  aged-report-file.
       01  aged-report-record pic x(132).

       fd  exception-log-file.
       01  exception-log-record pic x(113).

       working-storage section.

       01  args pic x(500).
           05  aged-report-filename   pic x(120).
           05  age-limit-arg          pic x(06).
           05  input-format-arg       pic x(05).
           05  exception-log-filename pic x(120).

       01  ws-input-format          pic x(05) value 'CSV'.
           88  fixed-width-input    value 'FIXED'.
               10  filler           pic x(06) value '  AGE '.
               10  aged-age-days    pic z(05)9.

      ***********************************************************************
      * Shared exceptions file.  This run's findings are appended as
      * one block - header, exception records, trailer - behind the
      * blocks the other nightly programs have already written.
      ***********************************************************************

       01  ws-exception-log-status  pic x(02).
           88  exception-log-ok     value '00'.

       01  ws-exception-log-switch  pic x(01) value 'N'.
           88  exception-log-open   value 'Y'.

       01  ws-exception-record.
           copy exceptn.

       01  ws-exceptions-written    pic 9(09) value zero.

       procedure division.

       0000-main.
           perform 2000-recycle-rejects until reject-eof
           perform 2900-validate-header-trailer
           perform 9410-write-file-trailers
           if  exception-log-open
               perform 9320-write-exception-trailer
           end-if
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
                   tax-rate-filename exchange-rate-filename
                   recycled-filename carry-forward-filename
                   aged-report-filename age-limit-arg
                   input-format-arg exception-log-filename
           end-unstring

           if  reject-filename = spaces
                   ' STATE-FILENAME INTL-FILENAME TAX-RATE-FILENAME'
                   ' EXCHANGE-RATE-FILENAME RECYCLED-FILENAME'
                   ' CARRY-FORWARD-FILENAME AGED-REPORT-FILENAME'
                   ' AGE-LIMIT-DAYS'
                   ' [CSV|FIXED [EXCEPTION-LOG-FILENAME]]'
               goback
           end-if

           move ws-age-limit-days to aged-hdg-limit
           write aged-report-record from ws-aged-heading

           if  exception-log-filename not = spaces
               perform 9300-open-exception-log
           end-if

           perform 9100-load-state-table
           perform 9200-load-intl-table
           perform 9250-load-tax-table
           move rej-first-seen-date to aged-first-seen
           move ws-reject-age-days to aged-age-days
           write aged-report-record from ws-aged-detail

           move spaces to ws-exception-record
           move 'M' to exc-severity
           move rej-original-line(1:30) to exc-key
           string 'REJECT ' ws-reject-reason
               ' SINCE ' rej-first-seen-date
               ' AGE ' aged-age-days ' DAYS'
               delimited by size into exc-description
           end-string
           perform 9310-write-exception
           .

       2900-validate-header-trailer.
           perform 9291-read-exchange-record
           .

      ***********************************************************************
      * The exceptions file is shared, so it is extended rather than
      * replaced; the first program of the night to name it creates
      * it.  Like the other trailers, the block's trailer is written
      * only on the success path.
      ***********************************************************************

       9300-open-exception-log.

           open extend exception-log-file
           if  not exception-log-ok
               open output exception-log-file
           end-if
           if  not exception-log-ok
               display 'CONVERT-RECYCLE: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' ws-exception-log-status
               move 16 to return-code
               perform 9400-close-files
               goback
           end-if
           set exception-log-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'CONVRCYL' to ht-program-name
           move 'EXCEPTIONS' to ht-file-identifier
           write exception-log-record from ws-header-trailer-record
           .

       9310-write-exception.

           if  exception-log-open
               move 'CONVRCYL' to exc-source-program
               move ws-run-date to exc-run-date
               write exception-log-record from ws-exception-record
               if  not exception-log-ok
                   display 'CONVERT-RECYCLE ABEND: WRITE TO'
                       ' EXCEPTION-LOG-FILE FAILED, FILE STATUS='
                       ws-exception-log-status
                   move 16 to return-code
                   perform 9400-close-files
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
           .

       9400-close-files.
           close reject-file
           close recycled-file
           close carry-forward-file
           close aged-report-file
           if  exception-log-open
               close exception-log-file
           end-if
           .

       9500-display-control-totals.
