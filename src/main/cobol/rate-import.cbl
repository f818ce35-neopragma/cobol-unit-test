      *
      * Usage:     rate-import old-rate-filename bank-rate-filename
      *            new-rate-filename exceptions-filename
      *            tolerance-pct max-age-days [exception-log-filename]
      *
      *            Both rate files carry the exchange-rate reference
      *            layout: country X(02), effective date X(08)
      *            YYYYMMDD, rate 9(3)V9(6).  A bank record for a
      *            country/date already on file replaces that entry
      *            (after the same tolerance check).  Any rejected or
      *            stale finding sets a nonzero return code.  When an
      *            exception log is named, each rejected and stale
      *            finding is also appended to that shared exceptions
      *            file for the morning exceptions queue; the treasury
      *            report is written as before.
      **********************************************************************
       identification division.
       program-id. rate-import.
               organization is line sequential
               file status is ws-exceptions-status.

           select exception-log-file assign to exception-log-filename
               organization is line sequential
               file status is ws-exception-log-status.

       data division.
       file section.

       fd  exceptions-file.
       01  exceptions-record pic x(132).

       fd  exception-log-file.
       01  exception-log-record pic x(113).

       working-storage section.

       01  args pic x(500).
           05  exceptions-filename pic x(120).
           05  tolerance-arg       pic x(06).
           05  max-age-arg         pic x(06).
           05  exception-log-filename pic x(120).

       01  ws-old-rate-status      pic x(02).
           88  old-rate-ok         value '00'.
               10  filler          pic x(18) value
                   ' DAYS - STALE RATE'.

      ***********************************************************************
      * Shared exceptions file, separate from the treasury report
      * above.  This run's findings are appended as one block -
      * header, exception records, trailer - behind the blocks the
      * other nightly programs have already written.
      ***********************************************************************

       01  ws-exception-log-status pic x(02).
           88  exception-log-ok    value '00'.

       01  ws-exception-log-switch pic x(01) value 'N'.
           88  exception-log-open  value 'Y'.

       01  ws-exception-record.
           copy exceptn.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-exceptions-written   pic 9(09) value zero.

       01  ws-exception-edit-fields.
           05  ws-exc-rate-edit    pic zz9.9(6).
           05  ws-exc-pct-edit     pic z(04)9.99.
           05  ws-exc-age-edit     pic z(05)9.

       procedure division.

       0000-main.
           perform 2000-import-bank-rates until bank-rate-eof
           perform 3000-check-stale-countries
           perform 4000-write-new-rate-file
           if  exception-log-open
               perform 9320-write-exception-trailer
           end-if
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           unstring args delimited by space
               into old-rate-filename bank-rate-filename
                   new-rate-filename exceptions-filename
                   tolerance-arg max-age-arg exception-log-filename
           end-unstring

           if  old-rate-filename = spaces
               display 'USAGE: RATE-IMPORT OLD-RATE-FILENAME'
                   ' BANK-RATE-FILENAME NEW-RATE-FILENAME'
                   ' EXCEPTIONS-FILENAME TOLERANCE-PCT MAX-AGE-DAYS'
                   ' [EXCEPTION-LOG-FILENAME]'
               goback
           end-if

           write exceptions-record from ws-report-heading
           move spaces to exceptions-record
           write exceptions-record

           if  exception-log-filename not = spaces
               perform 9300-open-exception-log
           end-if
           .

       1500-load-old-rates.
               move zero to rjd-move-pct
               move 'RECORD NOT NUMERIC' to rjd-reason
               write exceptions-record from ws-reject-detail
               move spaces to ws-exception-record
               move 'M' to exc-severity
               string ws-rate-rec-country ' ' ws-rate-rec-date
                   ' NOT NUMERIC' delimited by size
                   into exc-key
               end-string
               move 'BANK RATE RECORD NOT NUMERIC - NOT APPLIED'
                   to exc-description
               perform 9310-write-exception
           else
               perform 2200-find-prior-rate
               if  prior-rate-seen
                   move ws-move-pct to rjd-move-pct
                   move 'MOVE EXCEEDS TOLERANCE' to rjd-reason
                   write exceptions-record from ws-reject-detail
                   move spaces to ws-exception-record
                   move 'M' to exc-severity
                   string ws-rate-rec-country ' ' ws-rate-rec-date
                       ' RATE MOVE' delimited by size
                       into exc-key
                   end-string
                   move ws-rate-rec-rate to ws-exc-rate-edit
                   move ws-move-pct to ws-exc-pct-edit
                   string 'RATE ' ws-exc-rate-edit ' MOVES '
                       ws-exc-pct-edit ' % - EXCEEDS TOLERANCE,'
                       ' NOT APPLIED' delimited by size
                       into exc-description
                   end-string
                   perform 9310-write-exception
               else
                   perform 2500-merge-rate-entry
                   add 1 to ws-rates-applied
               move ws-cty-newest-date(ws-cty-idx) to std-date
               move ws-rate-age-days to std-age-days
               write exceptions-record from ws-stale-detail
               move spaces to ws-exception-record
               move 'M' to exc-severity
               string ws-cty-code(ws-cty-idx) ' STALE RATE'
                   delimited by size into exc-key
               end-string
               move ws-rate-age-days to ws-exc-age-edit
               string 'NEWEST RATE ' ws-cty-newest-date(ws-cty-idx)
                   ' IS ' ws-exc-age-edit ' DAYS OLD - STALE RATE'
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
      * it.  The trailer is written only on the success path, never
      * from an abend, so a block cut short by a failure is flagged
      * by the exceptions queue instead of being taken as complete.
      ***********************************************************************

       9300-open-exception-log.

           open extend exception-log-file
           if  not exception-log-ok
               open output exception-log-file
           end-if
           if  not exception-log-ok
               display 'RATE-IMPORT: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' ws-exception-log-status
               move 16 to return-code
               perform 9400-close-files
               goback
           end-if
           set exception-log-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'RATEIMPORT' to ht-program-name
           move 'EXCEPTIONS' to ht-file-identifier
           write exception-log-record from ws-header-trailer-record
           .

       9310-write-exception.

           if  exception-log-open
               move 'RATEIMPORT' to exc-source-program
               move ws-run-date to exc-run-date
               write exception-log-record from ws-exception-record
               if  not exception-log-ok
                   display 'RATE-IMPORT ABEND: WRITE TO'
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
           close old-rate-file
           close bank-rate-file
           close new-rate-file
           close exceptions-file
           if  exception-log-open
               close exception-log-file
           end-if
           .

       9500-display-control-totals.
