      *            and would otherwise only surface when revenue dips.
      *
      * Usage:     missed-invoice history-filename master-filename
      *            report-filename [exception-log-filename]
      *
      *            The allowed age is the cycle length in days plus a
      *            seven-day grace for business-day rolls: weekly 7,
      *            each plus 7.  Suspended and closed accounts are not
      *            expected to invoice and are skipped.  An active
      *            account with no history at all is flagged too.
      *            When an exception log is named, each flagged
      *            account is also appended to that shared exceptions
      *            file for the morning exceptions queue.
      **********************************************************************
       identification division.
       program-id. missed-invoice.
               organization is line sequential
               file status is ws-report-status.

           select exception-log-file assign to exception-log-filename
               organization is line sequential
               file status is ws-exception-log-status.

       data division.
       file section.

       fd  master-file.
       01  master-record.
           05  mf-acct-key         pic x(10).
           05  filler              pic x(57).

       fd  report-file.
       01  report-record pic x(132).

       fd  exception-log-file.
       01  exception-log-record pic x(113).

       working-storage section.

       01  args pic x(500).
           05  history-filename    pic x(120).
           05  master-filename     pic x(120).
           05  report-filename     pic x(120).
           05  exception-log-filename pic x(120).

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
               10  filler          pic x(10) value '  ALLOWED '.
               10  det-allowed     pic z(03)9.

      ***********************************************************************
      * Shared exceptions file.  This run's findings are appended as
      * one block - header, exception records, trailer - behind the
      * blocks the other nightly programs have already written.
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

       procedure division.

       0000-main.
           perform 1000-initialize
           perform 2000-load-invoice-history until history-eof
           perform 3000-check-master-accounts until master-eof
           if  exception-log-open
               perform 9320-write-exception-trailer
           end-if
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           accept args from command-line end-accept
           unstring args delimited by space
               into history-filename master-filename report-filename
                   exception-log-filename
           end-unstring

           if  history-filename = spaces
           or report-filename = spaces
               display 'USAGE: MISSED-INVOICE HISTORY-FILENAME'
                   ' MASTER-FILENAME REPORT-FILENAME'
                   ' [EXCEPTION-LOG-FILENAME]'
               goback
           end-if

           write report-record from ws-report-heading
           move spaces to report-record
           write report-record

           if  exception-log-filename not = spaces
               perform 9300-open-exception-log
           end-if
           .

      ***********************************************************************
           move ws-days-since-invoice to det-days-since
           move ws-allowed-age-days to det-allowed
           write report-record from ws-missed-detail

           move spaces to ws-exception-record
           move 'H' to exc-severity
           move mst-acct-number to exc-key
           if  det-last-date = 'NONE    '
               move 'ACTIVE ACCOUNT HAS NO INVOICE ON HISTORY'
                   to exc-description
           else
               string 'NO INVOICE SINCE ' det-last-date
                   ' - ' det-days-since ' DAYS, CYCLE '
                   det-cycle ' ALLOWS ' det-allowed
                   delimited by size into exc-description
               end-string
           end-if
           perform 9310-write-exception
           .

       8000-compute-day-number.
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
               display 'MISSED-INVOICE: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' ws-exception-log-status
               move 16 to return-code
               perform 9400-close-files
               goback
           end-if
           set exception-log-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'MISSEDINV' to ht-program-name
           move 'EXCEPTIONS' to ht-file-identifier
           write exception-log-record from ws-header-trailer-record
           .

       9310-write-exception.

           if  exception-log-open
               move 'MISSEDINV' to exc-source-program
               move ws-run-date to exc-run-date
               write exception-log-record from ws-exception-record
               if  not exception-log-ok
                   display 'MISSED-INVOICE ABEND: WRITE TO'
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
           close history-file
           close master-file
           close report-file
           if  exception-log-open
               close exception-log-file
           end-if
           .

       9500-display-control-totals.
