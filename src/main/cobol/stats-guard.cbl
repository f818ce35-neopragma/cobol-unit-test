      *            truncated acquirer feed or a stale BIN table stops
      *            the run instead of quietly shrinking it.
      *
      * Usage:     stats-guard stats-filename deviation-pct
      *            [run-date [exception-log-filename]]
      *
      *            RUN-DATE is YYYYMMDD and defaults to today.  The
      *            first night on a new warehouse has no trailing
      *            average and passes with a note.  Missing statistics
      *            for tonight fail the guard: the steps that should
      *            have written them did not finish.  When an
      *            exceptions file is named, each failed check is also
      *            appended to it for the morning exceptions queue.
      **********************************************************************
       identification division.
       program-id. stats-guard.
               organization is line sequential
               file status is ws-stats-status.

           select exception-log-file assign to exception-log-filename
               organization is line sequential
               file status is ws-exception-log-status.

       data division.
       file section.

       fd  stats-file.
       01  stats-record pic x(50).

       fd  exception-log-file.
       01  exception-log-record pic x(113).

       working-storage section.

       01  args pic x(500).
           05  stats-filename      pic x(120).
           05  deviation-arg       pic x(06).
           05  run-date-arg        pic x(08).
           05  exception-log-filename pic x(120).

       01  ws-stats-status         pic x(02).
           88  stats-ok            value '00'.

       01  ws-run-date             pic x(08).

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

       01  ws-exception-edit-fields.
           05  ws-exc-count-edit   pic z(08)9.
           05  ws-exc-avg-edit     pic z(08)9.
           05  ws-exc-pct-edit     pic z(04)9.99.
           05  ws-exc-rate-edit    pic z(02)9.99.

       procedure division.

       0000-main.
           perform 3000-compute-trailing-averages
           perform 4000-check-deviations
           perform 5000-report-result
           if  exception-log-open
               perform 9320-write-exception-trailer
           end-if
           goback
           .

           accept args from command-line end-accept
           unstring args delimited by space
               into stats-filename deviation-arg run-date-arg
                   exception-log-filename
           end-unstring

           if  stats-filename = spaces
           or deviation-arg = spaces
               display 'USAGE: STATS-GUARD STATS-FILENAME'
                   ' DEVIATION-PCT [RUN-DATE [EXCEPTION-LOG-FILENAME]]'
               move 16 to return-code
               goback
           end-if
               move 16 to return-code
               goback
           end-if

           if  exception-log-filename not = spaces
               perform 9300-open-exception-log
           end-if
           .

       1100-parse-deviation.
               display 'STATS-GUARD: NO STATISTICS FOR RUN DATE '
                   ws-run-date ' - THE WRITING STEPS DID NOT FINISH'
               set guard-tripped to true
               move spaces to ws-exception-record
               move 'H' to exc-severity
               move 'NO STATISTICS' to exc-key
               string 'NO STATISTICS FOR RUN DATE - WRITING STEPS'
                   ' DID NOT FINISH' delimited by size
                   into exc-description
               end-string
               perform 9310-write-exception
           end-if

           if  tonight-seen
                       ws-volume-deviation ' % FROM TRAILING'
                       ' AVERAGE ' ws-avg-card1-read
                   set guard-tripped to true
                   move spaces to ws-exception-record
                   move 'H' to exc-severity
                   move 'CARD1 INPUT VOLUME' to exc-key
                   move ws-tonight-card1-read to ws-exc-count-edit
                   move ws-volume-deviation to ws-exc-pct-edit
                   move ws-avg-card1-read to ws-exc-avg-edit
                   string 'READ ' ws-exc-count-edit
                       ' DEVIATES ' ws-exc-pct-edit
                       ' % FROM AVERAGE ' ws-exc-avg-edit
                       delimited by size into exc-description
                   end-string
                   perform 9310-write-exception
               end-if
           end-if
           .
                   ws-rate-deviation ' % FROM TRAILING AVERAGE '
                   ws-avg-rej-rate ' %'
               set guard-tripped to true
               move spaces to ws-exception-record
               move 'H' to exc-severity
               move 'CONVERT REJECT RATE' to exc-key
               move ws-tonight-rej-rate to ws-exc-rate-edit
               move ws-rate-deviation to ws-exc-pct-edit
               string 'RATE ' ws-exc-rate-edit
                   ' % DEVIATES ' ws-exc-pct-edit
                   ' % FROM AVERAGE' delimited by size
                   into exc-description
               end-string
               perform 9310-write-exception
           end-if
           .

           end-if
           .

      ***********************************************************************
      * The exceptions file is shared, so it is extended rather than
      * replaced; the first program of the night to name it creates
      * it.  The trailer is written only when the run finishes
      * normally, so a block cut short by an abend is flagged by the
      * exceptions queue instead of being taken as complete.
      ***********************************************************************

       9300-open-exception-log.

           open extend exception-log-file
           if  not exception-log-ok
               open output exception-log-file
           end-if
           if  not exception-log-ok
               display 'STATS-GUARD: OPEN OF EXCEPTION-LOG-FILE'
                   ' FAILED, FILE STATUS=' ws-exception-log-status
               move 16 to return-code
               goback
           end-if
           set exception-log-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'STATSGUARD' to ht-program-name
           move 'EXCEPTIONS' to ht-file-identifier
           write exception-log-record from ws-header-trailer-record
           .

       9310-write-exception.

           if  exception-log-open
               move 'STATSGUARD' to exc-source-program
               move ws-run-date to exc-run-date
               write exception-log-record from ws-exception-record
               if  not exception-log-ok
                   display 'STATS-GUARD ABEND: WRITE TO'
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
