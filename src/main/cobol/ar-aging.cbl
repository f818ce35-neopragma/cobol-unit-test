      *            open item is past the configurable threshold, with
      *            letter text that escalates by bucket.  Collections
      *            works from this run instead of from memory and
      *            sticky notes.  An account with an active payment
      *            arrangement (see arrange-maint) is aged as usual but
      *            not dunned while the arrangement stands.
      *
      * Usage:     ar-aging open-items-filename name-address-filename
      *            aging-report-filename dunning-print-filename
      *            threshold-days [arrangement-filename]
      *
      *            The name-and-address file is the same one
      *            invoice-print reads.  An open item whose invoice
      *            date is unknown (a legacy history row) ages as
      *            current and is never dunned.  Credit balances appear
      *            in the aging under current.  The arrangement file
      *            is optional; without it every account past the
      *            threshold is dunned.
      **********************************************************************
       identification division.
       program-id. ar-aging.
               organization is line sequential
               file status is ws-dunning-print-status.

           select arrangement-file assign to arrangement-filename
               organization is line sequential
               file status is ws-arrangement-status.

       data division.
       file section.

       01  open-items-record pic x(56).

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  aging-report-file.
       01  aging-report-record pic x(132).
       fd  dunning-print-file.
       01  dunning-print-record pic x(132).

       fd  arrangement-file.
       01  arrangement-record pic x(262).

       working-storage section.

       01  args pic x(500).
           05  aging-report-filename  pic x(120).
           05  dunning-print-filename pic x(120).
           05  threshold-arg          pic x(06).
           05  arrangement-filename   pic x(120).

       01  ws-open-items-status    pic x(02).
           88  open-items-ok       value '00'.
       01  ws-dunning-print-status pic x(02).
           88  dunning-print-ok    value '00'.

       01  ws-arrangement-status   pic x(02).
           88  arrangement-ok      value '00'.
           88  arrangement-eof     value '10'.

       01  ws-arrangement-fields.
           copy arrange.

       01  ws-open-items-fields.
           05  opn-acct-number     pic x(10).
           05  opn-invoice-number  pic x(08).
           05  ws-na-rec-state     pic x(02).
           05  ws-na-rec-country   pic x(02).
           05  ws-na-rec-pref      pic x(01).
           05  ws-na-rec-tax-exempt pic x(01).
           05  ws-na-rec-exempt-cert pic x(15).
           05  filler              pic x(09).

       01  ws-name-addr-table.
           05  ws-name-addr-count  pic 9(04) comp value zero.

       01  ws-matched-na-index     pic 9(04) comp value zero.

      ***********************************************************************
      * Accounts with an active payment arrangement.  Collections has
      * agreed a plan with these customers, so no dunning letter goes
      * out; arrange-check cancels the arrangement if an installment
      * is missed and dunning resumes on the next run.
      ***********************************************************************

       01  ws-arrangement-table.
           05  ws-arrangement-count pic 9(04) comp value zero.
           05  ws-arrangement-acct occurs 2000 times
                                   indexed by ws-arrangement-idx
                                   pic x(10).

       01  ws-arrangement-found-switch pic x(01).
           88  arrangement-found   value 'y'.
           88  arrangement-not-found value 'n'.

       01  ws-run-date.
           05  ws-run-year         pic 9(04).
           05  ws-run-month        pic 9(02).
           05  ws-items-read       pic 9(06) comp value zero.
           05  ws-accounts-aged    pic 9(06) comp value zero.
           05  ws-notices-printed  pic 9(05) value zero.
           05  ws-notices-suppressed pic 9(05) value zero.

       01  ws-report-lines.
           05  ws-aging-heading-1.
           unstring args delimited by space
               into open-items-filename name-address-filename
                   aging-report-filename dunning-print-filename
                   threshold-arg arrangement-filename
           end-unstring

           if  open-items-filename = spaces
               display 'USAGE: AR-AGING OPEN-ITEMS-FILENAME'
                   ' NAME-ADDRESS-FILENAME AGING-REPORT-FILENAME'
                   ' DUNNING-PRINT-FILENAME THRESHOLD-DAYS'
                   ' [ARRANGEMENT-FILENAME]'
               goback
           end-if

           write aging-report-record from ws-aging-heading-2

           perform 9100-load-name-address-table
           if  arrangement-filename not = spaces
               perform 9200-load-arrangement-table
           end-if
           .

       1100-parse-threshold.

       4100-consider-one-account.
           if  ws-age-oldest(ws-age-idx) > ws-threshold-days
               perform 4150-lookup-arrangement
               if  arrangement-found
                   add 1 to ws-notices-suppressed
               else
                   perform 4200-print-dunning-notice
               end-if
           end-if
           .

       4150-lookup-arrangement.

           set arrangement-not-found to true

           perform 4160-check-arrangement-entry
               varying ws-arrangement-idx from 1 by 1
               until ws-arrangement-idx > ws-arrangement-count
               or arrangement-found
           .

       4160-check-arrangement-entry.
           if  ws-age-acct(ws-age-idx)
                   = ws-arrangement-acct(ws-arrangement-idx)
               set arrangement-found to true
           end-if
           .

           perform 9110-read-name-address-record
           .

       9200-load-arrangement-table.

           open input arrangement-file
           if  not arrangement-ok
               display 'AR-AGING ABEND: OPEN OF ARRANGEMENT-FILE'
                   ' FAILED, FILE STATUS=' ws-arrangement-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           perform 9210-read-arrangement-record
           perform 9220-store-arrangement-entry
               until arrangement-eof
           close arrangement-file
           .

       9210-read-arrangement-record.
           read arrangement-file into ws-arrangement-fields
           .

       9220-store-arrangement-entry.

           if  arr-status-active
               if  ws-arrangement-count = 2000
                   display 'AR-AGING ABEND: ARRANGEMENT-FILE HAS MORE'
                       ' THAN 2000 ACTIVE ENTRIES, WS-ARRANGEMENT-TABLE'
                       ' IS FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-arrangement-count
               move arr-acct-number
                   to ws-arrangement-acct(ws-arrangement-count)
           end-if
           perform 9210-read-arrangement-record
           .

       9400-close-files.
           close open-items-file
           close aging-report-file
           display '  OPEN ITEMS READ........ ' ws-items-read
           display '  ACCOUNTS AGED.......... ' ws-accounts-aged
           display '  NOTICES PRINTED........ ' ws-notices-printed
           display '  DUNNING SUPPRESSED..... ' ws-notices-suppressed
           .

       9999-end.
