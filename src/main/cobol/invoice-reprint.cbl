      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   On-demand invoice reprint.  Takes a list of reprint
      *            requests - by invoice number, or by account for its
      *            latest invoice or its invoice of a given date - and
      *            rebuilds each invoice page from the invoice history
      *            rows invdate journaled (the invoice row and the
      *            usage and sales-tax rows under its number) and the
      *            current name-and-address file, in the invoice-print
      *            page format, stamped DUPLICATE COPY with the
      *            original invoice number and date.  Each page goes
      *            to the print file, or to the e-delivery extract
      *            when the account's delivery preference is 'E', as
      *            invoice-print routes them.  Every request, reprinted
      *            or rejected, is appended to the reprint log with the
      *            requestor's ID.  No generation of the night's
      *            invoice file needs to be restored.
      *
      * Usage:     invoice-reprint request-filename history-filename
      *            name-address-filename master-filename print-filename
      *            extract-filename log-filename
      *
      *            Request record, fixed columns: request type X(01) -
      *            I invoice number / A account - key X(10) (the
      *            8-digit invoice number, or the account number),
      *            invoice date X(08) YYYYMMDD (account requests only;
      *            blank for the account's latest invoice), requestor
      *            ID X(08).
      *
      *            The billing cycle printed is the one on the indexed
      *            account master today.  The history does not keep
      *            usage units, so a usage charge is shown without its
      *            unit count.  Later credit and debit adjustments are
      *            not part of the original invoice and are not shown.
      *            An invoice row from before the history carried
      *            amounts cannot be rebuilt and is rejected.
      *
      *            Extract record as invoice-print's, with a copy
      *            indicator X(01) 'D' after it; file identifier
      *            INVREPRINT-EXTRACT.  Log record, fixed columns: run
      *            date X(08), run time X(08), requestor ID X(08),
      *            request type X(01), request key X(10), request date
      *            X(08), account X(10), invoice number X(08), invoice
      *            date X(08), channel X(01) P print / E electronic /
      *            blank rejected, result X(30).
      **********************************************************************
       identification division.
       program-id. invoice-reprint.
       environment division.
       input-output section.
       file-control.

           select request-file assign to request-filename
               organization is line sequential
               file status is ws-request-status.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select name-address-file assign to name-address-filename
               organization is line sequential
               file status is ws-name-address-status.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

           select print-file assign to print-filename
               organization is line sequential
               file status is ws-print-status.

           select extract-file assign to extract-filename
               organization is line sequential
               file status is ws-extract-status.

           select log-file assign to log-filename
               organization is line sequential
               file status is ws-log-status.

       data division.
       file section.

       fd  request-file.
       01  request-record pic x(27).

       fd  history-file.
       01  history-record pic x(46).

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  master-file.
       01  master-record.
           05  mst-acct-key        pic x(10).
           05  mst-detail.
               10  mst-date        pic x(08).
               10  mst-cycle       pic x(01).
               10  mst-plan        pic x(02).
               10  mst-status      pic x(01).
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate  pic x(37).

       fd  print-file.
       01  print-record pic x(132).

       fd  extract-file.
       01  extract-record pic x(145).

       fd  log-file.
       01  log-record pic x(100).

       working-storage section.

       01  args pic x(1000).

       01  arg-values.
           05  request-filename    pic x(120).
           05  history-filename    pic x(120).
           05  name-address-filename pic x(120).
           05  master-filename     pic x(120).
           05  print-filename      pic x(120).
           05  extract-filename    pic x(120).
           05  log-filename        pic x(120).

       01  ws-request-status       pic x(02).
           88  request-ok          value '00'.
           88  request-eof         value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
           88  history-eof         value '10'.

       01  ws-name-address-status  pic x(02).
           88  name-address-ok     value '00'.
           88  name-address-eof    value '10'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.

       01  ws-print-status         pic x(02).
           88  print-ok            value '00'.

       01  ws-extract-status       pic x(02).
           88  extract-ok          value '00'.

       01  ws-log-status           pic x(02).
           88  log-ok              value '00'.

       01  ws-request-fields.
           05  req-type            pic x(01).
               88  req-by-invoice  value 'I'.
               88  req-by-account  value 'A'.
           05  req-key             pic x(10).
           05  req-invoice-date    pic x(08).
           05  req-requestor-id    pic x(08).

       01  ws-history-fields.
           copy invhist.

       01  ws-header-trailer-record.
           copy hdrtrlr.

      ***********************************************************************
      * Every request, loaded before the one pass of the history.  An
      * invoice row that satisfies a request is captured with it; the
      * usage and sales-tax rows invdate writes right after it under
      * the same number are added to it.  A later invoice row for an
      * account request replaces the earlier one, so the account's
      * latest invoice is the one left.
      ***********************************************************************

       01  ws-request-table.
           05  ws-request-count    pic 9(04) comp value zero.
           05  ws-request-entry occurs 500 times
                                   indexed by ws-rqt-idx.
               10  ws-rqt-type     pic x(01).
                   88  ws-rqt-by-invoice value 'I'.
                   88  ws-rqt-by-account value 'A'.
               10  ws-rqt-key      pic x(10).
               10  ws-rqt-date     pic x(08).
               10  ws-rqt-requestor pic x(08).
               10  ws-rqt-reason   pic x(30).
                   88  ws-rqt-accepted value spaces.
               10  ws-rqt-found-switch pic x(01).
                   88  ws-rqt-found value 'y'.
                   88  ws-rqt-not-found value 'n'.
               10  ws-rqt-amount-switch pic x(01).
                   88  ws-rqt-amount-known value 'y'.
                   88  ws-rqt-amount-unknown value 'n'.
               10  ws-rqt-acct     pic x(10).
               10  ws-rqt-invoice-number pic 9(08).
               10  ws-rqt-invoice-date pic x(08).
               10  ws-rqt-base     pic s9(07)v99 comp-3.
               10  ws-rqt-usage    pic s9(07)v99 comp-3.
               10  ws-rqt-tax      pic s9(07)v99 comp-3.

      ***********************************************************************
      * Customer name and address table, loaded at startup from the
      * name-and-address reference file.
      ***********************************************************************

       01  ws-name-addr-rec-fields.
           05  ws-na-rec-acct      pic x(10).
           05  ws-na-rec-name      pic x(30).
           05  ws-na-rec-addr-1    pic x(30).
           05  ws-na-rec-addr-2    pic x(30).
           05  ws-na-rec-state     pic x(02).
           05  ws-na-rec-country   pic x(02).
           05  ws-na-rec-pref      pic x(01).
           05  ws-na-rec-tax-exempt pic x(01).
           05  ws-na-rec-exempt-cert pic x(15).
           05  filler              pic x(09).

       01  ws-name-addr-table.
           05  ws-name-addr-count  pic 9(04) comp value zero.
           05  ws-name-addr-entry occurs 1000 times
                                    indexed by ws-na-index.
               10  ws-na-acct      pic x(10).
               10  ws-na-name      pic x(30).
               10  ws-na-addr-1    pic x(30).
               10  ws-na-addr-2    pic x(30).
               10  ws-na-pref      pic x(01).
                   88  na-electronic-delivery value 'E'.

       01  ws-na-found-switch      pic x(01).
           88  na-found            value 'y'.
           88  na-not-found        value 'n'.

       01  ws-matched-na-index     pic 9(04) comp value zero.

       01  ws-cycle-description    pic x(12).

       01  ws-invoice-date.
           05  ws-inv-year         pic x(04).
           05  ws-inv-month        pic x(02).
           05  ws-inv-day          pic x(02).

       01  ws-invoice-base         pic 9(05)v99.
       01  ws-invoice-usage        pic 9(05)v99.
       01  ws-invoice-tax          pic 9(05)v99.
       01  ws-amount-due           pic 9(06)v99.

       01  ws-run-date             pic x(08).
       01  ws-run-time             pic x(08).

       01  ws-run-totals.
           05  ws-requests-read    pic 9(05) value zero.
           05  ws-history-read     pic 9(07) value zero.
           05  ws-pages-printed    pic 9(05) value zero.
           05  ws-electronic-count pic 9(05) value zero.
           05  ws-channel-total    pic 9(05) value zero.
           05  ws-rejected-count   pic 9(05) value zero.
           05  ws-missing-name-count pic 9(05) comp value zero.
           05  ws-total-amount     pic 9(09)v99 comp-3 value zero.

      ***********************************************************************
      * Structured extract record for the e-delivery vendor, in
      * invoice-print's layout with the duplicate-copy indicator
      * after it, wrapped in the standard header and trailer with its
      * own count and amount hash.
      ***********************************************************************

       01  ws-extract-fields.
           05  ext-acct-number     pic x(10).
           05  ext-invoice-number  pic x(08).
           05  ext-invoice-date    pic x(08).
           05  ext-amount          pic 9(05)v99.
           05  ext-name            pic x(30).
           05  ext-addr-1          pic x(30).
           05  ext-addr-2          pic x(30).
           05  ext-tax-amount      pic 9(05)v99.
           05  ext-usage-units     pic 9(07).
           05  ext-usage-amount    pic 9(05)v99.
           05  ext-copy-indicator  pic x(01).

       01  ws-extract-trl-count    pic 9(09) value zero.
       01  ws-extract-trl-hash     pic 9(11)v9(04) comp-3 value zero.

       01  ws-log-fields.
           05  log-run-date        pic x(08).
           05  log-run-time        pic x(08).
           05  log-requestor-id    pic x(08).
           05  log-request-type    pic x(01).
           05  log-request-key     pic x(10).
           05  log-request-date    pic x(08).
           05  log-acct-number     pic x(10).
           05  log-invoice-number  pic x(08).
           05  log-invoice-date    pic x(08).
           05  log-channel         pic x(01).
           05  log-result          pic x(30).

       01  ws-print-lines.
           05  ws-page-heading.
               10  filler          pic x(100) value spaces.
               10  filler          pic x(05) value 'PAGE '.
               10  hdg-page-number pic z(04)9.
           05  ws-duplicate-line.
               10  filler          pic x(28) value
                   '*** DUPLICATE COPY ***      '.
               10  filler          pic x(17) value
                   'ORIGINAL INVOICE '.
               10  dup-invoice-number pic x(08).
               10  filler          pic x(07) value ' DATED '.
               10  dup-year        pic x(04).
               10  filler          pic x(01) value '-'.
               10  dup-month       pic x(02).
               10  filler          pic x(01) value '-'.
               10  dup-day         pic x(02).
           05  ws-date-line.
               10  filler          pic x(13) value 'INVOICE DATE '.
               10  dtl-year        pic x(04).
               10  filler          pic x(01) value '-'.
               10  dtl-month       pic x(02).
               10  filler          pic x(01) value '-'.
               10  dtl-day         pic x(02).
           05  ws-invoice-number-line.
               10  filler          pic x(16) value
                   'INVOICE NUMBER: '.
               10  inl-invoice-number pic x(08).
           05  ws-account-line.
               10  filler          pic x(16) value
                   'ACCOUNT NUMBER: '.
               10  acl-acct-number pic x(10).
           05  ws-cycle-line.
               10  filler          pic x(16) value
                   'BILLING CYCLE:  '.
               10  cyl-description pic x(12).
           05  ws-charges-line.
               10  filler          pic x(16) value
                   'BASE CHARGE:    '.
               10  chl-amount      pic $$$,$$9.99.
           05  ws-usage-line.
               10  filler          pic x(16) value
                   'USAGE CHARGE:   '.
               10  usl-amount      pic $$$,$$9.99.
           05  ws-tax-line.
               10  filler          pic x(16) value
                   'SALES TAX:      '.
               10  txl-amount      pic $$$,$$9.99.
           05  ws-amount-line.
               10  filler          pic x(16) value
                   'AMOUNT DUE:     '.
               10  aml-amount      pic $$$,$$9.99.
           05  ws-separator-line.
               10  filler          pic x(72) value all '-'.
           05  ws-summary-line-1.
               10  filler          pic x(19) value
                   'DUPLICATES PRINTED '.
               10  sum-pages       pic z(04)9.
           05  ws-summary-line-2.
               10  filler          pic x(19) value
                   'ELECTRONIC SENT    '.
               10  sum-electronic  pic z(04)9.
           05  ws-summary-line-3.
               10  filler          pic x(19) value
                   'TOTAL ALL CHANNELS '.
               10  sum-channel-total pic z(04)9.
           05  ws-summary-line-4.
               10  filler          pic x(19) value
                   'REQUESTS REJECTED  '.
               10  sum-rejected    pic z(04)9.
           05  ws-summary-line-5.
               10  filler          pic x(19) value
                   'NAME NOT ON FILE   '.
               10  sum-missing     pic z(04)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1500-load-requests until request-eof
           close request-file
           perform 2000-scan-history until history-eof
           close history-file
           perform 3000-reprint-one-request
               varying ws-rqt-idx from 1 by 1
               until ws-rqt-idx > ws-request-count
           perform 3950-write-extract-trailer
           perform 4000-write-summary-page
           perform 9400-close-files
           perform 9500-display-run-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into request-filename history-filename
                   name-address-filename master-filename
                   print-filename extract-filename log-filename
           end-unstring

           if  request-filename = spaces
           or history-filename = spaces
           or name-address-filename = spaces
           or master-filename = spaces
           or print-filename = spaces
           or extract-filename = spaces
           or log-filename = spaces
               display 'USAGE: INVOICE-REPRINT REQUEST-FILENAME'
                   ' HISTORY-FILENAME NAME-ADDRESS-FILENAME'
                   ' MASTER-FILENAME PRINT-FILENAME'
                   ' EXTRACT-FILENAME LOG-FILENAME'
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           open input request-file
           if  not request-ok
               display 'INVOICE-REPRINT: OPEN OF REQUEST-FILE FAILED,'
                   ' FILE STATUS=' ws-request-status
               move 16 to return-code
               goback
           end-if

           open input history-file
           if  not history-ok
               display 'INVOICE-REPRINT: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open input master-file
           if  not master-ok
               display 'INVOICE-REPRINT: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           open extend log-file
           if  not log-ok
               open output log-file
           end-if
           if  not log-ok
               display 'INVOICE-REPRINT: OPEN OF LOG-FILE FAILED,'
                   ' FILE STATUS=' ws-log-status
               move 16 to return-code
               goback
           end-if

           open output print-file
           open output extract-file

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'INVREPRINT' to ht-program-name
           move 'INVREPRINT-EXTRACT' to ht-file-identifier
           write extract-record from ws-header-trailer-record

           perform 9100-load-name-address-table
           .

      ***********************************************************************
      * 1500-LOAD-REQUESTS edits each request as it is stored; a
      * request that fails is kept with its reason so it is still
      * logged against its requestor.
      ***********************************************************************

       1500-load-requests.

           read request-file into ws-request-fields
           if  request-ok
               add 1 to ws-requests-read
               perform 1600-store-one-request
           end-if
           .

       1600-store-one-request.

           if  ws-request-count = 500
               display 'INVOICE-REPRINT ABEND: MORE THAN 500'
                   ' REQUESTS, WS-REQUEST-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-request-count
           set ws-rqt-idx to ws-request-count
           move req-type to ws-rqt-type(ws-rqt-idx)
           move req-key to ws-rqt-key(ws-rqt-idx)
           move req-invoice-date to ws-rqt-date(ws-rqt-idx)
           move req-requestor-id to ws-rqt-requestor(ws-rqt-idx)
           move spaces to ws-rqt-reason(ws-rqt-idx)
           set ws-rqt-not-found(ws-rqt-idx) to true
           set ws-rqt-amount-unknown(ws-rqt-idx) to true
           move spaces to ws-rqt-acct(ws-rqt-idx)
           move zero to ws-rqt-invoice-number(ws-rqt-idx)
           move spaces to ws-rqt-invoice-date(ws-rqt-idx)
           move zero to ws-rqt-base(ws-rqt-idx)
           move zero to ws-rqt-usage(ws-rqt-idx)
           move zero to ws-rqt-tax(ws-rqt-idx)

           evaluate true
               when not req-by-invoice and not req-by-account
                   move 'REQUEST TYPE MUST BE I OR A'
                       to ws-rqt-reason(ws-rqt-idx)
               when req-requestor-id = spaces
                   move 'REQUESTOR ID REQUIRED'
                       to ws-rqt-reason(ws-rqt-idx)
               when req-key = spaces
                   move 'INVOICE OR ACCOUNT REQUIRED'
                       to ws-rqt-reason(ws-rqt-idx)
               when req-by-invoice
               and (req-key(1:8) is not numeric
                    or req-key(9:2) not = spaces)
                   move 'INVOICE NUMBER MUST BE 8 DIGITS'
                       to ws-rqt-reason(ws-rqt-idx)
               when req-by-account
               and req-invoice-date not = spaces
               and req-invoice-date is not numeric
                   move 'INVOICE DATE MUST BE YYYYMMDD'
                       to ws-rqt-reason(ws-rqt-idx)
           end-evaluate
           .

       2000-scan-history.

           read history-file into ws-history-fields
           if  history-ok
               add 1 to ws-history-read
               perform 2100-match-history-row
                   varying ws-rqt-idx from 1 by 1
                   until ws-rqt-idx > ws-request-count
           end-if
           .

       2100-match-history-row.

           if  not ws-rqt-accepted(ws-rqt-idx)
               exit paragraph
           end-if

           evaluate true
               when hist-type-invoice
                   perform 2200-match-invoice-row
               when hist-type-usage
               or hist-type-sales-tax
                   perform 2300-match-charge-row
           end-evaluate
           .

       2200-match-invoice-row.

           if  ws-rqt-by-invoice(ws-rqt-idx)
               if  hist-invoice-number
                       not = ws-rqt-key(ws-rqt-idx)(1:8)
                   exit paragraph
               end-if
           else
               if  hist-acct-number not = ws-rqt-key(ws-rqt-idx)
                   exit paragraph
               end-if
               if  ws-rqt-date(ws-rqt-idx) not = spaces
               and hist-invoice-date not = ws-rqt-date(ws-rqt-idx)
                   exit paragraph
               end-if
           end-if

           set ws-rqt-found(ws-rqt-idx) to true
           move hist-acct-number to ws-rqt-acct(ws-rqt-idx)
           move hist-invoice-number
               to ws-rqt-invoice-number(ws-rqt-idx)
           move hist-invoice-date to ws-rqt-invoice-date(ws-rqt-idx)
           if  hist-amount is numeric
               set ws-rqt-amount-known(ws-rqt-idx) to true
               move hist-amount to ws-rqt-base(ws-rqt-idx)
           else
               set ws-rqt-amount-unknown(ws-rqt-idx) to true
               move zero to ws-rqt-base(ws-rqt-idx)
           end-if
           move zero to ws-rqt-usage(ws-rqt-idx)
           move zero to ws-rqt-tax(ws-rqt-idx)
           .

       2300-match-charge-row.
           if  ws-rqt-found(ws-rqt-idx)
           and hist-invoice-number = ws-rqt-invoice-number(ws-rqt-idx)
           and hist-acct-number = ws-rqt-acct(ws-rqt-idx)
               if  hist-type-usage
                   add hist-amount to ws-rqt-usage(ws-rqt-idx)
               else
                   add hist-amount to ws-rqt-tax(ws-rqt-idx)
               end-if
           end-if
           .

      ***********************************************************************
      * 3000-REPRINT-ONE-REQUEST sends each found invoice down exactly
      * one channel, as invoice-print does - the e-delivery extract
      * when the account's delivery preference is 'E', the print file
      * otherwise - and logs the request either way.
      ***********************************************************************

       3000-reprint-one-request.

           move spaces to ws-log-fields
           move spaces to log-channel

           if  ws-rqt-accepted(ws-rqt-idx)
           and ws-rqt-not-found(ws-rqt-idx)
               if  ws-rqt-by-invoice(ws-rqt-idx)
                   move 'INVOICE NOT ON HISTORY'
                       to ws-rqt-reason(ws-rqt-idx)
               else
                   move 'NO INVOICE ON HISTORY FOR ACCOUNT'
                       to ws-rqt-reason(ws-rqt-idx)
               end-if
           end-if

           if  ws-rqt-accepted(ws-rqt-idx)
           and ws-rqt-amount-unknown(ws-rqt-idx)
               move 'INVOICE AMOUNT NOT ON HISTORY'
                   to ws-rqt-reason(ws-rqt-idx)
           end-if

           if  ws-rqt-accepted(ws-rqt-idx)
               perform 3100-prepare-invoice
               perform 3200-lookup-name-address
               if  na-found
               and na-electronic-delivery(ws-matched-na-index)
                   perform 3500-write-extract-record
                   move 'E' to log-channel
                   move 'SENT ELECTRONIC' to log-result
               else
                   perform 3300-print-one-invoice
                   move 'P' to log-channel
                   move 'PRINTED' to log-result
               end-if
               move ws-rqt-acct(ws-rqt-idx) to log-acct-number
               move ws-rqt-invoice-number(ws-rqt-idx)
                   to log-invoice-number
               move ws-rqt-invoice-date(ws-rqt-idx)
                   to log-invoice-date
           else
               add 1 to ws-rejected-count
               move ws-rqt-reason(ws-rqt-idx) to log-result
           end-if

           perform 3900-write-log-record
           .

       3100-prepare-invoice.
           move ws-rqt-invoice-date(ws-rqt-idx) to ws-invoice-date
           move ws-rqt-base(ws-rqt-idx) to ws-invoice-base
           move ws-rqt-usage(ws-rqt-idx) to ws-invoice-usage
           move ws-rqt-tax(ws-rqt-idx) to ws-invoice-tax
           compute ws-amount-due =
               ws-invoice-base + ws-invoice-usage + ws-invoice-tax
           add ws-amount-due to ws-total-amount
           .

       3200-lookup-name-address.

           set na-not-found to true

           perform 3210-check-name-address-entry
               varying ws-na-index from 1 by 1
               until ws-na-index > ws-name-addr-count
               or na-found
           .

       3210-check-name-address-entry.
           if  ws-rqt-acct(ws-rqt-idx) = ws-na-acct(ws-na-index)
               set na-found to true
               set ws-matched-na-index to ws-na-index
           end-if
           .

       3300-print-one-invoice.

           add 1 to ws-pages-printed

           move ws-pages-printed to hdg-page-number
           write print-record from ws-page-heading

           move ws-rqt-invoice-number(ws-rqt-idx)
               to dup-invoice-number
           move ws-inv-year to dup-year
           move ws-inv-month to dup-month
           move ws-inv-day to dup-day
           write print-record from ws-duplicate-line

           move ws-inv-year to dtl-year
           move ws-inv-month to dtl-month
           move ws-inv-day to dtl-day
           write print-record from ws-date-line

           move spaces to print-record
           write print-record

           if  na-found
               write print-record
                   from ws-na-name(ws-matched-na-index)
               write print-record
                   from ws-na-addr-1(ws-matched-na-index)
               write print-record
                   from ws-na-addr-2(ws-matched-na-index)
           else
               add 1 to ws-missing-name-count
               move 'NAME/ADDRESS NOT ON FILE' to print-record
               write print-record
               move spaces to print-record
               write print-record
               write print-record
           end-if

           move spaces to print-record
           write print-record

           move ws-rqt-invoice-number(ws-rqt-idx)
               to inl-invoice-number
           write print-record from ws-invoice-number-line

           move ws-rqt-acct(ws-rqt-idx) to acl-acct-number
           write print-record from ws-account-line

           perform 3400-describe-billing-cycle
           move ws-cycle-description to cyl-description
           write print-record from ws-cycle-line

           if  ws-invoice-tax > zero
           or ws-invoice-usage > zero
               move ws-invoice-base to chl-amount
               write print-record from ws-charges-line
           end-if
           if  ws-invoice-usage > zero
               move ws-invoice-usage to usl-amount
               write print-record from ws-usage-line
           end-if
           if  ws-invoice-tax > zero
               move ws-invoice-tax to txl-amount
               write print-record from ws-tax-line
           end-if
           move ws-amount-due to aml-amount
           write print-record from ws-amount-line

           move spaces to print-record
           write print-record
           write print-record from ws-separator-line
           .

      ***********************************************************************
      * 3400-DESCRIBE-BILLING-CYCLE reads the account's cycle off the
      * master; an account no longer on the master prints monthly,
      * invoice-print's default.
      ***********************************************************************

       3400-describe-billing-cycle.
           move ws-rqt-acct(ws-rqt-idx) to mst-acct-key
           read master-file
           if  not master-ok
               move space to mst-cycle
           end-if
           evaluate mst-cycle
               when 'W'
                   move 'WEEKLY' to ws-cycle-description
               when 'B'
                   move 'BIWEEKLY' to ws-cycle-description
               when 'Q'
                   move 'QUARTERLY' to ws-cycle-description
               when 'A'
                   move 'ANNUAL' to ws-cycle-description
               when other
                   move 'MONTHLY' to ws-cycle-description
           end-evaluate
           .

       3500-write-extract-record.

           add 1 to ws-electronic-count
           move ws-rqt-acct(ws-rqt-idx) to ext-acct-number
           move ws-rqt-invoice-number(ws-rqt-idx)
               to ext-invoice-number
           move ws-invoice-date to ext-invoice-date
           move ws-invoice-base to ext-amount
           move ws-na-name(ws-matched-na-index) to ext-name
           move ws-na-addr-1(ws-matched-na-index) to ext-addr-1
           move ws-na-addr-2(ws-matched-na-index) to ext-addr-2
           move ws-invoice-tax to ext-tax-amount
           move zero to ext-usage-units
           move ws-invoice-usage to ext-usage-amount
           move 'D' to ext-copy-indicator
           write extract-record from ws-extract-fields
           if  not extract-ok
               display 'INVOICE-REPRINT ABEND: WRITE TO EXTRACT-FILE'
                   ' FAILED, FILE STATUS=' ws-extract-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-extract-trl-count
           add ws-invoice-base to ws-extract-trl-hash
           .

       3900-write-log-record.
           move ws-run-date to log-run-date
           move ws-run-time to log-run-time
           move ws-rqt-requestor(ws-rqt-idx) to log-requestor-id
           move ws-rqt-type(ws-rqt-idx) to log-request-type
           move ws-rqt-key(ws-rqt-idx) to log-request-key
           move ws-rqt-date(ws-rqt-idx) to log-request-date
           write log-record from ws-log-fields
           if  not log-ok
               display 'INVOICE-REPRINT ABEND: WRITE TO LOG-FILE'
                   ' FAILED, FILE STATUS=' ws-log-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

      ***********************************************************************
      * The extract trailer is written only on the success path, so a
      * truncated extract is refused by the vendor's loader.
      ***********************************************************************

       3950-write-extract-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-extract-trl-count to ht-record-count
           move ws-extract-trl-hash to ht-hash-total
           write extract-record from ws-header-trailer-record
           .

       4000-write-summary-page.

           move spaces to print-record
           write print-record
           move 'REPRINT RUN SUMMARY' to print-record
           write print-record

           move ws-pages-printed to sum-pages
           write print-record from ws-summary-line-1
           move ws-electronic-count to sum-electronic
           write print-record from ws-summary-line-2
           compute ws-channel-total =
               ws-pages-printed + ws-electronic-count
           move ws-channel-total to sum-channel-total
           write print-record from ws-summary-line-3
           move ws-rejected-count to sum-rejected
           write print-record from ws-summary-line-4
           move ws-missing-name-count to sum-missing
           write print-record from ws-summary-line-5
           .

       9100-load-name-address-table.

           open input name-address-file
           if  not name-address-ok
               display 'INVOICE-REPRINT ABEND: OPEN OF'
                   ' NAME-ADDRESS-FILE FAILED, FILE STATUS='
                   ws-name-address-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           perform 9110-read-name-address-record
           perform 9120-store-name-address-entry
               until name-address-eof
           close name-address-file
           .

       9110-read-name-address-record.
           read name-address-file into ws-name-addr-rec-fields
           .

       9120-store-name-address-entry.

           if  ws-name-addr-count = 1000
               display 'INVOICE-REPRINT ABEND: NAME-ADDRESS-FILE HAS'
                   ' MORE THAN 1000 ENTRIES, WS-NAME-ADDR-TABLE IS'
                   ' FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-name-addr-count
           move ws-na-rec-acct to ws-na-acct(ws-name-addr-count)
           move ws-na-rec-name to ws-na-name(ws-name-addr-count)
           move ws-na-rec-addr-1 to ws-na-addr-1(ws-name-addr-count)
           move ws-na-rec-addr-2 to ws-na-addr-2(ws-name-addr-count)
           move ws-na-rec-pref to ws-na-pref(ws-name-addr-count)
           perform 9110-read-name-address-record
           .

       9400-close-files.
           close request-file
           close history-file
           close master-file
           close print-file
           close extract-file
           close log-file
           .

       9500-display-run-totals.
           display 'INVOICE-REPRINT RUN TOTALS'
           display '  REQUESTS READ.......... ' ws-requests-read
           display '  HISTORY ROWS READ...... ' ws-history-read
           display '  DUPLICATES PRINTED..... ' ws-pages-printed
           display '  ELECTRONIC SENT........ ' ws-electronic-count
           display '  REQUESTS REJECTED...... ' ws-rejected-count
           display '  TOTAL AMOUNT DUE....... ' ws-total-amount
           display '  NAME NOT ON FILE....... '
               ws-missing-name-count
           if  ws-rejected-count > zero
               move 8 to return-code
           end-if
           .

       9999-end.
           .
