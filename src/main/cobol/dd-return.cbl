      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Direct-debit return and posting run.  Reads the
      *            direct-debit ledger dd-collect writes and the bank's
      *            return file, and writes a new generation of the
      *            ledger.  Each debit the bank returned is marked
      *            returned and listed for collections; one that had
      *            already been posted as paid is reversed through a
      *            type N remittance so payment-post journals the
      *            reversal against the invoice.  Each return also
      *            counts against the account's mandate on the indexed
      *            account master, and a mandate that reaches the
      *            return limit is suspended so dd-collect stops
      *            debiting it.  Submitted debits that have gone
      *            clearing-days without a return are marked posted and
      *            written to the remittance file as ordinary payments,
      *            so payment-post applies and journals them like any
      *            other cash.  Every master update is appended to the
      *            account change history with the record before and
      *            after, under the returned invoice and bank reason.
      *
      * Usage:     dd-return old-ledger-filename return-filename
      *            new-ledger-filename master-filename
      *            remittance-filename report-filename clearing-days
      *            return-limit change-history-filename
      *            [processing-date]
      *
      *            Return record, fixed columns: account X(10), invoice
      *            number X(08), amount 9(07)V99, bank return reason
      *            X(03), return date X(08) YYYYMMDD.  Header and
      *            trailer records on the bank's file are skipped.
      *            A return is matched to the ledger by account,
      *            invoice number, and amount.
      *
      *            Ledger record as described in dd-collect.  The
      *            remittance file is in payment-post's layout.
      *            Processing date is YYYYMMDD and defaults to today.
      *            Changes are dated the processing date.  The change
      *            history is required, as for acct-maint and
      *            write-off: a master update with no history entry
      *            would throw off acct-history-inq's as-of view.
      **********************************************************************
       identification division.
       program-id. dd-return.
       environment division.
       input-output section.
       file-control.

           select old-ledger-file assign to old-ledger-filename
               organization is line sequential
               file status is ws-old-ledger-status.

           select return-file assign to return-filename
               organization is line sequential
               file status is ws-return-status.

           select new-ledger-file assign to new-ledger-filename
               organization is line sequential
               file status is ws-new-ledger-status.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

           select remittance-file assign to remittance-filename
               organization is line sequential
               file status is ws-remittance-status.

           select report-file assign to report-filename
               organization is line sequential
               file status is ws-report-status.

           select change-history-file
               assign to change-history-filename
               organization is line sequential
               file status is ws-change-history-status.

       data division.
       file section.

       fd  old-ledger-file.
       01  old-ledger-record pic x(47).

       fd  return-file.
       01  return-record pic x(38).

       fd  new-ledger-file.
       01  new-ledger-record pic x(47).

       fd  master-file.
       01  master-record.
           05  mst-acct-key        pic x(10).
           05  mst-detail.
               10  mst-date        pic x(08).
               10  mst-cycle       pic x(01).
               10  mst-plan        pic x(02).
               10  mst-status      pic x(01).
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate-status pic x(01).
                   88  mst-dd-mandate-active value 'A'.
                   88  mst-dd-mandate-suspended value 'S'.
               10  mst-dd-routing-number pic x(09).
               10  mst-dd-bank-account pic x(17).
               10  mst-dd-mandate-date pic x(08).
               10  mst-dd-return-count pic 9(02).

       fd  remittance-file.
       01  remittance-record pic x(36).

       fd  report-file.
       01  report-record pic x(132).

       fd  change-history-file.
       01  change-history-record pic x(191).

       working-storage section.

       01  args pic x(1000).

       01  arg-values.
           05  old-ledger-filename pic x(120).
           05  return-filename     pic x(120).
           05  new-ledger-filename pic x(120).
           05  master-filename     pic x(120).
           05  remittance-filename pic x(120).
           05  report-filename     pic x(120).
           05  clearing-arg        pic x(06).
           05  limit-arg           pic x(06).
           05  processing-date-arg pic x(08).
           05  change-history-filename pic x(120).

       01  ws-old-ledger-status    pic x(02).
           88  old-ledger-ok       value '00'.
           88  old-ledger-eof      value '10'.

       01  ws-return-status        pic x(02).
           88  return-ok           value '00'.
           88  return-eof          value '10'.

       01  ws-new-ledger-status    pic x(02).
           88  new-ledger-ok       value '00'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-remittance-status    pic x(02).
           88  remittance-ok       value '00'.

       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-change-history-status pic x(02).
           88  change-history-ok   value '00'.

       01  ws-change-history-switch pic x(01) value 'N'.
           88  change-history-open value 'Y'.
           88  change-history-closed value 'N'.

       01  ws-change-history-fields.
           copy acctchg.

           copy acctchgh.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-ledger-fields.
           05  ldg-acct-number     pic x(10).
           05  ldg-invoice-number  pic x(08).
           05  ldg-amount          pic 9(07)v99.
           05  ldg-debit-date      pic x(08).
           05  ldg-status          pic x(01).
           05  ldg-status-date     pic x(08).
           05  ldg-return-reason   pic x(03).

       01  ws-return-fields.
           05  ret-acct-number     pic x(10).
           05  ret-record-type redefines ret-acct-number.
               10  ret-type-code   pic x(03).
                   88  ret-header-trailer value 'HDR' 'TRL'.
               10  filler          pic x(07).
           05  ret-invoice-number  pic x(08).
           05  ret-amount          pic 9(07)v99.
           05  ret-amount-x redefines ret-amount pic x(09).
           05  ret-reason          pic x(03).
           05  ret-return-date     pic x(08).

       01  ws-remittance-fields.
           05  rmt-acct-number     pic x(10).
           05  rmt-invoice-number  pic x(08).
           05  rmt-payment-date    pic x(08).
           05  rmt-amount          pic 9(07)v99.
           05  rmt-remit-type      pic x(01).
               88  rmt-cash        value space.
               88  rmt-debit-return value 'N'.

      ***********************************************************************
      * The whole ledger is held in storage, updated from the returns
      * and the clearing pass, and written out as the new generation.
      ***********************************************************************

       01  ws-ledger-table.
           05  ws-ledger-count     pic 9(04) comp value zero.
           05  ws-ledger-entry occurs 5000 times
                                   indexed by ws-ldg-idx.
               10  ws-ldg-acct     pic x(10).
               10  ws-ldg-invoice  pic x(08).
               10  ws-ldg-amount   pic 9(07)v99.
               10  ws-ldg-debit-date pic x(08).
               10  ws-ldg-status   pic x(01).
                   88  ws-ldg-submitted value 'S'.
                   88  ws-ldg-posted value 'P'.
                   88  ws-ldg-returned value 'R'.
               10  ws-ldg-status-date pic x(08).
               10  ws-ldg-return-reason pic x(03).

       01  ws-ledger-found-switch  pic x(01).
           88  ledger-found        value 'y'.
           88  ledger-not-found    value 'n'.

       01  ws-matched-ldg-idx      pic 9(04) comp value zero.

       01  ws-clearing-days        pic 9(06) value zero.
       01  ws-return-limit         pic 9(06) value zero.
       01  ws-parse-value          pic 9(06) value zero.
       01  ws-parse-arg            pic x(06).
       01  ws-parse-sub            pic 9(02) comp.
       01  ws-parse-digit          pic 9(01).
       01  ws-parse-switch         pic x(01).
           88  parse-ok            value 'Y'.
           88  parse-bad           value 'N'.

       01  ws-processing-date.
           05  ws-processing-year  pic 9(04).
           05  ws-processing-month pic 9(02).
           05  ws-processing-day   pic 9(02).

       01  ws-run-date             pic x(08).

       01  ws-work-date.
           05  ws-work-year        pic 9(04).
           05  ws-work-month       pic 9(02).
           05  ws-work-day         pic 9(02).

       01  ws-daynum-work-area.
           05  ws-daynum-year-minus-1 pic 9(04).
           05  ws-daynum-r         pic 9(07).
           05  ws-daynum-div-4     pic 9(07).
           05  ws-daynum-div-100   pic 9(07).
           05  ws-daynum-div-400   pic 9(07).
           05  ws-daynum-total     pic 9(07).
           05  ws-daynum-quotient  pic 9(04).
           05  ws-daynum-remainder pic 9(04).

       01  ws-leap-year-switch     pic x(01).
           88  is-leap-year        value 'Y'.
           88  is-not-leap-year    value 'N'.

       01  ws-cum-days-values.
           05  filler pic 9(03) value 000.
           05  filler pic 9(03) value 031.
           05  filler pic 9(03) value 059.
           05  filler pic 9(03) value 090.
           05  filler pic 9(03) value 120.
           05  filler pic 9(03) value 151.
           05  filler pic 9(03) value 181.
           05  filler pic 9(03) value 212.
           05  filler pic 9(03) value 243.
           05  filler pic 9(03) value 273.
           05  filler pic 9(03) value 304.
           05  filler pic 9(03) value 334.
       01  ws-cum-days-table redefines ws-cum-days-values.
           05  ws-cum-days-before-month occurs 12 times pic 9(03).

       01  ws-processing-day-number pic 9(07) value zero.
       01  ws-cleared-day-number   pic 9(07) value zero.

       01  ws-control-totals.
           05  ws-ledger-read      pic 9(06) comp value zero.
           05  ws-returns-read     pic 9(06) comp value zero.
           05  ws-returns-before-post pic 9(06) comp value zero.
           05  ws-returns-reversed pic 9(06) comp value zero.
           05  ws-returns-unmatched pic 9(06) comp value zero.
           05  ws-mandates-suspended pic 9(06) comp value zero.
           05  ws-debits-posted    pic 9(06) comp value zero.
           05  ws-ledger-written   pic 9(06) comp value zero.
           05  ws-changes-recorded pic 9(06) comp value zero.
           05  ws-return-total     pic s9(09)v99 comp-3 value zero.
           05  ws-posted-total     pic s9(09)v99 comp-3 value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(40) value
                   'DIRECT DEBIT RETURNS FOR COLLECTIONS -  '.
               10  hdg-processing-date pic x(08).
           05  ws-column-heading.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(10) value 'INVOICE'.
               10  filler          pic x(10) value 'DEBITED'.
               10  filler          pic x(15) value '         AMOUNT'.
               10  filler          pic x(02) value spaces.
               10  filler          pic x(08) value 'REASON'.
               10  filler          pic x(26) value 'FINDING'.
               10  filler          pic x(08) value 'RETURNS'.
               10  filler          pic x(18) value 'MANDATE'.
           05  ws-return-detail.
               10  rtd-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  rtd-invoice-number pic x(08).
               10  filler          pic x(02) value spaces.
               10  rtd-debit-date  pic x(08).
               10  filler          pic x(02) value spaces.
               10  rtd-amount      pic z(08)9.99-.
               10  filler          pic x(02) value spaces.
               10  rtd-reason      pic x(03).
               10  filler          pic x(05) value spaces.
               10  rtd-finding     pic x(24).
               10  filler          pic x(02) value spaces.
               10  rtd-return-count pic z9.
               10  filler          pic x(06) value spaces.
               10  rtd-mandate     pic x(18).
           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(08)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(09)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-process-returns until return-eof
           perform 3000-post-cleared-debits
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
           perform 4000-write-new-ledger
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
           perform 5000-write-summary
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into old-ledger-filename return-filename
                   new-ledger-filename master-filename
                   remittance-filename report-filename
                   clearing-arg limit-arg change-history-filename
                   processing-date-arg
           end-unstring

           if  old-ledger-filename = spaces
           or return-filename = spaces
           or new-ledger-filename = spaces
           or master-filename = spaces
           or remittance-filename = spaces
           or report-filename = spaces
           or clearing-arg = spaces
           or limit-arg = spaces
           or change-history-filename = spaces
               display 'USAGE: DD-RETURN OLD-LEDGER-FILENAME'
                   ' RETURN-FILENAME NEW-LEDGER-FILENAME'
                   ' MASTER-FILENAME REMITTANCE-FILENAME'
                   ' REPORT-FILENAME CLEARING-DAYS RETURN-LIMIT'
                   ' CHANGE-HISTORY-FILENAME [PROCESSING-DATE]'
               goback
           end-if

           move clearing-arg to ws-parse-arg
           perform 1100-parse-number
           if  parse-bad
               display 'DD-RETURN: CLEARING-DAYS MUST BE NUMERIC,'
                   ' GOT ' clearing-arg
               move 16 to return-code
               goback
           end-if
           move ws-parse-value to ws-clearing-days

           move limit-arg to ws-parse-arg
           perform 1100-parse-number
           if  parse-bad or ws-parse-value = zero
               display 'DD-RETURN: RETURN-LIMIT MUST BE A NUMBER'
                   ' GREATER THAN ZERO, GOT ' limit-arg
               move 16 to return-code
               goback
           end-if
           move ws-parse-value to ws-return-limit

           accept ws-run-date from date yyyymmdd
           if  processing-date-arg = spaces
               move ws-run-date to ws-processing-date
           else
               if  processing-date-arg is not numeric
                   display 'DD-RETURN: PROCESSING-DATE MUST BE'
                       ' YYYYMMDD, GOT ' processing-date-arg
                   move 16 to return-code
                   goback
               end-if
               move processing-date-arg to ws-processing-date
           end-if
           move ws-processing-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-processing-day-number

           open input old-ledger-file
           if  not old-ledger-ok
               display 'DD-RETURN: OPEN OF OLD-LEDGER-FILE FAILED,'
                   ' FILE STATUS=' ws-old-ledger-status
               move 16 to return-code
               goback
           end-if
           perform 1200-read-old-ledger
           perform 1210-store-ledger-entry until old-ledger-eof
           close old-ledger-file

           open input return-file
           if  not return-ok
               display 'DD-RETURN: OPEN OF RETURN-FILE FAILED,'
                   ' FILE STATUS=' ws-return-status
               move 16 to return-code
               goback
           end-if

           open i-o master-file
           if  not master-ok
               display 'DD-RETURN: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           perform 1300-open-change-history

           open output new-ledger-file
           open output remittance-file
           open output report-file

           move ws-processing-date to hdg-processing-date
           write report-record from ws-report-heading
           move spaces to report-record
           write report-record
           write report-record from ws-column-heading
           .

       1100-parse-number.

           set parse-ok to true
           move zero to ws-parse-value

           perform 1110-parse-one-digit
               varying ws-parse-sub from 1 by 1
               until ws-parse-sub > 6
               or ws-parse-arg(ws-parse-sub:1) = space
               or parse-bad
           .

       1110-parse-one-digit.
           if  ws-parse-arg(ws-parse-sub:1) is numeric
               move ws-parse-arg(ws-parse-sub:1) to ws-parse-digit
               compute ws-parse-value =
                   ws-parse-value * 10 + ws-parse-digit
           else
               set parse-bad to true
           end-if
           .

       1200-read-old-ledger.
           read old-ledger-file into ws-ledger-fields
           .

       1210-store-ledger-entry.
           if  ws-ledger-count = 5000
               display 'DD-RETURN ABEND: OLD-LEDGER-FILE HAS MORE THAN'
                   ' 5000 ENTRIES, WS-LEDGER-TABLE IS FULL'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-ledger-count
           add 1 to ws-ledger-read
           set ws-ldg-idx to ws-ledger-count
           move ldg-acct-number to ws-ldg-acct(ws-ldg-idx)
           move ldg-invoice-number to ws-ldg-invoice(ws-ldg-idx)
           move ldg-amount to ws-ldg-amount(ws-ldg-idx)
           move ldg-debit-date to ws-ldg-debit-date(ws-ldg-idx)
           move ldg-status to ws-ldg-status(ws-ldg-idx)
           move ldg-status-date to ws-ldg-status-date(ws-ldg-idx)
           move ldg-return-reason
               to ws-ldg-return-reason(ws-ldg-idx)
           perform 1200-read-old-ledger
           .

      ***********************************************************************
      * 1300-OPEN-CHANGE-HISTORY picks up the running count and hash
      * from the change history's last trailer - adding in any change
      * records found after it - then extends the file with this
      * run's header.  A change history that does not exist yet is
      * started.
      ***********************************************************************

       1300-open-change-history.

           move zero to ws-chg-file-count
           move zero to ws-chg-file-hash
           open input change-history-file
           if  change-history-ok
               perform 1310-read-change-history
               perform 1320-total-change-history
                   until not change-history-ok
               close change-history-file
           end-if

           open extend change-history-file
           if  not change-history-ok
               open output change-history-file
           end-if
           if  not change-history-ok
               display 'DD-RETURN: OPEN OF CHANGE-HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-change-history-status
               move 16 to return-code
               goback
           end-if
           set change-history-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-processing-date to ht-run-date
           move 'DD-RETURN' to ht-program-name
           move 'ACCT-CHANGE-HISTORY' to ht-file-identifier
           write change-history-record from ws-header-trailer-record
           .

       1310-read-change-history.
           read change-history-file
           .

       1320-total-change-history.
           evaluate change-history-record(1:3)
               when 'TRL'
                   move change-history-record
                       to ws-header-trailer-record
                   move ht-record-count to ws-chg-file-count
                   move ht-hash-total to ws-chg-file-hash
               when 'HDR'
                   continue
               when other
                   move change-history-record to ws-chg-hash-input
                   perform 2260-add-change-to-hash
           end-evaluate
           perform 1310-read-change-history
           .

       2000-process-returns.

           read return-file into ws-return-fields
           if  return-ok
               if  not ret-header-trailer
                   add 1 to ws-returns-read
                   perform 2100-process-one-return
               end-if
           end-if
           .

      ***********************************************************************
      * 2100-PROCESS-ONE-RETURN matches a bank return to a debit that
      * is still live on the ledger - submitted, or posted and not yet
      * returned.  A return the ledger does not know is listed and
      * otherwise left alone; it may be a duplicate from the bank.
      ***********************************************************************

       2100-process-one-return.

           move ret-acct-number to rtd-acct-number
           move ret-invoice-number to rtd-invoice-number
           move ret-reason to rtd-reason
           move spaces to rtd-debit-date
           move spaces to rtd-mandate
           move zero to rtd-return-count

           if  ret-amount-x is not numeric
               add 1 to ws-returns-unmatched
               move zero to rtd-amount
               move 'AMOUNT NOT NUMERIC' to rtd-finding
               write report-record from ws-return-detail
               exit paragraph
           end-if
           move ret-amount to rtd-amount

           set ledger-not-found to true
           perform 2110-check-ledger-entry
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
               or ledger-found

           if  ledger-not-found
               add 1 to ws-returns-unmatched
               move 'RETURN NOT ON LEDGER' to rtd-finding
               write report-record from ws-return-detail
               exit paragraph
           end-if

           move ws-ldg-debit-date(ws-matched-ldg-idx)
               to rtd-debit-date
           add ret-amount to ws-return-total

           if  ws-ldg-posted(ws-matched-ldg-idx)
               add 1 to ws-returns-reversed
               move 'RETURNED - REVERSED' to rtd-finding
               move spaces to ws-remittance-fields
               move ret-acct-number to rmt-acct-number
               move ret-invoice-number to rmt-invoice-number
               move ret-return-date to rmt-payment-date
               move ret-amount to rmt-amount
               set rmt-debit-return to true
               perform 2900-write-remittance
           else
               add 1 to ws-returns-before-post
               move 'RETURNED - NOT POSTED' to rtd-finding
           end-if

           set ws-ldg-returned(ws-matched-ldg-idx) to true
           move ret-return-date
               to ws-ldg-status-date(ws-matched-ldg-idx)
           move ret-reason to ws-ldg-return-reason(ws-matched-ldg-idx)

           perform 2200-count-mandate-return
           write report-record from ws-return-detail
           .

       2110-check-ledger-entry.
           if  ret-acct-number = ws-ldg-acct(ws-ldg-idx)
           and ret-invoice-number = ws-ldg-invoice(ws-ldg-idx)
           and ret-amount = ws-ldg-amount(ws-ldg-idx)
           and not ws-ldg-returned(ws-ldg-idx)
               set ledger-found to true
               set ws-matched-ldg-idx to ws-ldg-idx
           end-if
           .

      ***********************************************************************
      * 2200-COUNT-MANDATE-RETURN adds the return to the mandate's
      * count on the master and suspends an active mandate once the
      * count reaches the return limit.  The count is reset by
      * acct-maint when the customer gives new bank details or the
      * mandate is reinstated.
      ***********************************************************************

       2200-count-mandate-return.

           move ret-acct-number to mst-acct-key
           read master-file
           if  master-not-found
               move 'ACCOUNT NOT ON MASTER' to rtd-mandate
               exit paragraph
           end-if
           if  not master-ok
               display 'DD-RETURN ABEND: READ OF MASTER '
                   ret-acct-number ' FAILED, FILE STATUS='
                   ws-master-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           move spaces to ws-change-history-fields
           move master-record to chg-before-image

           if  mst-dd-return-count is not numeric
               move zero to mst-dd-return-count
           end-if
           if  mst-dd-return-count < 99
               add 1 to mst-dd-return-count
           end-if
           move mst-dd-return-count to rtd-return-count

           if  mst-dd-mandate-active
           and mst-dd-return-count not < ws-return-limit
               set mst-dd-mandate-suspended to true
               add 1 to ws-mandates-suspended
               move 'MANDATE SUSPENDED' to rtd-mandate
           else
               move mst-dd-mandate-status to rtd-mandate
           end-if

           rewrite master-record
           if  not master-ok
               display 'DD-RETURN ABEND: REWRITE OF MASTER '
                   ret-acct-number ' FAILED, FILE STATUS='
                   ws-master-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           move master-record to chg-after-image
           perform 2250-write-change-history
           .

      ***********************************************************************
      * 2250-WRITE-CHANGE-HISTORY appends the mandate update just
      * applied and folds it into the running count and hash the
      * trailer carries.
      ***********************************************************************

       2250-write-change-history.
           move ws-processing-date to chg-run-date
           accept chg-run-time from time
           move 'DD-RETURN' to chg-source-program
           string 'RETURN ' ret-invoice-number ' ' ret-reason
               delimited by size into chg-source-reference
           end-string
           set chg-action-change to true
           move ret-acct-number to chg-acct-number
           write change-history-record from ws-change-history-fields
           if  not change-history-ok
               display 'DD-RETURN ABEND: WRITE TO CHANGE-HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-change-history-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-changes-recorded
           move ws-change-history-fields to ws-chg-hash-input
           perform 2260-add-change-to-hash
           .

       2260-add-change-to-hash.
           move zero to ws-chg-hash-accum
           perform 2270-fold-one-hash-char
               varying ws-chg-hash-sub from 1 by 1
               until ws-chg-hash-sub > 191
           compute ws-chg-hash-sum =
               ws-chg-file-hash + ws-chg-hash-accum
           divide ws-chg-hash-sum by 100000000000
               giving ws-chg-hash-quotient
               remainder ws-chg-hash-sum
           move ws-chg-hash-sum to ws-chg-file-hash
           add 1 to ws-chg-file-count
           .

       2270-fold-one-hash-char.
           move ws-chg-hash-input(ws-chg-hash-sub:1)
               to ws-chg-hash-char
           move zero to ws-chg-hash-weight
           inspect ws-chg-collate-string
               tallying ws-chg-hash-weight
               for characters before initial ws-chg-hash-char
           compute ws-chg-hash-accum =
               ws-chg-hash-accum * 31
               + (ws-chg-hash-weight + 1) * ws-chg-hash-sub
           divide ws-chg-hash-accum by 100000000
               giving ws-chg-hash-quotient
               remainder ws-chg-hash-accum
           .

       2900-write-remittance.
           write remittance-record from ws-remittance-fields
           if  not remittance-ok
               display 'DD-RETURN ABEND: WRITE TO REMITTANCE-FILE'
                   ' FAILED, FILE STATUS=' ws-remittance-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

      ***********************************************************************
      * 3000-POST-CLEARED-DEBITS treats a submitted debit the bank has
      * not returned within clearing-days of the debit date as paid,
      * and hands it to payment-post as ordinary cash dated the debit
      * date.
      ***********************************************************************

       3000-post-cleared-debits.

           if  not ws-ldg-submitted(ws-ldg-idx)
           or ws-ldg-debit-date(ws-ldg-idx) is not numeric
               exit paragraph
           end-if

           move ws-ldg-debit-date(ws-ldg-idx) to ws-work-date
           perform 8000-compute-day-number
           compute ws-cleared-day-number =
               ws-daynum-total + ws-clearing-days
           if  ws-cleared-day-number > ws-processing-day-number
               exit paragraph
           end-if

           set ws-ldg-posted(ws-ldg-idx) to true
           move ws-processing-date to ws-ldg-status-date(ws-ldg-idx)
           add 1 to ws-debits-posted
           add ws-ldg-amount(ws-ldg-idx) to ws-posted-total

           move spaces to ws-remittance-fields
           move ws-ldg-acct(ws-ldg-idx) to rmt-acct-number
           move ws-ldg-invoice(ws-ldg-idx) to rmt-invoice-number
           move ws-ldg-debit-date(ws-ldg-idx) to rmt-payment-date
           move ws-ldg-amount(ws-ldg-idx) to rmt-amount
           set rmt-cash to true
           perform 2900-write-remittance
           .

       4000-write-new-ledger.
           move ws-ldg-acct(ws-ldg-idx) to ldg-acct-number
           move ws-ldg-invoice(ws-ldg-idx) to ldg-invoice-number
           move ws-ldg-amount(ws-ldg-idx) to ldg-amount
           move ws-ldg-debit-date(ws-ldg-idx) to ldg-debit-date
           move ws-ldg-status(ws-ldg-idx) to ldg-status
           move ws-ldg-status-date(ws-ldg-idx) to ldg-status-date
           move ws-ldg-return-reason(ws-ldg-idx)
               to ldg-return-reason
           write new-ledger-record from ws-ledger-fields
           if  not new-ledger-ok
               display 'DD-RETURN ABEND: WRITE TO NEW-LEDGER-FILE'
                   ' FAILED, FILE STATUS=' ws-new-ledger-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-ledger-written
           .

       5000-write-summary.
           move spaces to report-record
           write report-record
           move 'RETURNS BEFORE POSTING  ' to cnt-label
           move ws-returns-before-post to cnt-value
           write report-record from ws-summary-count-detail
           move 'RETURNS REVERSED        ' to cnt-label
           move ws-returns-reversed to cnt-value
           write report-record from ws-summary-count-detail
           move 'RETURNS NOT ON LEDGER   ' to cnt-label
           move ws-returns-unmatched to cnt-value
           write report-record from ws-summary-count-detail
           move 'MANDATES SUSPENDED      ' to cnt-label
           move ws-mandates-suspended to cnt-value
           write report-record from ws-summary-count-detail
           move 'RETURNED TOTAL          ' to sum-label
           move ws-return-total to sum-value
           write report-record from ws-summary-detail
           move 'DEBITS POSTED           ' to cnt-label
           move ws-debits-posted to cnt-value
           write report-record from ws-summary-count-detail
           move 'POSTED TOTAL            ' to sum-label
           move ws-posted-total to sum-value
           write report-record from ws-summary-detail
           .

       8000-compute-day-number.
           compute ws-daynum-year-minus-1 = ws-work-year - 1
           divide ws-daynum-year-minus-1 by 4
               giving ws-daynum-div-4
               remainder ws-daynum-r
           end-divide
           divide ws-daynum-year-minus-1 by 100
               giving ws-daynum-div-100
               remainder ws-daynum-r
           end-divide
           divide ws-daynum-year-minus-1 by 400
               giving ws-daynum-div-400
               remainder ws-daynum-r
           end-divide
           compute ws-daynum-total =
               365 * ws-daynum-year-minus-1
               + ws-daynum-div-4
               - ws-daynum-div-100
               + ws-daynum-div-400
               + ws-cum-days-before-month(ws-work-month)
               + ws-work-day
           perform 8100-determine-leap-year
           if  is-leap-year and ws-work-month > 2
               add 1 to ws-daynum-total
           end-if
           .

       8100-determine-leap-year.
           divide ws-work-year by 4
               giving ws-daynum-quotient
               remainder ws-daynum-remainder
           end-divide
           if  ws-daynum-remainder not = zero
               set is-not-leap-year to true
           else
               divide ws-work-year by 100
                   giving ws-daynum-quotient
                   remainder ws-daynum-remainder
               end-divide
               if  ws-daynum-remainder not = zero
                   set is-leap-year to true
               else
                   divide ws-work-year by 400
                       giving ws-daynum-quotient
                       remainder ws-daynum-remainder
                   end-divide
                   if  ws-daynum-remainder = zero
                       set is-leap-year to true
                   else
                       set is-not-leap-year to true
                   end-if
               end-if
           end-if
           .

       9400-close-files.
           if  change-history-open
               perform 9450-write-history-trailer
           end-if
           close return-file
           close master-file
           close new-ledger-file
           close remittance-file
           close report-file
           close change-history-file
           .

      ***********************************************************************
      * The change-history trailer is written on the abend path too:
      * the updates already applied are on the master, so they stay
      * on the history with a trailer that accounts for them.
      ***********************************************************************

       9450-write-history-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-chg-file-count to ht-record-count
           move ws-chg-file-hash to ht-hash-total
           move zero to ht-net-total
           write change-history-record from ws-header-trailer-record
           set change-history-closed to true
           .

       9500-display-control-totals.
           display 'DD-RETURN CONTROL TOTALS'
           display '  LEDGER ENTRIES READ.... ' ws-ledger-read
           display '  RETURNS READ........... ' ws-returns-read
           display '  RETURNS BEFORE POSTING. ' ws-returns-before-post
           display '  RETURNS REVERSED....... ' ws-returns-reversed
           display '  RETURNS NOT ON LEDGER.. ' ws-returns-unmatched
           display '  MANDATES SUSPENDED..... ' ws-mandates-suspended
           display '  DEBITS POSTED.......... ' ws-debits-posted
           display '  LEDGER ENTRIES WRITTEN. ' ws-ledger-written
           display '  CHANGES RECORDED....... ' ws-changes-recorded
           .

       9999-end.
           .
