      *
      * Usage:     payment-post remittance-filename history-filename
      *            open-items-filename report-filename
      *            [period-filename] [closed-action]
      *
      *            Remittance record, fixed columns: account X(10),
      *            invoice number X(08), payment date X(08) YYYYMMDD,
      *            amount 9(07)V99, remittance type X(01) - blank for
      *            ordinary cash, R for money the collection agency
      *            recovered on a written-off invoice, which is
      *            journaled as a 'V' recovery row and reported
      *            separately instead of being applied to the invoice,
      *            N for a direct debit the bank returned after it was
      *            posted, which is journaled as a negative 'P' row so
      *            the invoice is owing again.
      *            The open-items file is rebuilt in
      *            full from the history journal every run - invoices
      *            plus adjustments less payments - so it can never
      *            drift from the history it summarizes.  History rows
      *            written before invoice numbers existed cannot be
      *            matched by number and are skipped with a count.
      *
      *            When period-filename names period-close's control
      *            file, a remittance dated into a closed accounting
      *            month is not journaled into it: closed-action REJECT
      *            (the default) refuses it, and REDATE posts it dated
      *            the first day of the first open month.  Each one is
      *            listed on the report.
      **********************************************************************
       identification division.
       program-id. payment-post.
               organization is line sequential
               file status is ws-report-status.

           select period-file assign to period-filename
               organization is line sequential
               file status is ws-period-status.

       data division.
       file section.

       fd  remittance-file.
       01  remittance-record pic x(36).

       fd  history-file.
       01  history-record pic x(46).
       fd  report-file.
       01  report-record pic x(132).

       fd  period-file.
       01  period-record pic x(34).

       working-storage section.

       01  args pic x(500).
           05  history-filename    pic x(120).
           05  open-items-filename pic x(120).
           05  report-filename     pic x(120).
           05  period-filename     pic x(120).
           05  closed-action-arg   pic x(06).

       01  ws-remittance-status    pic x(02).
           88  remittance-ok       value '00'.
       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-period-status        pic x(02).
           88  period-ok           value '00'.
           88  period-eof          value '10'.

       01  ws-history-fields.
           copy invhist.

           05  rmt-payment-date    pic x(08).
           05  rmt-amount          pic 9(07)v99.
           05  rmt-amount-x redefines rmt-amount pic x(09).
           05  rmt-remit-type      pic x(01).
               88  rmt-agency-recovery value 'R'.
               88  rmt-debit-return    value 'N'.

      ***********************************************************************
      * One entry per invoice found in the history: the original
               10  ws-inv-date     pic x(08).
               10  ws-inv-original pic s9(07)v99 comp-3.
               10  ws-inv-paid     pic s9(07)v99 comp-3.
               10  ws-inv-written-off pic s9(07)v99 comp-3.

       01  ws-inv-found-switch     pic x(01).
           88  inv-found           value 'y'.

       01  ws-inv-balance          pic s9(07)v99 comp-3 value zero.

      ***********************************************************************
      * Accounting-period lock.  The closed months from period-close's
      * control file; an entry dated into one is refused or moved to
      * the first open month, depending on the closed action.
      ***********************************************************************

       01  ws-period-fields.
           copy period.

       01  ws-period-table.
           05  ws-period-count     pic 9(03) comp value zero.
           05  ws-period-entry occurs 600 times
                                   indexed by ws-prd-idx.
               10  ws-prd-yyyymm   pic x(06).
               10  ws-prd-status   pic x(01).
                   88  ws-prd-closed value 'C'.

       01  ws-period-lock-switch   pic x(01) value 'n'.
           88  period-lock-enabled value 'y'.

       01  ws-closed-action        pic x(06) value 'REJECT'.
           88  closed-action-reject value 'REJECT'.
           88  closed-action-redate value 'REDATE'.

       01  ws-entry-date           pic x(08).
       01  ws-entry-period.
           05  ws-entry-year       pic 9(04).
           05  ws-entry-month      pic 9(02).
       01  ws-entry-period-x redefines ws-entry-period pic x(06).
       01  ws-closed-period        pic x(06).

       01  ws-period-closed-switch pic x(01).
           88  period-is-closed    value 'y'.
           88  period-is-open      value 'n'.

       01  ws-entry-result         pic x(01).
           88  entry-in-open-period value 'O'.
           88  entry-rejected      value 'J'.
           88  entry-redated       value 'M'.

       01  ws-open-items-fields.
           05  opn-acct-number     pic x(10).
           05  opn-invoice-number  pic x(08).
           05  ws-overpaid-count   pic 9(06) comp value zero.
           05  ws-open-items-written pic 9(06) comp value zero.
           05  ws-unapplied-total  pic 9(09)v99 comp-3 value zero.
           05  ws-recoveries-posted pic 9(06) comp value zero.
           05  ws-recovery-total   pic 9(09)v99 comp-3 value zero.
           05  ws-debit-returns-posted pic 9(06) comp value zero.
           05  ws-debit-return-total pic 9(09)v99 comp-3 value zero.
           05  ws-period-rejected  pic 9(06) comp value zero.
           05  ws-period-redated   pic 9(06) comp value zero.
           05  ws-open-balance-total pic s9(09)v99 comp-3
                                      value zero.

           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(08)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(09)9.

       procedure division.

           unstring args delimited by space
               into remittance-filename history-filename
                   open-items-filename report-filename
                   period-filename closed-action-arg
           end-unstring

           if  remittance-filename = spaces
           or report-filename = spaces
               display 'USAGE: PAYMENT-POST REMITTANCE-FILENAME'
                   ' HISTORY-FILENAME OPEN-ITEMS-FILENAME'
                   ' REPORT-FILENAME [PERIOD-FILENAME]'
                   ' [CLOSED-ACTION]'
               goback
           end-if

           if  closed-action-arg not = spaces
               move closed-action-arg to ws-closed-action
           end-if
           if  not closed-action-reject and not closed-action-redate
               display 'PAYMENT-POST: CLOSED-ACTION MUST BE REJECT OR'
                   ' REDATE, GOT ' closed-action-arg
               move 16 to return-code
               goback
           end-if

           if  period-filename not = spaces
               perform 1300-load-period-control
           end-if

           accept ws-run-date from date yyyymmdd

           open input remittance-file
           write report-record
           .

       1300-load-period-control.

           open input period-file
           if  not period-ok
               display 'PAYMENT-POST: OPEN OF PERIOD-FILE FAILED,'
                   ' FILE STATUS=' ws-period-status
               move 16 to return-code
               goback
           end-if
           perform 1310-read-period-record
           perform 1320-store-period-entry until period-eof
           close period-file
           set period-lock-enabled to true
           .

       1310-read-period-record.
           read period-file into ws-period-fields
           .

       1320-store-period-entry.
           if  ws-period-count = 600
               display 'PAYMENT-POST ABEND: PERIOD-FILE HAS MORE THAN'
                   ' 600 ENTRIES, WS-PERIOD-TABLE IS FULL'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-period-count
           move prd-period to ws-prd-yyyymm(ws-period-count)
           move prd-status to ws-prd-status(ws-period-count)
           perform 1310-read-period-record
           .

       2000-load-invoice-history.

           read history-file into ws-history-fields
      ***********************************************************************
      * 2100-APPLY-HISTORY-RECORD folds one journal row into the
      * invoice table: invoices and debit adjustments raise the
      * original amount, credit adjustments and write-offs lower it,
      * and payments raise the paid amount.  A rebill row reads as an
      * invoice.  An agency recovery leaves the balance alone - the
      * invoice was already written off.  A refund of a credit balance
      * raises the original amount like a debit, without redating the
      * invoice.
      ***********************************************************************

       2100-apply-history-record.
               when 'D'
                   add hist-amount
                       to ws-inv-original(ws-matched-inv-idx)
               when 'W'
                   subtract hist-amount
                       from ws-inv-original(ws-matched-inv-idx)
                   add hist-amount
                       to ws-inv-written-off(ws-matched-inv-idx)
               when 'V'
                   continue
               when 'R'
                   add hist-amount
                       to ws-inv-original(ws-matched-inv-idx)
               when other
                   add hist-amount
                       to ws-inv-original(ws-matched-inv-idx)
               move spaces to ws-inv-date(ws-invoice-count)
               move zero to ws-inv-original(ws-invoice-count)
               move zero to ws-inv-paid(ws-invoice-count)
               move zero to ws-inv-written-off(ws-invoice-count)
               set ws-matched-inv-idx to ws-invoice-count
           end-if
           .
               move zero to exd-amount
               move 'AMOUNT NOT NUMERIC' to exd-finding
               write report-record from ws-exception-detail
               exit paragraph
           end-if

           move rmt-payment-date to ws-entry-date
           perform 3050-check-entry-period
           evaluate true
               when entry-rejected
                   add 1 to ws-period-rejected
                   move rmt-acct-number to exd-acct-number
                   move rmt-invoice-number to exd-invoice-number
                   move rmt-amount to exd-amount
                   move spaces to exd-finding
                   string 'CLOSED PERIOD ' ws-closed-period
                       delimited by size into exd-finding
                   write report-record from ws-exception-detail
                   exit paragraph
               when entry-redated
                   add 1 to ws-period-redated
                   move ws-entry-date to rmt-payment-date
                   move rmt-acct-number to exd-acct-number
                   move rmt-invoice-number to exd-invoice-number
                   move rmt-amount to exd-amount
                   move spaces to exd-finding
                   string 'REDATED INTO ' ws-entry-date
                       delimited by size into exd-finding
                   write report-record from ws-exception-detail
           end-evaluate

           set inv-not-found to true
           move rmt-acct-number to ws-lookup-acct
           move rmt-invoice-number to ws-lookup-number
           perform 2510-check-invoice-entry
               varying ws-inv-idx from 1 by 1
               until ws-inv-idx > ws-invoice-count
               or inv-found
           if  inv-not-found
               add 1 to ws-unapplied-count
               add rmt-amount to ws-unapplied-total
               move rmt-acct-number to exd-acct-number
               move rmt-invoice-number to exd-invoice-number
               move rmt-amount to exd-amount
               move 'UNAPPLIED - NO INVOICE' to exd-finding
               write report-record from ws-exception-detail
           else
               evaluate true
                   when rmt-agency-recovery
                       perform 3400-post-agency-recovery
                   when rmt-debit-return
                       perform 3500-reverse-returned-debit
                   when other
                       perform 3200-apply-payment
               end-evaluate
           end-if
           .

      ***********************************************************************
      * 3050-CHECK-ENTRY-PERIOD tests the entry date in WS-ENTRY-DATE
      * against the closed months.  Under REDATE the date is moved to
      * the first day of the first month after it that is still open.
      * An undated entry is left to the edits that already cover it.
      ***********************************************************************

       3050-check-entry-period.

           set entry-in-open-period to true
           if  not period-lock-enabled
           or ws-entry-date(1:6) is not numeric
               exit paragraph
           end-if

           move ws-entry-date(1:6) to ws-entry-period-x
           perform 3060-lookup-period
           if  period-is-open
               exit paragraph
           end-if

           move ws-entry-period-x to ws-closed-period
           if  closed-action-reject
               set entry-rejected to true
               exit paragraph
           end-if

           perform 3070-advance-one-period until period-is-open
           move ws-entry-period-x to ws-entry-date(1:6)
           move '01' to ws-entry-date(7:2)
           set entry-redated to true
           .

       3060-lookup-period.
           set period-is-open to true
           perform 3065-check-period-entry
               varying ws-prd-idx from 1 by 1
               until ws-prd-idx > ws-period-count
               or period-is-closed
           .

       3065-check-period-entry.
           if  ws-entry-period-x = ws-prd-yyyymm(ws-prd-idx)
           and ws-prd-closed(ws-prd-idx)
               set period-is-closed to true
           end-if
           .

       3070-advance-one-period.
           if  ws-entry-month = 12
               move 1 to ws-entry-month
               add 1 to ws-entry-year
           else
               add 1 to ws-entry-month
           end-if
           perform 3060-lookup-period
           .

       3200-apply-payment.
           write history-record from ws-history-fields
           .

      ***********************************************************************
      * 3400-POST-AGENCY-RECOVERY journals money the collection agency
      * recovered as a 'V' row against the written-off invoice.  It
      * is bad-debt recovery, not cash against an open balance, so
      * the invoice stays cleared.  A recovery on an invoice that was
      * never written off is refused as unapplied.
      ***********************************************************************

       3400-post-agency-recovery.

           if  ws-inv-written-off(ws-matched-inv-idx) not > zero
               add 1 to ws-unapplied-count
               add rmt-amount to ws-unapplied-total
               move rmt-acct-number to exd-acct-number
               move rmt-invoice-number to exd-invoice-number
               move rmt-amount to exd-amount
               move 'RECOVERY - NOT WRITTEN OFF' to exd-finding
               write report-record from ws-exception-detail
               exit paragraph
           end-if

           move spaces to ws-history-fields
           move rmt-acct-number to hist-acct-number
           move rmt-payment-date to hist-invoice-date
           move 'N' to hist-rolled-indicator
           move ws-run-date to hist-run-date
           move rmt-invoice-number to hist-invoice-number
           set hist-type-recovery to true
           move rmt-amount to hist-amount
           write history-record from ws-history-fields

           add 1 to ws-recoveries-posted
           add rmt-amount to ws-recovery-total
           move rmt-acct-number to exd-acct-number
           move rmt-invoice-number to exd-invoice-number
           move rmt-amount to exd-amount
           move 'AGENCY RECOVERY' to exd-finding
           write report-record from ws-exception-detail
           .

      ***********************************************************************
      * 3500-REVERSE-RETURNED-DEBIT backs out a direct debit the bank
      * returned after dd-return had already posted it.  The reversal
      * is journaled as a negative 'P' row dated the return date, so
      * every reader that sums payments sees the invoice owing again
      * without knowing about direct debit.  A return larger than
      * what has been paid on the invoice is refused as unapplied.
      ***********************************************************************

       3500-reverse-returned-debit.

           if  rmt-amount > ws-inv-paid(ws-matched-inv-idx)
               add 1 to ws-unapplied-count
               add rmt-amount to ws-unapplied-total
               move rmt-acct-number to exd-acct-number
               move rmt-invoice-number to exd-invoice-number
               move rmt-amount to exd-amount
               move 'RETURN EXCEEDS PAYMENTS' to exd-finding
               write report-record from ws-exception-detail
               exit paragraph
           end-if

           subtract rmt-amount from ws-inv-paid(ws-matched-inv-idx)

           move spaces to ws-history-fields
           move rmt-acct-number to hist-acct-number
           move rmt-payment-date to hist-invoice-date
           move 'N' to hist-rolled-indicator
           move ws-run-date to hist-run-date
           move rmt-invoice-number to hist-invoice-number
           move 'P' to hist-record-type
           compute hist-amount = zero - rmt-amount
           write history-record from ws-history-fields

           add 1 to ws-debit-returns-posted
           add rmt-amount to ws-debit-return-total
           move rmt-acct-number to exd-acct-number
           move rmt-invoice-number to exd-invoice-number
           move hist-amount to exd-amount
           move 'DIRECT DEBIT RETURNED' to exd-finding
           write report-record from ws-exception-detail
           .

       4000-write-open-items.
           perform 4100-write-one-open-item
               varying ws-inv-idx from 1 by 1
           move 'UNAPPLIED CASH TOTAL    ' to sum-label
           move ws-unapplied-total to sum-value
           write report-record from ws-summary-detail
           move 'AGENCY RECOVERY TOTAL   ' to sum-label
           move ws-recovery-total to sum-value
           write report-record from ws-summary-detail
           if  period-lock-enabled
               move 'CLOSED PERIOD REJECTED  ' to cnt-label
               move ws-period-rejected to cnt-value
               write report-record from ws-summary-count-detail
               move 'CLOSED PERIOD REDATED   ' to cnt-label
               move ws-period-redated to cnt-value
               write report-record from ws-summary-count-detail
           end-if
           move 'DIRECT DEBIT RETURNS    ' to sum-label
           move ws-debit-return-total to sum-value
           write report-record from ws-summary-detail
           move 'OPEN BALANCE TOTAL      ' to sum-label
           move ws-open-balance-total to sum-value
           write report-record from ws-summary-detail
           display '  PAYMENTS APPLIED....... ' ws-payments-applied
           display '  UNAPPLIED CASH......... ' ws-unapplied-count
           display '  OVERPAYMENTS........... ' ws-overpaid-count
           display '  AGENCY RECOVERIES...... ' ws-recoveries-posted
           display '  DEBIT RETURNS.......... '
               ws-debit-returns-posted
           display '  CLOSED PERIOD REJECTED. ' ws-period-rejected
           display '  CLOSED PERIOD REDATED.. ' ws-period-redated
           display '  OPEN ITEMS WRITTEN..... '
               ws-open-items-written
           .
