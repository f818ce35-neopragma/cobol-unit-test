      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Accounting period close.  Snapshots every account's
      *            period-end balance from the invoice history to the
      *            period-balance file, with the net activity dated in
      *            the month, and writes a new generation of the
      *            period-control file with the month marked closed.
      *            From then on invoice-adjust, payment-post, and
      *            invdate's catch-up mode refuse or redate anything
      *            dated into the month, so statements and the aging
      *            keep agreeing with what finance signed off.
      *
      * Usage:     period-close history-filename old-period-filename
      *            new-period-filename balance-filename period
      *
      *            Period is the accounting month YYYYMM.  It must have
      *            ended before today and must not already be closed.
      *            A missing old period-control file is the first close
      *            and starts a new one.  Period-control record layout
      *            is in the PERIOD copybook.
      *
      *            Period-balance record, fixed columns: period X(06),
      *            account X(10), period-end balance S9(09)V99 sign
      *            leading separate, activity in the period S9(09)V99
      *            sign leading separate, wrapped in the standard
      *            header/trailer.  A history row counts by its invoice
      *            date - the date the entry is dated - and moves the
      *            balance the way it does on the statement: invoices,
      *            debits, fees, and refunds raise it; payments,
      *            credits, and write-offs lower it; agency recoveries
      *            leave it alone.
      **********************************************************************
       identification division.
       program-id. period-close.
       environment division.
       input-output section.
       file-control.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select old-period-file assign to old-period-filename
               organization is line sequential
               file status is ws-old-period-status.

           select new-period-file assign to new-period-filename
               organization is line sequential
               file status is ws-new-period-status.

           select balance-file assign to balance-filename
               organization is line sequential
               file status is ws-balance-status.

       data division.
       file section.

       fd  history-file.
       01  history-record pic x(46).

       fd  old-period-file.
       01  old-period-record pic x(34).

       fd  new-period-file.
       01  new-period-record pic x(34).

       fd  balance-file.
       01  balance-record pic x(48).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  history-filename    pic x(120).
           05  old-period-filename pic x(120).
           05  new-period-filename pic x(120).
           05  balance-filename    pic x(120).
           05  period-arg          pic x(06).

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
           88  history-eof         value '10'.

       01  ws-old-period-status    pic x(02).
           88  old-period-ok       value '00'.
           88  old-period-eof      value '10'.

       01  ws-new-period-status    pic x(02).
           88  new-period-ok       value '00'.

       01  ws-balance-status       pic x(02).
           88  balance-ok          value '00'.

       01  ws-history-fields.
           copy invhist.

       01  ws-period-fields.
           copy period.

       01  ws-balance-fields.
           05  bal-period          pic x(06).
           05  bal-acct-number     pic x(10).
           05  bal-balance         pic s9(09)v99
                                   sign leading separate.
           05  bal-activity        pic s9(09)v99
                                   sign leading separate.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-close-period.
           05  ws-close-year       pic 9(04).
           05  ws-close-month      pic 9(02).
       01  ws-close-period-x redefines ws-close-period pic x(06).

       01  ws-period-end-date.
           05  ws-period-end-yyyymm pic x(06).
           05  ws-period-end-day   pic x(02) value '31'.

       01  ws-run-date             pic x(08).

      ***********************************************************************
      * The old period-control file, held in storage so the closing
      * month can be checked and then written back in sequence.
      ***********************************************************************

       01  ws-period-table.
           05  ws-period-count     pic 9(03) comp value zero.
           05  ws-period-entry occurs 600 times
                                   indexed by ws-prd-idx.
               10  ws-prd-record   pic x(34).
               10  ws-prd-period redefines ws-prd-record.
                   15  ws-prd-yyyymm pic x(06).
                   15  ws-prd-status pic x(01).
                       88  ws-prd-closed value 'C'.
                   15  filler      pic x(27).

       01  ws-closing-written-switch pic x(01) value 'n'.
           88  closing-written     value 'y'.

      ***********************************************************************
      * One entry per account found in the history up to period end.
      ***********************************************************************

       01  ws-account-table.
           05  ws-account-count    pic 9(04) comp value zero.
           05  ws-account-entry occurs 5000 times
                                   indexed by ws-acct-idx.
               10  ws-acct-number  pic x(10).
               10  ws-acct-balance pic s9(09)v99 comp-3.
               10  ws-acct-activity pic s9(09)v99 comp-3.

       01  ws-acct-found-switch    pic x(01).
           88  acct-found          value 'y'.
           88  acct-not-found      value 'n'.

       01  ws-matched-acct-idx     pic 9(04) comp value zero.

       01  ws-signed-amount        pic s9(09)v99 comp-3 value zero.
       01  ws-abs-balance          pic 9(09)v99 value zero.

       01  ws-control-totals.
           05  ws-history-read     pic 9(07) comp value zero.
           05  ws-legacy-skipped   pic 9(06) comp value zero.
           05  ws-rows-to-period-end pic 9(07) comp value zero.
           05  ws-rows-in-period   pic 9(07) comp value zero.
           05  ws-balances-written pic 9(07) value zero.
           05  ws-balance-hash     pic 9(11)v9(04) value zero.
           05  ws-balance-total    pic s9(11)v99 comp-3 value zero.
           05  ws-activity-total   pic s9(11)v99 comp-3 value zero.
           05  ws-periods-written  pic 9(04) comp value zero.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-read-history until history-eof
           perform 3000-write-balances
               varying ws-acct-idx from 1 by 1
               until ws-acct-idx > ws-account-count
           perform 3900-write-balance-trailer
           perform 4000-write-period-control
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into history-filename old-period-filename
                   new-period-filename balance-filename period-arg
           end-unstring

           if  history-filename = spaces
           or old-period-filename = spaces
           or new-period-filename = spaces
           or balance-filename = spaces
           or period-arg = spaces
               display 'USAGE: PERIOD-CLOSE HISTORY-FILENAME'
                   ' OLD-PERIOD-FILENAME NEW-PERIOD-FILENAME'
                   ' BALANCE-FILENAME PERIOD'
               goback
           end-if

           accept ws-run-date from date yyyymmdd

           if  period-arg is not numeric
               display 'PERIOD-CLOSE: PERIOD MUST BE YYYYMM, GOT '
                   period-arg
               move 16 to return-code
               goback
           end-if
           move period-arg to ws-close-period-x
           if  ws-close-month < 1 or ws-close-month > 12
               display 'PERIOD-CLOSE: PERIOD MUST BE YYYYMM, GOT '
                   period-arg
               move 16 to return-code
               goback
           end-if

           if  ws-close-period-x not < ws-run-date(1:6)
               display 'PERIOD-CLOSE: PERIOD ' ws-close-period-x
                   ' HAS NOT ENDED - IT CANNOT BE CLOSED BEFORE '
                   'THE MONTH IS OVER'
               move 8 to return-code
               goback
           end-if
           move ws-close-period-x to ws-period-end-yyyymm

           perform 1100-load-period-control

           open input history-file
           if  not history-ok
               display 'PERIOD-CLOSE: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open output new-period-file
           if  not new-period-ok
               display 'PERIOD-CLOSE: OPEN OF NEW-PERIOD-FILE FAILED,'
                   ' FILE STATUS=' ws-new-period-status
               move 16 to return-code
               goback
           end-if

           open output balance-file
           if  not balance-ok
               display 'PERIOD-CLOSE: OPEN OF BALANCE-FILE FAILED,'
                   ' FILE STATUS=' ws-balance-status
               move 16 to return-code
               perform 9400-close-files
               goback
           end-if

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'PERIOD-CLS' to ht-program-name
           move 'PERIOD-BALANCES' to ht-file-identifier
           write balance-record from ws-header-trailer-record
           .

      ***********************************************************************
      * A missing old file means no month has been closed yet.  A month
      * already closed is refused; closing it again would replace the
      * balances finance signed off.
      ***********************************************************************

       1100-load-period-control.

           open input old-period-file
           if  old-period-ok
               perform 1110-read-old-period
               perform 1120-store-period-entry until old-period-eof
               close old-period-file
           end-if
           .

       1110-read-old-period.
           read old-period-file into ws-period-fields
           .

       1120-store-period-entry.
           if  ws-period-count = 600
               display 'PERIOD-CLOSE ABEND: OLD-PERIOD-FILE HAS MORE'
                   ' THAN 600 ENTRIES, WS-PERIOD-TABLE IS FULL'
               move 16 to return-code
               stop run
           end-if
           if  prd-period = ws-close-period-x
           and prd-status-closed
               display 'PERIOD-CLOSE: PERIOD ' ws-close-period-x
                   ' WAS ALREADY CLOSED ON ' prd-close-date
               close old-period-file
               move 8 to return-code
               goback
           end-if
           add 1 to ws-period-count
           move ws-period-fields to ws-prd-record(ws-period-count)
           perform 1110-read-old-period
           .

       2000-read-history.

           read history-file into ws-history-fields
           if  history-ok
               add 1 to ws-history-read
               if  hist-invoice-number is not numeric
               or hist-amount is not numeric
                   add 1 to ws-legacy-skipped
               else
                   if  hist-invoice-date not > ws-period-end-date
                       perform 2100-apply-history-row
                   end-if
               end-if
           end-if
           .

       2100-apply-history-row.

           add 1 to ws-rows-to-period-end
           evaluate true
               when hist-type-recovery
                   move zero to ws-signed-amount
               when hist-record-type = 'P' or 'C' or 'W'
                   compute ws-signed-amount = zero - hist-amount
               when other
                   move hist-amount to ws-signed-amount
           end-evaluate

           perform 2200-find-or-add-account
           add ws-signed-amount to ws-acct-balance(ws-matched-acct-idx)
           if  hist-invoice-date(1:6) = ws-close-period-x
               add 1 to ws-rows-in-period
               add ws-signed-amount
                   to ws-acct-activity(ws-matched-acct-idx)
           end-if
           .

       2200-find-or-add-account.

           set acct-not-found to true
           perform 2210-check-account-entry
               varying ws-acct-idx from 1 by 1
               until ws-acct-idx > ws-account-count
               or acct-found

           if  acct-not-found
               if  ws-account-count = 5000
                   display 'PERIOD-CLOSE ABEND: MORE THAN 5000'
                       ' ACCOUNTS IN HISTORY, WS-ACCOUNT-TABLE IS FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-account-count
               move hist-acct-number
                   to ws-acct-number(ws-account-count)
               move zero to ws-acct-balance(ws-account-count)
               move zero to ws-acct-activity(ws-account-count)
               set ws-matched-acct-idx to ws-account-count
           end-if
           .

       2210-check-account-entry.
           if  hist-acct-number = ws-acct-number(ws-acct-idx)
               set acct-found to true
               set ws-matched-acct-idx to ws-acct-idx
           end-if
           .

       3000-write-balances.
           move ws-close-period-x to bal-period
           move ws-acct-number(ws-acct-idx) to bal-acct-number
           move ws-acct-balance(ws-acct-idx) to bal-balance
           move ws-acct-activity(ws-acct-idx) to bal-activity
           write balance-record from ws-balance-fields
           if  not balance-ok
               display 'PERIOD-CLOSE ABEND: WRITE TO BALANCE-FILE'
                   ' FAILED, FILE STATUS=' ws-balance-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-balances-written
           if  ws-acct-balance(ws-acct-idx) < zero
               compute ws-abs-balance =
                   zero - ws-acct-balance(ws-acct-idx)
           else
               move ws-acct-balance(ws-acct-idx) to ws-abs-balance
           end-if
           add ws-abs-balance to ws-balance-hash
           add ws-acct-balance(ws-acct-idx) to ws-balance-total
           add ws-acct-activity(ws-acct-idx) to ws-activity-total
           .

       3900-write-balance-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-balances-written to ht-record-count
           move ws-balance-hash to ht-hash-total
           move ws-balance-total to ht-net-total
           write balance-record from ws-header-trailer-record
           .

      ***********************************************************************
      * 4000-WRITE-PERIOD-CONTROL writes the new generation in period
      * order, with the closing month inserted, or updated if it was
      * already on file as open.  This is done last, after the
      * balance file is complete, so a failed close leaves the month
      * open.
      ***********************************************************************

       4000-write-period-control.

           perform 4100-write-one-period
               varying ws-prd-idx from 1 by 1
               until ws-prd-idx > ws-period-count

           if  not closing-written
               perform 4200-write-closing-period
           end-if
           .

       4100-write-one-period.

           if  ws-prd-yyyymm(ws-prd-idx) = ws-close-period-x
               perform 4200-write-closing-period
           else
               if  ws-prd-yyyymm(ws-prd-idx) > ws-close-period-x
               and not closing-written
                   perform 4200-write-closing-period
               end-if
               write new-period-record from ws-prd-record(ws-prd-idx)
               add 1 to ws-periods-written
           end-if
           .

       4200-write-closing-period.
           move spaces to ws-period-fields
           move ws-close-period-x to prd-period
           set prd-status-closed to true
           move ws-run-date to prd-close-date
           move ws-balances-written to prd-account-count
           move ws-balance-total to prd-balance-total
           write new-period-record from ws-period-fields
           if  not new-period-ok
               display 'PERIOD-CLOSE ABEND: WRITE TO NEW-PERIOD-FILE'
                   ' FAILED, FILE STATUS=' ws-new-period-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-periods-written
           set closing-written to true
           .

       9400-close-files.
           close history-file
           close new-period-file
           close balance-file
           .

       9500-display-control-totals.
           display 'PERIOD-CLOSE CONTROL TOTALS'
           display '  PERIOD CLOSED.......... ' ws-close-period-x
           display '  HISTORY RECORDS READ... ' ws-history-read
           display '  LEGACY ROWS SKIPPED.... ' ws-legacy-skipped
           display '  ROWS TO PERIOD END..... ' ws-rows-to-period-end
           display '  ROWS IN PERIOD......... ' ws-rows-in-period
           display '  BALANCES WRITTEN....... ' ws-balances-written
           display '  PERIOD-END BALANCE..... ' ws-balance-total
           display '  PERIOD ACTIVITY........ ' ws-activity-total
           display '  PERIODS ON FILE........ ' ws-periods-written
           .

       9999-end.
           .
