      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Payment-arrangement maintenance, in the addr-maint
      *            mold.  Applies add, change, delete, and cancel
      *            transactions to the payment-arrangement file that
      *            ar-aging consults before dunning and arrange-check
      *            tests every night.  Each arrangement is edited in
      *            full - the account must be on the indexed account
      *            master, every installment date must be a real
      *            calendar date on or after the start date and later
      *            than the one before it, and the installments must
      *            add up to the agreed total - and an edit report
      *            lists applied and rejected transactions with
      *            reasons.  Produces a new arrangement file.
      *
      * Usage:     arrange-maint old-arrangement-filename
      *            trans-filename new-arrangement-filename
      *            report-filename master-filename
      *
      *            Transaction record, fixed columns: action X(01)
      *            A add / C change (renegotiate) / D delete / X cancel,
      *            account X(10), start date X(08) YYYYMMDD, agreed
      *            total 9(07)V99, installment count 9(02) 01-12, then
      *            twelve installments of due date X(08) and amount
      *            9(07)V99 (unused installments blank).  Delete and
      *            cancel need only the action and account.  An add or
      *            change leaves the arrangement active.
      **********************************************************************
       identification division.
       program-id. arrange-maint.
       environment division.
       input-output section.
       file-control.

           select old-arrangement-file
               assign to old-arrangement-filename
               organization is line sequential
               file status is ws-old-arrangement-status.

           select trans-file assign to trans-filename
               organization is line sequential
               file status is ws-trans-status.

           select new-arrangement-file
               assign to new-arrangement-filename
               organization is line sequential
               file status is ws-new-arrangement-status.

           select report-file assign to report-filename
               organization is line sequential
               file status is ws-report-status.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

       data division.
       file section.

       fd  old-arrangement-file.
       01  old-arrangement-record pic x(262).

       fd  trans-file.
       01  trans-record pic x(234).

       fd  new-arrangement-file.
       01  new-arrangement-record pic x(262).

       fd  report-file.
       01  report-record pic x(132).

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

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  old-arrangement-filename pic x(120).
           05  trans-filename      pic x(120).
           05  new-arrangement-filename pic x(120).
           05  report-filename     pic x(120).
           05  master-filename     pic x(120).

       01  ws-old-arrangement-status pic x(02).
           88  old-arrangement-ok  value '00'.
           88  old-arrangement-eof value '10'.

       01  ws-trans-status         pic x(02).
           88  trans-ok            value '00'.
           88  trans-eof           value '10'.

       01  ws-new-arrangement-status pic x(02).
           88  new-arrangement-ok  value '00'.

       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-trans-fields.
           05  trn-action          pic x(01).
               88  trans-add       value 'A'.
               88  trans-change    value 'C'.
               88  trans-delete    value 'D'.
               88  trans-cancel    value 'X'.
           05  trn-acct-number     pic x(10).
           05  trn-start-date      pic x(08).
           05  trn-agreed-total    pic 9(07)v99.
           05  trn-agreed-total-x redefines trn-agreed-total
                                   pic x(09).
           05  trn-installment-count pic 9(02).
           05  trn-installment-count-x
                                   redefines trn-installment-count
                                   pic x(02).
           05  trn-installment occurs 12 times.
               10  trn-inst-due-date pic x(08).
               10  trn-inst-amount pic 9(07)v99.
               10  trn-inst-amount-x redefines trn-inst-amount
                                   pic x(09).

       01  ws-arrangement-fields.
           copy arrange.

      ***********************************************************************
      * The old arrangement file is held in a table; transactions are
      * applied against it and the new file is written from the table
      * at end of run, original order preserved, adds at the end,
      * deletes dropped.
      ***********************************************************************

       01  ws-arr-table.
           05  ws-arr-count        pic 9(04) comp value zero.
           05  ws-arr-entry occurs 2000 times
                                   indexed by ws-arr-idx.
               10  ws-arr-record.
                   15  ws-arr-acct pic x(10).
                   15  filler      pic x(252).
               10  ws-arr-deleted-switch pic x(01).
                   88  arr-deleted value 'Y'.
                   88  arr-on-file value 'N'.

       01  ws-arr-found-switch     pic x(01).
           88  arr-found           value 'y'.
           88  arr-not-found       value 'n'.

       01  ws-matched-arr-idx      pic 9(04) comp value zero.

       01  ws-inst-sub             pic 9(02) comp.
       01  ws-installment-total    pic 9(09)v99 comp-3 value zero.
       01  ws-prior-due-date       pic x(08).

       01  ws-edit-result-fields.
           05  ws-reject-reason    pic x(40).
               88  trans-accepted  value spaces.

       01  ws-date-check-fields.
           05  ws-chk-date.
               10  ws-chk-year     pic 9(04).
               10  ws-chk-month    pic 9(02).
               10  ws-chk-day      pic 9(02).
           05  ws-chk-date-x redefines ws-chk-date pic x(08).
           05  ws-chk-month-length pic 9(02).
           05  ws-chk-quotient     pic 9(04).
           05  ws-chk-remainder    pic 9(04).

       01  ws-date-valid-switch    pic x(01).
           88  date-valid          value 'Y'.
           88  date-not-valid      value 'N'.

       01  ws-leap-year-switch     pic x(01).
           88  is-leap-year        value 'Y'.
           88  is-not-leap-year    value 'N'.

       01  ws-days-in-month-values.
           05  filler pic 9(02) value 31.
           05  filler pic 9(02) value 28.
           05  filler pic 9(02) value 31.
           05  filler pic 9(02) value 30.
           05  filler pic 9(02) value 31.
           05  filler pic 9(02) value 30.
           05  filler pic 9(02) value 31.
           05  filler pic 9(02) value 31.
           05  filler pic 9(02) value 30.
           05  filler pic 9(02) value 31.
           05  filler pic 9(02) value 30.
           05  filler pic 9(02) value 31.
       01  ws-days-in-month-table redefines ws-days-in-month-values.
           05  ws-days-in-month occurs 12 times pic 9(02).

       01  ws-run-date             pic x(08).

       01  ws-control-totals.
           05  ws-arr-read         pic 9(06) comp value zero.
           05  ws-trans-read       pic 9(06) comp value zero.
           05  ws-trans-applied    pic 9(06) comp value zero.
           05  ws-trans-rejected   pic 9(06) comp value zero.
           05  ws-arr-written      pic 9(06) comp value zero.

       01  ws-report-lines.
           05  ws-report-heading   pic x(44) value
               'PAYMENT ARRANGEMENT MAINTENANCE EDIT REPORT'.
           05  ws-edit-detail.
               10  det-action      pic x(01).
               10  filler          pic x(02) value spaces.
               10  det-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  det-result      pic x(08).
               10  filler          pic x(02) value spaces.
               10  det-reason      pic x(40).

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1500-load-old-arrangements
               until old-arrangement-eof
           perform 2000-apply-transactions until trans-eof
           perform 3000-write-new-arrangements
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into old-arrangement-filename trans-filename
                   new-arrangement-filename report-filename
                   master-filename
           end-unstring

           if  old-arrangement-filename = spaces
           or trans-filename = spaces
           or new-arrangement-filename = spaces
           or report-filename = spaces
           or master-filename = spaces
               display 'USAGE: ARRANGE-MAINT OLD-ARRANGEMENT-FILENAME'
                   ' TRANS-FILENAME NEW-ARRANGEMENT-FILENAME'
                   ' REPORT-FILENAME MASTER-FILENAME'
               goback
           end-if

           accept ws-run-date from date yyyymmdd

           open input old-arrangement-file
           if  not old-arrangement-ok
               display 'ARRANGE-MAINT: OPEN OF OLD-ARRANGEMENT-FILE'
                   ' FAILED, FILE STATUS=' ws-old-arrangement-status
               move 16 to return-code
               goback
           end-if

           open input trans-file
           if  not trans-ok
               display 'ARRANGE-MAINT: OPEN OF TRANS-FILE FAILED,'
                   ' FILE STATUS=' ws-trans-status
               move 16 to return-code
               goback
           end-if

           open input master-file
           if  not master-ok
               display 'ARRANGE-MAINT: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           open output new-arrangement-file
           open output report-file

           write report-record from ws-report-heading
           move spaces to report-record
           write report-record
           .

       1500-load-old-arrangements.

           read old-arrangement-file
           if  old-arrangement-ok
               if  ws-arr-count = 2000
                   display 'ARRANGE-MAINT ABEND: OLD ARRANGEMENT FILE'
                       ' HAS MORE THAN 2000 RECORDS, WS-ARR-TABLE IS'
                       ' FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-arr-count
               add 1 to ws-arr-read
               move old-arrangement-record
                   to ws-arr-record(ws-arr-count)
               set arr-on-file(ws-arr-count) to true
           end-if
           .

       2000-apply-transactions.

           read trans-file into ws-trans-fields
           if  trans-ok
               add 1 to ws-trans-read
               perform 2100-edit-transaction
               if  trans-accepted
                   perform 2500-apply-one-transaction
                   add 1 to ws-trans-applied
                   move 'APPLIED' to det-result
               else
                   add 1 to ws-trans-rejected
                   move 'REJECTED' to det-result
               end-if
               perform 2900-write-edit-line
           end-if
           .

      ***********************************************************************
      * 2100-EDIT-TRANSACTION validates the whole arrangement; the
      * first problem found becomes the reject reason.  Delete and
      * cancel need only a valid action and an arrangement on file.
      ***********************************************************************

       2100-edit-transaction.

           move spaces to ws-reject-reason

           if  not trans-add and not trans-change
           and not trans-delete and not trans-cancel
               move 'ACTION MUST BE A, C, D, OR X'
                   to ws-reject-reason
           end-if

           if  trans-accepted
           and trn-acct-number = spaces
               move 'ACCOUNT NUMBER REQUIRED' to ws-reject-reason
           end-if

           if  trans-accepted
               perform 2200-lookup-arrangement
               if  trans-add and arr-found
                   move 'ARRANGEMENT ALREADY ON FILE'
                       to ws-reject-reason
               end-if
               if  not trans-add
               and arr-not-found
                   move 'ARRANGEMENT NOT ON FILE' to ws-reject-reason
               end-if
           end-if

           if  trans-accepted
           and (trans-add or trans-change)
               move trn-acct-number to mst-acct-key
               read master-file
               if  not master-ok
                   move 'ACCOUNT NOT ON MASTER' to ws-reject-reason
               end-if
           end-if

           if  trans-accepted
           and (trans-add or trans-change)
               perform 2300-edit-arrangement-terms
           end-if
           .

       2200-lookup-arrangement.

           set arr-not-found to true

           perform 2210-check-arrangement-entry
               varying ws-arr-idx from 1 by 1
               until ws-arr-idx > ws-arr-count
               or arr-found
           .

       2210-check-arrangement-entry.
           if  trn-acct-number = ws-arr-acct(ws-arr-idx)
           and arr-on-file(ws-arr-idx)
               set arr-found to true
               set ws-matched-arr-idx to ws-arr-idx
           end-if
           .

       2300-edit-arrangement-terms.

           move trn-start-date to ws-chk-date-x
           perform 2400-check-calendar-date
           if  date-not-valid
               move 'START DATE NOT A VALID DATE' to ws-reject-reason
           end-if

           if  trans-accepted
           and trn-agreed-total-x is not numeric
               move 'AGREED TOTAL NOT NUMERIC' to ws-reject-reason
           end-if

           if  trans-accepted
               if  trn-installment-count-x is not numeric
                   move 'INSTALLMENT COUNT MUST BE 01-12'
                       to ws-reject-reason
               else
                   if  trn-installment-count < 1
                   or trn-installment-count > 12
                       move 'INSTALLMENT COUNT MUST BE 01-12'
                           to ws-reject-reason
                   end-if
               end-if
           end-if

           if  trans-accepted
               move zero to ws-installment-total
               move trn-start-date to ws-prior-due-date
               perform 2350-edit-one-installment
                   varying ws-inst-sub from 1 by 1
                   until ws-inst-sub > trn-installment-count
                   or not trans-accepted
           end-if

           if  trans-accepted
           and ws-installment-total not = trn-agreed-total
               move 'INSTALLMENTS DO NOT ADD UP TO TOTAL'
                   to ws-reject-reason
           end-if
           .

       2350-edit-one-installment.

           move trn-inst-due-date(ws-inst-sub) to ws-chk-date-x
           perform 2400-check-calendar-date
           evaluate true
               when date-not-valid
                   move 'INSTALLMENT DUE DATE NOT A VALID DATE'
                       to ws-reject-reason
               when trn-inst-due-date(ws-inst-sub)
                       < ws-prior-due-date
               when trn-inst-due-date(ws-inst-sub)
                       = ws-prior-due-date
               and ws-inst-sub > 1
                   move 'INSTALLMENT DATES OUT OF ORDER'
                       to ws-reject-reason
               when trn-inst-amount-x(ws-inst-sub) is not numeric
                   move 'INSTALLMENT AMOUNT NOT NUMERIC'
                       to ws-reject-reason
               when trn-inst-amount(ws-inst-sub) = zero
                   move 'INSTALLMENT AMOUNT IS ZERO'
                       to ws-reject-reason
               when other
                   add trn-inst-amount(ws-inst-sub)
                       to ws-installment-total
                   move trn-inst-due-date(ws-inst-sub)
                       to ws-prior-due-date
           end-evaluate
           .

      ***********************************************************************
      * 2400-CHECK-CALENDAR-DATE: numeric, month 1-12, day within the
      * month's length with leap years honored - the same test
      * acct-maint puts on every master date.
      ***********************************************************************

       2400-check-calendar-date.

           set date-valid to true
           if  ws-chk-date-x is not numeric
               set date-not-valid to true
               exit paragraph
           end-if

           if  ws-chk-year < 1900 or ws-chk-year > 2199
           or ws-chk-month < 1 or ws-chk-month > 12
               set date-not-valid to true
               exit paragraph
           end-if

           move ws-days-in-month(ws-chk-month)
               to ws-chk-month-length
           if  ws-chk-month = 2
               perform 2450-determine-leap-year
               if  is-leap-year
                   move 29 to ws-chk-month-length
               end-if
           end-if

           if  ws-chk-day < 1
           or ws-chk-day > ws-chk-month-length
               set date-not-valid to true
           end-if
           .

       2450-determine-leap-year.

           divide ws-chk-year by 4
               giving ws-chk-quotient
               remainder ws-chk-remainder
           end-divide
           if  ws-chk-remainder not = zero
               set is-not-leap-year to true
           else
               divide ws-chk-year by 100
                   giving ws-chk-quotient
                   remainder ws-chk-remainder
               end-divide
               if  ws-chk-remainder not = zero
                   set is-leap-year to true
               else
                   divide ws-chk-year by 400
                       giving ws-chk-quotient
                       remainder ws-chk-remainder
                   end-divide
                   if  ws-chk-remainder = zero
                       set is-leap-year to true
                   else
                       set is-not-leap-year to true
                   end-if
               end-if
           end-if
           .

       2500-apply-one-transaction.

           evaluate true
               when trans-add
                   if  ws-arr-count = 2000
                       display 'ARRANGE-MAINT ABEND: WS-ARR-TABLE IS'
                           ' FULL, CANNOT ADD MORE RECORDS'
                       move 16 to return-code
                       perform 9400-close-files
                       stop run
                   end-if
                   add 1 to ws-arr-count
                   set ws-matched-arr-idx to ws-arr-count
                   set arr-on-file(ws-arr-count) to true
                   perform 2600-build-arrangement
               when trans-change
                   perform 2600-build-arrangement
               when trans-delete
                   set arr-deleted(ws-matched-arr-idx) to true
               when trans-cancel
                   move ws-arr-record(ws-matched-arr-idx)
                       to ws-arrangement-fields
                   set arr-status-cancelled to true
                   move ws-run-date to arr-status-date
                   move 'CANCELLED BY COLLECT' to arr-status-reason
                   move ws-arrangement-fields
                       to ws-arr-record(ws-matched-arr-idx)
           end-evaluate
           .

       2600-build-arrangement.
           move spaces to ws-arrangement-fields
           move trn-acct-number to arr-acct-number
           set arr-status-active to true
           move trn-start-date to arr-start-date
           move trn-agreed-total to arr-agreed-total
           move trn-installment-count to arr-installment-count
           perform 2610-build-one-installment
               varying ws-inst-sub from 1 by 1
               until ws-inst-sub > 12
           move ws-run-date to arr-status-date
           move 'AGREED' to arr-status-reason
           move ws-arrangement-fields
               to ws-arr-record(ws-matched-arr-idx)
           .

       2610-build-one-installment.
           if  ws-inst-sub > trn-installment-count
               move spaces to arr-inst-due-date(ws-inst-sub)
               move zero to arr-inst-amount(ws-inst-sub)
           else
               move trn-inst-due-date(ws-inst-sub)
                   to arr-inst-due-date(ws-inst-sub)
               move trn-inst-amount(ws-inst-sub)
                   to arr-inst-amount(ws-inst-sub)
           end-if
           .

       2900-write-edit-line.
           move trn-action to det-action
           move trn-acct-number to det-acct-number
           move ws-reject-reason to det-reason
           write report-record from ws-edit-detail
           .

       3000-write-new-arrangements.
           perform 3100-write-one-arrangement
               varying ws-arr-idx from 1 by 1
               until ws-arr-idx > ws-arr-count
           .

       3100-write-one-arrangement.
           if  arr-on-file(ws-arr-idx)
               write new-arrangement-record
                   from ws-arr-record(ws-arr-idx)
               if  not new-arrangement-ok
                   display 'ARRANGE-MAINT ABEND: WRITE TO'
                       ' NEW-ARRANGEMENT-FILE FAILED, FILE STATUS='
                       ws-new-arrangement-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-arr-written
           end-if
           .

       9400-close-files.
           close old-arrangement-file
           close trans-file
           close new-arrangement-file
           close report-file
           close master-file
           .

       9500-display-control-totals.
           display 'ARRANGE-MAINT CONTROL TOTALS'
           display '  ARRANGEMENTS READ...... ' ws-arr-read
           display '  TRANSACTIONS READ...... ' ws-trans-read
           display '  TRANSACTIONS APPLIED... ' ws-trans-applied
           display '  TRANSACTIONS REJECTED.. ' ws-trans-rejected
           display '  ARRANGEMENTS WRITTEN... ' ws-arr-written
           .

       9999-end.
           .
