      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Nightly payment-arrangement check.  For every active
      *            arrangement on the file arrange-maint keeps, totals
      *            the payments payment-post has journaled to the
      *            invoice history ('P' rows dated on or after the
      *            arrangement start date) and compares them with the
      *            installments that have fallen due, allowing the
      *            grace days given.  An arrangement whose payments do
      *            not cover the installments due is broken: it is
      *            listed on the exception report and cancelled, so the
      *            next ar-aging run duns the account normally again.
      *            An arrangement whose payments reach the agreed total
      *            is marked completed.  Produces a new arrangement
      *            file; cancelled and completed arrangements are
      *            carried forward unchanged.
      *
      * Usage:     arrange-check old-arrangement-filename
      *            history-filename new-arrangement-filename
      *            exception-filename grace-days
      *
      *            Grace days is up to six digits; an installment is
      *            due once its due date plus the grace days is before
      *            today.
      **********************************************************************
       identification division.
       program-id. arrange-check.
       environment division.
       input-output section.
       file-control.

           select old-arrangement-file
               assign to old-arrangement-filename
               organization is line sequential
               file status is ws-old-arrangement-status.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select new-arrangement-file
               assign to new-arrangement-filename
               organization is line sequential
               file status is ws-new-arrangement-status.

           select exception-file assign to exception-filename
               organization is line sequential
               file status is ws-exception-status.

       data division.
       file section.

       fd  old-arrangement-file.
       01  old-arrangement-record pic x(262).

       fd  history-file.
       01  history-record pic x(46).

       fd  new-arrangement-file.
       01  new-arrangement-record pic x(262).

       fd  exception-file.
       01  exception-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  old-arrangement-filename pic x(120).
           05  history-filename    pic x(120).
           05  new-arrangement-filename pic x(120).
           05  exception-filename  pic x(120).
           05  grace-arg           pic x(06).

       01  ws-old-arrangement-status pic x(02).
           88  old-arrangement-ok  value '00'.
           88  old-arrangement-eof value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
           88  history-eof         value '10'.

       01  ws-new-arrangement-status pic x(02).
           88  new-arrangement-ok  value '00'.

       01  ws-exception-status     pic x(02).
           88  exception-ok        value '00'.

       01  ws-history-fields.
           copy invhist.

       01  ws-arrangement-fields.
           copy arrange.

       01  ws-grace-days           pic 9(06) value zero.
       01  ws-parse-sub            pic 9(02) comp.
       01  ws-parse-digit          pic 9(01).
       01  ws-parse-switch         pic x(01).
           88  parse-ok            value 'Y'.
           88  parse-bad           value 'N'.

      ***********************************************************************
      * The arrangement file is held in a table so the history can be
      * read once; each entry accumulates the payments seen for its
      * account since the arrangement started.
      ***********************************************************************

       01  ws-arr-table.
           05  ws-arr-count        pic 9(04) comp value zero.
           05  ws-arr-entry occurs 2000 times
                                   indexed by ws-arr-idx.
               10  ws-arr-record.
                   15  ws-arr-acct pic x(10).
                   15  ws-arr-status pic x(01).
                       88  ws-arr-active value 'A'.
                   15  ws-arr-start-date pic x(08).
                   15  filler      pic x(243).
               10  ws-arr-paid     pic s9(09)v99 comp-3.

       01  ws-arr-found-switch     pic x(01).
           88  arr-found           value 'y'.
           88  arr-not-found       value 'n'.

       01  ws-matched-arr-idx      pic 9(04) comp value zero.

       01  ws-inst-sub             pic 9(02) comp.
       01  ws-amount-due           pic s9(09)v99 comp-3 value zero.
       01  ws-shortfall            pic s9(09)v99 comp-3 value zero.
       01  ws-installments-due     pic 9(02) value zero.

       01  ws-run-date.
           05  ws-run-year         pic 9(04).
           05  ws-run-month        pic 9(02).
           05  ws-run-day          pic 9(02).

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

       01  ws-run-day-number       pic 9(07) value zero.
       01  ws-due-day-number       pic 9(07) value zero.

       01  ws-control-totals.
           05  ws-arr-read         pic 9(06) comp value zero.
           05  ws-arr-checked      pic 9(06) comp value zero.
           05  ws-arr-current      pic 9(06) comp value zero.
           05  ws-arr-broken       pic 9(06) comp value zero.
           05  ws-arr-completed    pic 9(06) comp value zero.
           05  ws-history-read     pic 9(06) comp value zero.
           05  ws-payments-matched pic 9(06) comp value zero.
           05  ws-arr-written      pic 9(06) comp value zero.

       01  ws-report-lines.
           05  ws-exception-heading-1.
               10  filler          pic x(39) value
                   'BROKEN PAYMENT ARRANGEMENTS - RUN DATE '.
               10  hdg-run-date    pic x(08).
           05  ws-exception-heading-2.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(10) value 'STARTED'.
               10  filler          pic x(14) value
                   '  AGREED TOTAL'.
               10  filler          pic x(06) value ' INST '.
               10  filler          pic x(14) value
                   '   DUE TO DATE'.
               10  filler          pic x(14) value
                   '  PAID TO DATE'.
               10  filler          pic x(14) value
                   '      SHORT BY'.
           05  ws-exception-detail.
               10  exd-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  exd-start-date  pic x(08).
               10  filler          pic x(02) value spaces.
               10  exd-agreed-total pic z(09)9.99-.
               10  filler          pic x(02) value spaces.
               10  exd-installments-due pic z9.
               10  filler          pic x(02) value spaces.
               10  exd-amount-due  pic z(09)9.99-.
               10  exd-amount-paid pic z(09)9.99-.
               10  exd-shortfall   pic z(09)9.99-.
           05  ws-exception-total-line.
               10  filler          pic x(30) value
                   'ARRANGEMENTS CANCELLED .......'.
               10  ext-count       pic z(05)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1500-load-old-arrangements
               until old-arrangement-eof
           perform 2000-accumulate-payments until history-eof
           perform 3000-check-arrangements
           perform 4000-write-new-arrangements
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into old-arrangement-filename history-filename
                   new-arrangement-filename exception-filename
                   grace-arg
           end-unstring

           if  old-arrangement-filename = spaces
           or history-filename = spaces
           or new-arrangement-filename = spaces
           or exception-filename = spaces
           or grace-arg = spaces
               display 'USAGE: ARRANGE-CHECK OLD-ARRANGEMENT-FILENAME'
                   ' HISTORY-FILENAME NEW-ARRANGEMENT-FILENAME'
                   ' EXCEPTION-FILENAME GRACE-DAYS'
               goback
           end-if

           perform 1100-parse-grace-days
           if  parse-bad
               display 'ARRANGE-CHECK: GRACE-DAYS MUST BE NUMERIC,'
                   ' GOT ' grace-arg
               move 16 to return-code
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-run-day-number

           open input old-arrangement-file
           if  not old-arrangement-ok
               display 'ARRANGE-CHECK: OPEN OF OLD-ARRANGEMENT-FILE'
                   ' FAILED, FILE STATUS=' ws-old-arrangement-status
               move 16 to return-code
               goback
           end-if

           open input history-file
           if  not history-ok
               display 'ARRANGE-CHECK: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open output new-arrangement-file
           open output exception-file

           move ws-run-date to hdg-run-date
           write exception-record from ws-exception-heading-1
           move spaces to exception-record
           write exception-record
           write exception-record from ws-exception-heading-2
           .

       1100-parse-grace-days.

           set parse-ok to true
           move zero to ws-grace-days

           perform 1110-parse-one-digit
               varying ws-parse-sub from 1 by 1
               until ws-parse-sub > 6
               or grace-arg(ws-parse-sub:1) = space
               or parse-bad
           .

       1110-parse-one-digit.
           if  grace-arg(ws-parse-sub:1) is numeric
               move grace-arg(ws-parse-sub:1) to ws-parse-digit
               compute ws-grace-days =
                   ws-grace-days * 10 + ws-parse-digit
           else
               set parse-bad to true
           end-if
           .

       1500-load-old-arrangements.

           read old-arrangement-file
           if  old-arrangement-ok
               if  ws-arr-count = 2000
                   display 'ARRANGE-CHECK ABEND: OLD ARRANGEMENT FILE'
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
               move zero to ws-arr-paid(ws-arr-count)
           end-if
           .

      ***********************************************************************
      * 2000-ACCUMULATE-PAYMENTS credits each 'P' row to the active
      * arrangement for its account, provided the payment is dated on
      * or after the day the arrangement started.  Payments made
      * before the agreement went toward the old balance, not the
      * plan.
      ***********************************************************************

       2000-accumulate-payments.

           read history-file into ws-history-fields
           if  history-ok
               add 1 to ws-history-read
               if  hist-record-type = 'P'
                   perform 2100-lookup-arrangement
                   if  arr-found
                   and hist-invoice-date
                       not < ws-arr-start-date(ws-matched-arr-idx)
                       add hist-amount
                           to ws-arr-paid(ws-matched-arr-idx)
                       add 1 to ws-payments-matched
                   end-if
               end-if
           end-if
           .

       2100-lookup-arrangement.

           set arr-not-found to true

           perform 2110-check-arrangement-entry
               varying ws-arr-idx from 1 by 1
               until ws-arr-idx > ws-arr-count
               or arr-found
           .

       2110-check-arrangement-entry.
           if  hist-acct-number = ws-arr-acct(ws-arr-idx)
           and ws-arr-active(ws-arr-idx)
               set arr-found to true
               set ws-matched-arr-idx to ws-arr-idx
           end-if
           .

       3000-check-arrangements.

           perform 3100-check-one-arrangement
               varying ws-arr-idx from 1 by 1
               until ws-arr-idx > ws-arr-count

           move spaces to exception-record
           write exception-record
           move ws-arr-broken to ext-count
           write exception-record from ws-exception-total-line
           .

       3100-check-one-arrangement.

           if  not ws-arr-active(ws-arr-idx)
               exit paragraph
           end-if

           add 1 to ws-arr-checked
           move ws-arr-record(ws-arr-idx) to ws-arrangement-fields

           move zero to ws-amount-due
           move zero to ws-installments-due
           perform 3200-add-installment-if-due
               varying ws-inst-sub from 1 by 1
               until ws-inst-sub > arr-installment-count

           evaluate true
               when ws-arr-paid(ws-arr-idx) not < arr-agreed-total
                   set arr-status-completed to true
                   move ws-run-date to arr-status-date
                   move 'PAID IN FULL' to arr-status-reason
                   add 1 to ws-arr-completed
               when ws-arr-paid(ws-arr-idx) < ws-amount-due
                   set arr-status-cancelled to true
                   move ws-run-date to arr-status-date
                   move 'INSTALLMENT MISSED' to arr-status-reason
                   add 1 to ws-arr-broken
                   perform 3300-write-exception-line
               when other
                   add 1 to ws-arr-current
           end-evaluate

           move ws-arrangement-fields to ws-arr-record(ws-arr-idx)
           .

       3200-add-installment-if-due.
           if  arr-inst-due-date(ws-inst-sub) is numeric
               move arr-inst-due-date(ws-inst-sub) to ws-work-date
               perform 8000-compute-day-number
               move ws-daynum-total to ws-due-day-number
               if  ws-due-day-number + ws-grace-days
                       < ws-run-day-number
                   add arr-inst-amount(ws-inst-sub) to ws-amount-due
                   add 1 to ws-installments-due
               end-if
           end-if
           .

       3300-write-exception-line.
           compute ws-shortfall =
               ws-amount-due - ws-arr-paid(ws-arr-idx)
           move arr-acct-number to exd-acct-number
           move arr-start-date to exd-start-date
           move arr-agreed-total to exd-agreed-total
           move ws-installments-due to exd-installments-due
           move ws-amount-due to exd-amount-due
           move ws-arr-paid(ws-arr-idx) to exd-amount-paid
           move ws-shortfall to exd-shortfall
           write exception-record from ws-exception-detail
           .

       4000-write-new-arrangements.
           perform 4100-write-one-arrangement
               varying ws-arr-idx from 1 by 1
               until ws-arr-idx > ws-arr-count
           .

       4100-write-one-arrangement.
           write new-arrangement-record from ws-arr-record(ws-arr-idx)
           if  not new-arrangement-ok
               display 'ARRANGE-CHECK ABEND: WRITE TO'
                   ' NEW-ARRANGEMENT-FILE FAILED, FILE STATUS='
                   ws-new-arrangement-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-arr-written
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
           close old-arrangement-file
           close history-file
           close new-arrangement-file
           close exception-file
           .

       9500-display-control-totals.
           display 'ARRANGE-CHECK CONTROL TOTALS'
           display '  ARRANGEMENTS READ...... ' ws-arr-read
           display '  ARRANGEMENTS CHECKED... ' ws-arr-checked
           display '  ARRANGEMENTS CURRENT... ' ws-arr-current
           display '  ARRANGEMENTS BROKEN.... ' ws-arr-broken
           display '  ARRANGEMENTS COMPLETED. ' ws-arr-completed
           display '  HISTORY ROWS READ...... ' ws-history-read
           display '  PAYMENTS MATCHED....... ' ws-payments-matched
           display '  ARRANGEMENTS WRITTEN... ' ws-arr-written
           .

       9999-end.
           .
