      *
      * Usage:     invoice-adjust trans-filename history-filename
      *            register-filename report-filename
      *            [period-filename] [closed-action]
      *
      *            Transaction record, fixed columns: action X(01)
      *            C credit / D debit / R rebill, account X(10),
      *            invoice number X(08), amount 9(07)V99, entry date
      *            X(08) YYYYMMDD.  For a rebill the amount is the
      *            amount of the replacement invoice.  A blank entry
      *            date dates the adjustment today; an entry date may
      *            not be later than today.
      *
      *            When period-filename names period-close's control
      *            file, an adjustment dated into a closed accounting
      *            month is not journaled into it: closed-action REJECT
      *            (the default) rejects it, and REDATE journals it
      *            dated the first day of the first open month.  Each
      *            one is noted on the register.
      **********************************************************************
       identification division.
       program-id. invoice-adjust.
               organization is line sequential
               file status is ws-report-status.

           select period-file assign to period-filename
               organization is line sequential
               file status is ws-period-status.

       data division.
       file section.

       fd  trans-file.
       01  trans-record pic x(36).

       fd  history-file.
       01  history-record pic x(46).
       fd  report-file.
       01  report-record pic x(132).

       fd  period-file.
       01  period-record pic x(34).

       working-storage section.

       01  args pic x(500).
           05  history-filename    pic x(120).
           05  invoice-register-filename pic x(120).
           05  report-filename     pic x(120).
           05  period-filename     pic x(120).
           05  closed-action-arg   pic x(06).

       01  ws-trans-status         pic x(02).
           88  trans-ok            value '00'.
       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-period-status        pic x(02).
           88  period-ok           value '00'.
           88  period-eof          value '10'.

       01  ws-history-fields.
           copy invhist.

           05  trn-invoice-number  pic x(08).
           05  trn-amount          pic 9(07)v99.
           05  trn-amount-x redefines trn-amount pic x(09).
           05  trn-entry-date      pic x(08).

       01  ws-invoice-table.
           05  ws-invoice-count    pic 9(04) comp value zero.
       01  ws-reject-reason        pic x(40).
           88  trans-accepted      value spaces.

      ***********************************************************************
      * The edit-line note: the reject reason, or for an accepted
      * transaction the rebill number and redate, built apart from
      * WS-REJECT-REASON so TRANS-ACCEPTED keeps its meaning.
      ***********************************************************************

       01  ws-edit-note            pic x(40).

       01  ws-run-date             pic x(08).

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

       01  ws-control-totals.
           05  ws-history-read     pic 9(07) comp value zero.
           05  ws-legacy-skipped   pic 9(06) comp value zero.
           05  ws-trans-applied    pic 9(06) comp value zero.
           05  ws-trans-rejected   pic 9(06) comp value zero.
           05  ws-rebills-issued   pic 9(06) comp value zero.
           05  ws-period-rejected  pic 9(06) comp value zero.
           05  ws-period-redated   pic 9(06) comp value zero.

       01  ws-report-lines.
           05  ws-report-heading.
           unstring args delimited by space
               into trans-filename history-filename
                   invoice-register-filename report-filename
                   period-filename closed-action-arg
           end-unstring

           if  trans-filename = spaces
           or report-filename = spaces
               display 'USAGE: INVOICE-ADJUST TRANS-FILENAME'
                   ' HISTORY-FILENAME REGISTER-FILENAME'
                   ' REPORT-FILENAME [PERIOD-FILENAME]'
                   ' [CLOSED-ACTION]'
               goback
           end-if

           if  closed-action-arg not = spaces
               move closed-action-arg to ws-closed-action
           end-if
           if  not closed-action-reject and not closed-action-redate
               display 'INVOICE-ADJUST: CLOSED-ACTION MUST BE REJECT'
                   ' OR REDATE, GOT ' closed-action-arg
               move 16 to return-code
               goback
           end-if

           if  period-filename not = spaces
               perform 1300-load-period-control
           end-if

           accept ws-run-date from date yyyymmdd

           open input trans-file
           perform 9560-read-invoice-register
           .

       1300-load-period-control.

           open input period-file
           if  not period-ok
               display 'INVOICE-ADJUST: OPEN OF PERIOD-FILE FAILED,'
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
               display 'INVOICE-ADJUST ABEND: PERIOD-FILE HAS MORE'
                   ' THAN 600 ENTRIES, WS-PERIOD-TABLE IS FULL'
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
               when 'D'
                   add hist-amount
                       to ws-inv-original(ws-matched-inv-idx)
               when 'W'
                   subtract hist-amount
                       from ws-inv-original(ws-matched-inv-idx)
               when 'V'
                   continue
               when 'R'
                   add hist-amount
                       to ws-inv-original(ws-matched-inv-idx)
               when other
                   add hist-amount
                       to ws-inv-original(ws-matched-inv-idx)
       3100-edit-transaction.

           move spaces to ws-reject-reason
           set entry-in-open-period to true

           if  not trans-credit and not trans-debit
           and not trans-rebill
                   move 'INVOICE NOT ON HISTORY' to ws-reject-reason
               end-if
           end-if

           if  trans-accepted
               perform 3200-edit-entry-date
           end-if
           .

      ***********************************************************************
      * 3200-EDIT-ENTRY-DATE settles the date the adjustment is
      * journaled under, and holds it out of any closed accounting
      * month.
      ***********************************************************************

       3200-edit-entry-date.

           evaluate true
               when trn-entry-date = spaces
                   move ws-run-date to ws-entry-date
               when trn-entry-date is not numeric
                   move 'ENTRY DATE NOT NUMERIC' to ws-reject-reason
               when trn-entry-date > ws-run-date
                   move 'ENTRY DATE AFTER TODAY' to ws-reject-reason
               when other
                   move trn-entry-date to ws-entry-date
           end-evaluate

           if  trans-accepted
               perform 3300-check-entry-period
               if  entry-rejected
                   add 1 to ws-period-rejected
                   string 'DATED INTO CLOSED PERIOD '
                       ws-closed-period delimited by size
                       into ws-reject-reason
               end-if
               if  entry-redated
                   add 1 to ws-period-redated
               end-if
           end-if
           .

      ***********************************************************************
      * 3300-CHECK-ENTRY-PERIOD tests the entry date in WS-ENTRY-DATE
      * against the closed months.  Under REDATE the date is moved to
      * the first day of the first month after it that is still open.
      * An undated entry is left to the edits that already cover it.
      ***********************************************************************

       3300-check-entry-period.

           set entry-in-open-period to true
           if  not period-lock-enabled
           or ws-entry-date(1:6) is not numeric
               exit paragraph
           end-if

           move ws-entry-date(1:6) to ws-entry-period-x
           perform 3310-lookup-period
           if  period-is-open
               exit paragraph
           end-if

           move ws-entry-period-x to ws-closed-period
           if  closed-action-reject
               set entry-rejected to true
               exit paragraph
           end-if

           perform 3320-advance-one-period until period-is-open
           move ws-entry-period-x to ws-entry-date(1:6)
           move '01' to ws-entry-date(7:2)
           set entry-redated to true
           .

       3310-lookup-period.
           set period-is-open to true
           perform 3315-check-period-entry
               varying ws-prd-idx from 1 by 1
               until ws-prd-idx > ws-period-count
               or period-is-closed
           .

       3315-check-period-entry.
           if  ws-entry-period-x = ws-prd-yyyymm(ws-prd-idx)
           and ws-prd-closed(ws-prd-idx)
               set period-is-closed to true
           end-if
           .

       3320-advance-one-period.
           if  ws-entry-month = 12
               move 1 to ws-entry-month
               add 1 to ws-entry-year
           else
               add 1 to ws-entry-month
           end-if
           perform 3310-lookup-period
           .

       3500-apply-one-adjustment.
       3600-journal-adjustment.
           move spaces to ws-history-fields
           move trn-acct-number to hist-acct-number
           move ws-entry-date to hist-invoice-date
           move 'N' to hist-rolled-indicator
           move ws-run-date to hist-run-date
           move trn-invoice-number to hist-invoice-number
           if  ws-remaining-balance > zero
               move spaces to ws-history-fields
               move trn-acct-number to hist-acct-number
               move ws-entry-date to hist-invoice-date
               move 'N' to hist-rolled-indicator
               move ws-run-date to hist-run-date
               move trn-invoice-number to hist-invoice-number

           move spaces to ws-history-fields
           move trn-acct-number to hist-acct-number
           move ws-entry-date to hist-invoice-date
           move 'N' to hist-rolled-indicator
           move ws-run-date to hist-run-date
           move ws-rebill-number to hist-invoice-number
           move trn-acct-number to det-acct-number
           move trn-invoice-number to det-invoice-number
           move trn-amount to det-amount
           move ws-reject-reason to ws-edit-note
           if  trans-accepted
               evaluate true
                   when trans-rebill and entry-redated
                       string 'REBILLED AS ' ws-rebill-number
                           ', REDATED ' ws-entry-date
                           delimited by size into ws-edit-note
                       end-string
                   when trans-rebill
                       string 'REBILLED AS ' ws-rebill-number
                           delimited by size into ws-edit-note
                       end-string
                   when entry-redated
                       string 'REDATED INTO ' ws-entry-date
                           delimited by size into ws-edit-note
                       end-string
               end-evaluate
           end-if
           move ws-edit-note to det-reason
           write report-record from ws-edit-detail
           .

           display '  TRANSACTIONS APPLIED... ' ws-trans-applied
           display '  TRANSACTIONS REJECTED.. ' ws-trans-rejected
           display '  REBILLS ISSUED......... ' ws-rebills-issued
           display '  CLOSED PERIOD REJECTED. ' ws-period-rejected
           display '  CLOSED PERIOD REDATED.. ' ws-period-redated
           .

       9999-end.
