      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Billing forecast.  Walks every account on the indexed
      *            account master forward a number of billing periods
      *            from its last invoice date, using invdate's own
      *            billing-cycle rules, business-day rollforward against
      *            the holiday file, first-invoice proration, and rate
      *            file, and reports what would be invoiced by month and
      *            plan code.  Nothing is billed: the run reads the
      *            master, holiday, and rate files only, and never opens
      *            the invoice history, the invoice number register, or
      *            the run-control file.
      *
      * Usage:     invoice-forecast account-master-filename
      *            holiday-filename rate-filename report-filename
      *            periods [roll-direction]
      *
      *            Periods is the number of billing periods to project
      *            for each account, 1 through 24.  Roll-direction is F
      *            (the default) or B, as for invdate.
      *
      *            The report lists, for each month an invoice would be
      *            dated in, the invoice count and amount by plan code
      *            and the month total.  Suspended accounts are
      *            projected the same way but kept out of every total:
      *            their invoices are shown on an AT RISK line under the
      *            month and in the at-risk grand total, since they bill
      *            only if the account is reinstated.  Closed accounts
      *            are not projected.  The forecast is of the period
      *            charge from the rate file; metered usage and sales
      *            tax depend on activity not yet known and are not
      *            included.
      **********************************************************************
       identification division.
       program-id. invoice-forecast.
       environment division.
       input-output section.
       file-control.

      ***********************************************************************
      * The account master is the indexed file ACCT-LOAD builds, keyed
      * by account number, read in key sequence as invdate reads it.
      ***********************************************************************

           select account-master-file assign to account-master-filename
               organization is indexed
               access mode is sequential
               record key is am-acct-key
               file status is ws-account-status.

           select holiday-file assign to holiday-filename
               organization is line sequential
               file status is ws-holiday-status.

           select rate-file assign to rate-filename
               organization is line sequential
               file status is ws-rate-status.

           select report-file assign to report-filename
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.

       fd  account-master-file.
       01  account-master-record.
           05  am-acct-key            pic x(10).
           05  filler                 pic x(57).

       fd  holiday-file.
       01  holiday-record pic x(08).

       fd  rate-file.
       01  rate-file-record pic x(10).

       fd  report-file.
       01  report-record pic x(132).

       working-storage section.
           copy datetime.
       01  ws-next-invoice-date pic x(8).
       01  ws-quotient          pic s9(4) comp.
       01  ws-remainder         pic s9(4) comp.

       01  args pic x(500).

       01  arg-values.
           05  account-master-filename pic x(120).
           05  holiday-filename        pic x(120).
           05  rate-filename           pic x(120).
           05  report-filename         pic x(120).
           05  periods-arg             pic x(02).
           05  roll-direction-code     pic x(01).

       01  ws-account-status            pic x(02).
           88  account-ok               value '00'.
           88  account-eof              value '10'.

       01  ws-holiday-status            pic x(02).
           88  holiday-ok               value '00'.
           88  holiday-eof              value '10'.

       01  ws-report-status             pic x(02).
           88  report-ok                value '00'.

       01  ws-account-master-fields.
           05  ws-acct-number             pic x(10).
           05  ws-acct-last-invoice-date.
               10  ws-acct-last-invoice-year  pic 9(4).
               10  ws-acct-last-invoice-month pic 9(2).
               10  ws-acct-last-invoice-day   pic 9(2).
           05  ws-acct-billing-cycle      pic x(01).
               88  billing-cycle-weekly    value 'W'.
               88  billing-cycle-biweekly  value 'B'.
               88  billing-cycle-monthly   value 'M' space.
               88  billing-cycle-quarterly value 'Q'.
               88  billing-cycle-annual    value 'A'.
           05  ws-acct-plan-code          pic x(02).
           05  ws-acct-status             pic x(01).
               88  acct-active             value 'A' space.
               88  acct-suspended          value 'S'.
               88  acct-closed             value 'C'.
           05  ws-acct-open-date          pic x(08).

      ***********************************************************************
      * The projected invoice for one period.  The fields carry
      * invdate's invoice output names so the date, rate, and
      * proration paragraphs below are invdate's own, unchanged.
      ***********************************************************************

       01  ws-projected-invoice-fields.
           05  out-next-invoice-date    pic x(08).
           05  out-rolled-indicator     pic x(01).
           05  out-billing-cycle        pic x(01).
           05  out-invoice-amount       pic 9(05)v99.
           05  out-proration-indicator  pic x(01).

      ***********************************************************************
      * Plan-code/billing-cycle rate table, loaded at startup by
      * 9180-LOAD-RATE-TABLE from the external rate file.
      ***********************************************************************

       01  ws-rate-status               pic x(02).
           88  rate-ok                  value '00'.
           88  rate-eof                 value '10'.

       01  ws-rate-rec-fields.
           05  ws-rate-rec-plan         pic x(02).
           05  ws-rate-rec-cycle        pic x(01).
           05  ws-rate-rec-charge       pic 9(05)v99.

       01  ws-rate-table.
           05  ws-rate-count            pic 9(03) comp value zero.
           05  ws-rate-entry occurs 100 times
                              indexed by ws-rate-idx.
               10  ws-rate-plan         pic x(02).
               10  ws-rate-cycle        pic x(01).
               10  ws-rate-charge       pic 9(05)v99.

       01  ws-rate-found-switch         pic x(01).
           88  rate-found               value 'Y'.
           88  rate-not-found           value 'N'.

       01  ws-matched-rate-index        pic 9(03) comp value zero.

       01  ws-lookup-cycle              pic x(01).

       01  ws-proration-fields.
           05  ws-period-end-date       pic x(08).
           05  ws-serial-period-start   pic 9(07).
           05  ws-serial-period-end     pic 9(07).
           05  ws-serial-open-date      pic 9(07).
           05  ws-serial-result         pic 9(07).
           05  ws-days-in-period        pic s9(05).
           05  ws-days-active           pic s9(05).

       01  ws-holiday-table.
           05  ws-holiday-count  pic 9(03) comp value zero.
           05  ws-holiday-entry  occurs 366 times
                                  indexed by ws-holiday-idx
                                  pic x(08).

       01  ws-holiday-match-switch      pic x(01).
           88  holiday-match-found      value 'Y'.
           88  holiday-match-not-found  value 'N'.

       01  ws-leap-year-switch          pic x(01).
           88  is-leap-year             value 'Y'.
           88  is-not-leap-year         value 'N'.

       01  ws-business-day-switch       pic x(01).
           88  is-business-day          value 'Y'.
           88  not-business-day         value 'N'.

       01  ws-roll-direction-switch.
           05  ws-roll-direction        pic x(01) value 'F'.
               88  roll-direction-forward  value 'F'.
               88  roll-direction-backward value 'B'.

       01  ws-day-of-week               pic 9(01).
           88  ws-dow-saturday          value 5.
           88  ws-dow-sunday            value 6.

       01  ws-dow-work-area.
           05  ws-dow-year-minus-1      pic 9(04).
           05  ws-dow-q                 pic 9(07).
           05  ws-dow-r                 pic 9(07).
           05  ws-dow-days-div-4        pic 9(07).
           05  ws-dow-days-div-100      pic 9(07).
           05  ws-dow-days-div-400      pic 9(07).
           05  ws-dow-total-days        pic 9(07).

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

       01  ws-run-date                  pic x(08).

       01  ws-month-day-count           pic 9(02).
       01  ws-day-add-counter           pic 9(04) comp.
       01  ws-days-to-add               pic 9(04) comp.
       01  ws-quarter-end-month         pic 9(02).

       01  ws-forecast-periods          pic 9(02) value zero.
       01  ws-period-sub                pic 9(02) comp.

       01  ws-parse-sub                 pic 9(02) comp.
       01  ws-parse-digit               pic 9(01).
       01  ws-parse-switch              pic x(01).
           88  parse-ok                 value 'y'.
           88  parse-bad                value 'n'.

      ***********************************************************************
      * One line per invoice month and plan code, kept in month/plan
      * order as lines are added so the report prints straight from
      * the table.  Suspended accounts' invoices go to the at-risk
      * columns only.
      ***********************************************************************

       01  ws-forecast-table.
           05  ws-fc-count              pic 9(04) comp value zero.
           05  ws-fc-entry occurs 2400 times.
               10  ws-fc-key.
                   15  ws-fc-month      pic x(06).
                   15  ws-fc-plan       pic x(02).
               10  ws-fc-invoices       pic 9(07) comp.
               10  ws-fc-amount         pic 9(09)v99 comp-3.
               10  ws-fc-risk-invoices  pic 9(07) comp.
               10  ws-fc-risk-amount    pic 9(09)v99 comp-3.

       01  ws-fc-lookup-key.
           05  ws-fc-lookup-month       pic x(06).
           05  ws-fc-lookup-plan        pic x(02).

       01  ws-fc-sub                    pic 9(04) comp.
       01  ws-fc-insert-sub             pic 9(04) comp.
       01  ws-matched-fc-sub            pic 9(04) comp value zero.

       01  ws-fc-found-switch           pic x(01).
           88  fc-found                 value 'y'.
           88  fc-not-found             value 'n'.

       01  ws-at-risk-switch            pic x(01).
           88  projecting-at-risk       value 'y'.
           88  projecting-billable      value 'n'.

       01  ws-control-totals.
           05  ws-accounts-read         pic 9(07) comp value zero.
           05  ws-accounts-projected    pic 9(07) comp value zero.
           05  ws-suspended-count       pic 9(07) comp value zero.
           05  ws-closed-count          pic 9(07) comp value zero.
           05  ws-no-rate-count         pic 9(07) comp value zero.
           05  ws-prorated-count        pic 9(07) comp value zero.
           05  ws-forecast-invoices     pic 9(07) comp value zero.
           05  ws-forecast-amount       pic 9(09)v99 comp-3 value zero.
           05  ws-risk-invoices         pic 9(07) comp value zero.
           05  ws-risk-amount           pic 9(09)v99 comp-3 value zero.

       01  ws-month-totals.
           05  ws-month-current         pic x(06).
           05  ws-month-invoices        pic 9(07) comp.
           05  ws-month-amount          pic 9(09)v99 comp-3.
           05  ws-month-risk-invoices   pic 9(07) comp.
           05  ws-month-risk-amount     pic 9(09)v99 comp-3.

       01  ws-report-lines.
           05  ws-report-title.
               10  filler               pic x(20)
                                        value 'BILLING FORECAST    '.
               10  filler               pic x(09) value 'RUN DATE '.
               10  rpt-run-date         pic x(08).
               10  filler               pic x(11) value '   PERIODS '.
               10  rpt-periods          pic z9.
           05  ws-report-heading.
               10  filler               pic x(38) value
                   'MONTH   PLAN                  INVOICES'.
               10  filler               pic x(16) value
                   '          AMOUNT'.
           05  ws-report-detail.
               10  rpt-month            pic x(06).
               10  filler               pic x(02) value spaces.
               10  rpt-plan             pic x(21).
               10  filler               pic x(02) value spaces.
               10  rpt-invoices         pic zzz,zz9.
               10  filler               pic x(02) value spaces.
               10  rpt-amount           pic zzz,zzz,zz9.99.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1100-forecast-one-account until account-eof
           perform 4000-write-forecast-report
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into account-master-filename holiday-filename
                   rate-filename report-filename periods-arg
                   roll-direction-code
           end-unstring

           if  account-master-filename = spaces
           or holiday-filename = spaces
           or rate-filename = spaces
           or report-filename = spaces
           or periods-arg = spaces
               display 'USAGE: INVOICE-FORECAST ACCOUNT-MASTER-FILENAME'
                   ' HOLIDAY-FILENAME RATE-FILENAME REPORT-FILENAME'
                   ' PERIODS [ROLL-DIRECTION]'
               goback
           end-if

           perform 1010-parse-periods
           if  parse-bad
           or ws-forecast-periods < 1
           or ws-forecast-periods > 24
               display 'INVOICE-FORECAST: PERIODS MUST BE 1 THROUGH 24,'
                   ' GOT ' periods-arg
               move 16 to return-code
               goback
           end-if

           if  roll-direction-code = 'B'
               set roll-direction-backward to true
           else
               set roll-direction-forward to true
           end-if

           accept ws-run-date from date yyyymmdd

           open input account-master-file
           if  not account-ok
               display 'INVOICE-FORECAST: OPEN OF ACCOUNT-MASTER-FILE'
                   ' FAILED, FILE STATUS=' ws-account-status
               move 16 to return-code
               goback
           end-if

           open output report-file
           if  not report-ok
               display 'INVOICE-FORECAST: OPEN OF REPORT-FILE FAILED,'
                   ' FILE STATUS=' ws-report-status
               move 16 to return-code
               close account-master-file
               goback
           end-if

           perform 9150-load-holiday-table
           perform 9180-load-rate-table
           perform 9200-read-account-record
           .

       1010-parse-periods.

           set parse-ok to true
           move zero to ws-forecast-periods

           perform 1020-parse-one-digit
               varying ws-parse-sub from 1 by 1
               until ws-parse-sub > 2
               or periods-arg(ws-parse-sub:1) = space
               or parse-bad
           .

       1020-parse-one-digit.
           if  periods-arg(ws-parse-sub:1) is numeric
               move periods-arg(ws-parse-sub:1) to ws-parse-digit
               compute ws-forecast-periods =
                   ws-forecast-periods * 10 + ws-parse-digit
           else
               set parse-bad to true
           end-if
           .

      ***********************************************************************
      * 1100-FORECAST-ONE-ACCOUNT projects one master record.  Active
      * accounts count toward the forecast; suspended accounts are
      * projected into the at-risk columns; closed accounts are left
      * out.  Each period is priced the way invdate's catch-up mode
      * bills one: the period end becomes the last invoice date that
      * the next period is figured from.
      ***********************************************************************

       1100-forecast-one-account.
           add 1 to ws-accounts-read
           evaluate true
               when acct-closed
                   add 1 to ws-closed-count
               when acct-suspended
                   add 1 to ws-suspended-count
                   set projecting-at-risk to true
                   perform 1200-project-one-period
                       varying ws-period-sub from 1 by 1
                       until ws-period-sub > ws-forecast-periods
               when other
                   add 1 to ws-accounts-projected
                   set projecting-billable to true
                   perform 1200-project-one-period
                       varying ws-period-sub from 1 by 1
                       until ws-period-sub > ws-forecast-periods
           end-evaluate
           perform 9200-read-account-record
           .

       1200-project-one-period.
           perform 1300-price-one-period
           perform 3000-accumulate-forecast
           move ws-period-end-date to ws-acct-last-invoice-date
           .

       1300-price-one-period.
           move ws-acct-last-invoice-year  to ws-current-year
           move ws-acct-last-invoice-month to ws-current-month
           move ws-acct-last-invoice-day   to ws-current-day
           move 'N' to out-rolled-indicator
           perform 2000-next-invoice-date
           move ws-current-date to ws-period-end-date
           perform 2800-rollforward-to-business-day
           move ws-current-date to ws-next-invoice-date
           move ws-next-invoice-date to out-next-invoice-date
           perform 2500-compute-invoice-amount
           .

      ***********************************************************************
      * 2500-COMPUTE-INVOICE-AMOUNT looks up the account's plan code
      * and billing cycle in the rate table and carries the period
      * charge into the invoice output record.  A blank billing cycle
      * bills as monthly, the same default 2000-NEXT-INVOICE-DATE
      * applies.  An account whose plan/cycle has no rate entry is
      * invoiced at zero and counted for the end-of-run report.
      ***********************************************************************

       2500-compute-invoice-amount.

           if  billing-cycle-monthly
               move 'M' to ws-lookup-cycle
           else
               move ws-acct-billing-cycle to ws-lookup-cycle
           end-if
           move ws-lookup-cycle to out-billing-cycle

           set rate-not-found to true
           perform 2510-check-rate-entry
               varying ws-rate-idx from 1 by 1
               until ws-rate-idx > ws-rate-count
               or rate-found

           if  rate-found
               move ws-rate-charge(ws-matched-rate-index)
                   to out-invoice-amount
           else
               move zero to out-invoice-amount
               add 1 to ws-no-rate-count
           end-if

           perform 2550-prorate-first-invoice
           .

      ***********************************************************************
      * 2550-PRORATE-FIRST-INVOICE reduces the period charge for an
      * account whose open date falls within the billing period just
      * computed: days active over days in period.  A blank or
      * non-numeric open date (legacy master records) never prorates,
      * and an account open for the whole period pays the full charge.
      ***********************************************************************

       2550-prorate-first-invoice.

           move space to out-proration-indicator

           if  ws-acct-open-date is numeric
           and ws-acct-open-date > ws-acct-last-invoice-date
           and ws-acct-open-date <= ws-period-end-date
               move ws-period-end-date to ws-current-date
               perform 2460-compute-date-serial
               move ws-serial-result to ws-serial-period-end
               move ws-acct-last-invoice-date to ws-current-date
               perform 2460-compute-date-serial
               move ws-serial-result to ws-serial-period-start
               move ws-acct-open-date to ws-current-date
               perform 2460-compute-date-serial
               move ws-serial-result to ws-serial-open-date

               compute ws-days-in-period =
                   ws-serial-period-end - ws-serial-period-start
               compute ws-days-active =
                   ws-serial-period-end - ws-serial-open-date + 1

               if  ws-days-in-period > zero
               and ws-days-active < ws-days-in-period
                   compute out-invoice-amount rounded =
                       out-invoice-amount * ws-days-active
                       / ws-days-in-period
                   end-compute
                   move 'P' to out-proration-indicator
                   add 1 to ws-prorated-count
               end-if
           end-if
           .

      ***********************************************************************
      * 2460-COMPUTE-DATE-SERIAL turns WS-CURRENT-DATE into a serial
      * day number, the same arithmetic 2400-CALCULATE-DAY-OF-WEEK
      * uses before it takes the remainder, so two serials subtract
      * to an exact day count across month ends and leap years.
      ***********************************************************************

       2460-compute-date-serial.
           compute ws-dow-year-minus-1 = ws-current-year - 1
           divide ws-dow-year-minus-1 by 4
               giving ws-dow-days-div-4
               remainder ws-dow-r
           end-divide
           divide ws-dow-year-minus-1 by 100
               giving ws-dow-days-div-100
               remainder ws-dow-r
           end-divide
           divide ws-dow-year-minus-1 by 400
               giving ws-dow-days-div-400
               remainder ws-dow-r
           end-divide
           compute ws-serial-result =
               365 * ws-dow-year-minus-1
               + ws-dow-days-div-4
               - ws-dow-days-div-100
               + ws-dow-days-div-400
               + ws-cum-days-before-month(ws-current-month)
               + ws-current-day
           perform 2150-determine-leap-year
           if  is-leap-year and ws-current-month > 2
               add 1 to ws-serial-result
           end-if
           .

       2510-check-rate-entry.
           if  ws-acct-plan-code = ws-rate-plan(ws-rate-idx)
           and ws-lookup-cycle = ws-rate-cycle(ws-rate-idx)
               set rate-found to true
               set ws-matched-rate-index to ws-rate-idx
           end-if
           .

       2000-next-invoice-date.
           perform 2010-advance-to-next-period
           evaluate true
               when billing-cycle-weekly
                    perform 2200-weekly-period-end
               when billing-cycle-biweekly
                    perform 2210-biweekly-period-end
               when billing-cycle-quarterly
                    perform 2300-quarterly-period-end
               when billing-cycle-annual
                    perform 2350-annual-period-end
               when other
                    perform 2050-monthly-period-end
           end-evaluate
           move ws-current-date to ws-next-invoice-date
           .

       2010-advance-to-next-period.
           evaluate true
               when billing-cycle-weekly
                    move 7 to ws-days-to-add
                    perform 2720-add-days-to-current-date
               when billing-cycle-biweekly
                    move 14 to ws-days-to-add
                    perform 2720-add-days-to-current-date
               when billing-cycle-quarterly
                    perform 2030-advance-one-month
                    perform 2030-advance-one-month
                    perform 2030-advance-one-month
               when billing-cycle-annual
                    add 1 to ws-current-year
               when other
                    perform 2030-advance-one-month
           end-evaluate
           .

       2030-advance-one-month.
           if  ws-current-month = 12
               move 1 to ws-current-month
               add 1 to ws-current-year
           else
               add 1 to ws-current-month
           end-if
           .

       2050-monthly-period-end.
           evaluate true
               when february
                    perform 2100-handle-february
               when 30-day-month
                    move 30 to ws-current-day
               when other
                    move 31 to ws-current-day
           end-evaluate
           .

       2100-handle-february.
           perform 2150-determine-leap-year
           if  is-leap-year
               move 29 to ws-current-day
           else
               move 28 to ws-current-day
           end-if
           .

       2150-determine-leap-year.
           divide 4 into ws-current-year
               giving ws-quotient
               remainder ws-remainder
           end-divide
           if  ws-remainder not equal zero
               set is-not-leap-year to true
           else
               divide 100 into ws-current-year
                   giving ws-quotient
                   remainder ws-remainder
               end-divide
               if  ws-remainder not equal zero
                   set is-leap-year to true
               else
                   divide 400 into ws-current-year
                       giving ws-quotient
                       remainder ws-remainder
                   end-divide
                   if  ws-remainder equal zero
                       set is-leap-year to true
                   else
                       set is-not-leap-year to true
                   end-if
               end-if
           end-if
           .

       2200-weekly-period-end.
           perform 2400-calculate-day-of-week
           compute ws-days-to-add = 6 - ws-day-of-week
           perform 2720-add-days-to-current-date
           .

       2210-biweekly-period-end.
           perform 2400-calculate-day-of-week
           compute ws-days-to-add = 6 - ws-day-of-week
           perform 2720-add-days-to-current-date
           .

       2300-quarterly-period-end.
           evaluate true
               when ws-current-month <= 3
                    move 3  to ws-quarter-end-month
               when ws-current-month <= 6
                    move 6  to ws-quarter-end-month
               when ws-current-month <= 9
                    move 9  to ws-quarter-end-month
               when other
                    move 12 to ws-quarter-end-month
           end-evaluate
           move ws-quarter-end-month to ws-current-month
           perform 2050-monthly-period-end
           .

       2350-annual-period-end.
           move 12 to ws-current-month
           move 31 to ws-current-day
           .

       2400-calculate-day-of-week.
           compute ws-dow-year-minus-1 = ws-current-year - 1
           divide ws-dow-year-minus-1 by 4
               giving ws-dow-days-div-4
               remainder ws-dow-r
           end-divide
           divide ws-dow-year-minus-1 by 100
               giving ws-dow-days-div-100
               remainder ws-dow-r
           end-divide
           divide ws-dow-year-minus-1 by 400
               giving ws-dow-days-div-400
               remainder ws-dow-r
           end-divide
           compute ws-dow-total-days =
               365 * ws-dow-year-minus-1
               + ws-dow-days-div-4
               - ws-dow-days-div-100
               + ws-dow-days-div-400
               + ws-cum-days-before-month(ws-current-month)
               + ws-current-day
           perform 2150-determine-leap-year
           if  is-leap-year and ws-current-month > 2
               add 1 to ws-dow-total-days
           end-if
           subtract 1 from ws-dow-total-days
           divide ws-dow-total-days by 7
               giving ws-dow-q
               remainder ws-dow-r
           end-divide
           move ws-dow-r to ws-day-of-week
           .

       2600-days-in-current-month.
           move ws-days-in-month(ws-current-month) to ws-month-day-count
           if  ws-current-month = 2
               perform 2150-determine-leap-year
               if  is-leap-year
                   move 29 to ws-month-day-count
               end-if
           end-if
           .

       2700-increment-one-day.
           perform 2600-days-in-current-month
           if  ws-current-day >= ws-month-day-count
               move 1 to ws-current-day
               if  ws-current-month = 12
                   move 1 to ws-current-month
                   add 1 to ws-current-year
               else
                   add 1 to ws-current-month
               end-if
           else
               add 1 to ws-current-day
           end-if
           .

       2710-decrement-one-day.
           if  ws-current-day > 1
               subtract 1 from ws-current-day
           else
               if  ws-current-month = 1
                   move 12 to ws-current-month
                   subtract 1 from ws-current-year
               else
                   subtract 1 from ws-current-month
               end-if
               perform 2600-days-in-current-month
               move ws-month-day-count to ws-current-day
           end-if
           .

       2720-add-days-to-current-date.
           perform 2700-increment-one-day
               varying ws-day-add-counter from 1 by 1
               until ws-day-add-counter > ws-days-to-add
           .

       2800-rollforward-to-business-day.
           set not-business-day to true
           perform 2810-check-business-day until is-business-day
           .

       2810-check-business-day.
           perform 2400-calculate-day-of-week
           perform 2820-check-holiday-match
           if  ws-dow-saturday or ws-dow-sunday or holiday-match-found
               move 'Y' to out-rolled-indicator
               if  roll-direction-backward
                   perform 2710-decrement-one-day
               else
                   perform 2700-increment-one-day
               end-if
           else
               set is-business-day to true
           end-if
           .

       2820-check-holiday-match.
           set holiday-match-not-found to true
           perform 2830-check-holiday-entry
               varying ws-holiday-idx from 1 by 1
               until ws-holiday-idx > ws-holiday-count
               or holiday-match-found
           .

       2830-check-holiday-entry.
           if  ws-current-date = ws-holiday-entry(ws-holiday-idx)
               set holiday-match-found to true
           end-if
           .

      ***********************************************************************
      * 3000-ACCUMULATE-FORECAST adds the projected invoice to its
      * month and plan line, in the at-risk columns for a suspended
      * account.
      ***********************************************************************

       3000-accumulate-forecast.
           move out-next-invoice-date(1:6) to ws-fc-lookup-month
           move ws-acct-plan-code to ws-fc-lookup-plan
           perform 3100-find-or-add-forecast-line

           if  projecting-at-risk
               add 1 to ws-fc-risk-invoices(ws-matched-fc-sub)
               add out-invoice-amount
                   to ws-fc-risk-amount(ws-matched-fc-sub)
               add 1 to ws-risk-invoices
               add out-invoice-amount to ws-risk-amount
           else
               add 1 to ws-fc-invoices(ws-matched-fc-sub)
               add out-invoice-amount
                   to ws-fc-amount(ws-matched-fc-sub)
               add 1 to ws-forecast-invoices
               add out-invoice-amount to ws-forecast-amount
           end-if
           .

      ***********************************************************************
      * 3100-FIND-OR-ADD-FORECAST-LINE finds the month/plan line, or
      * opens one in key order by moving the higher lines up a slot.
      ***********************************************************************

       3100-find-or-add-forecast-line.
           set fc-not-found to true
           move zero to ws-fc-insert-sub
           perform 3110-check-forecast-entry
               varying ws-fc-sub from 1 by 1
               until ws-fc-sub > ws-fc-count
               or ws-fc-insert-sub > zero

           if  fc-found
               move ws-fc-insert-sub to ws-matched-fc-sub
           else
               if  ws-fc-count = 2400
                   display 'INVOICE-FORECAST ABEND: MORE THAN 2400'
                       ' MONTH/PLAN LINES, WS-FORECAST-TABLE IS FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-fc-count
               if  ws-fc-insert-sub = zero
                   move ws-fc-count to ws-fc-insert-sub
               else
                   perform 3120-move-entry-up
                       varying ws-fc-sub from ws-fc-count by -1
                       until ws-fc-sub <= ws-fc-insert-sub
               end-if
               move ws-fc-insert-sub to ws-matched-fc-sub
               move ws-fc-lookup-key to ws-fc-key(ws-matched-fc-sub)
               move zero to ws-fc-invoices(ws-matched-fc-sub)
                   ws-fc-amount(ws-matched-fc-sub)
                   ws-fc-risk-invoices(ws-matched-fc-sub)
                   ws-fc-risk-amount(ws-matched-fc-sub)
           end-if
           .

       3110-check-forecast-entry.
           if  ws-fc-key(ws-fc-sub) not < ws-fc-lookup-key
               move ws-fc-sub to ws-fc-insert-sub
               if  ws-fc-key(ws-fc-sub) = ws-fc-lookup-key
                   set fc-found to true
               end-if
           end-if
           .

       3120-move-entry-up.
           move ws-fc-entry(ws-fc-sub - 1) to ws-fc-entry(ws-fc-sub)
           .

      ***********************************************************************
      * 4000-WRITE-FORECAST-REPORT prints the month/plan lines with a
      * total and an at-risk line at each change of month, then the
      * grand totals.  The at-risk figures never enter a total.
      ***********************************************************************

       4000-write-forecast-report.
           move ws-run-date to rpt-run-date
           move ws-forecast-periods to rpt-periods
           write report-record from ws-report-title
           move spaces to report-record
           write report-record
           write report-record from ws-report-heading
           move spaces to report-record
           write report-record

           move spaces to ws-month-current
           perform 4100-write-forecast-line
               varying ws-fc-sub from 1 by 1
               until ws-fc-sub > ws-fc-count
           if  ws-fc-count > zero
               perform 4200-write-month-totals
           end-if

           move spaces to ws-report-detail
           move 'FORECAST TOTAL' to rpt-plan
           move ws-forecast-invoices to rpt-invoices
           move ws-forecast-amount to rpt-amount
           write report-record from ws-report-detail

           move spaces to ws-report-detail
           move 'AT RISK (SUSPENDED)' to rpt-plan
           move ws-risk-invoices to rpt-invoices
           move ws-risk-amount to rpt-amount
           write report-record from ws-report-detail

           if  ws-no-rate-count > zero
               move spaces to ws-report-detail
               move 'NO RATE - AT ZERO' to rpt-plan
               move ws-no-rate-count to rpt-invoices
               write report-record from ws-report-detail
           end-if
           .

       4100-write-forecast-line.
           if  ws-fc-month(ws-fc-sub) not = ws-month-current
               if  ws-month-current not = spaces
                   perform 4200-write-month-totals
               end-if
               move ws-fc-month(ws-fc-sub) to ws-month-current
               move zero to ws-month-invoices ws-month-amount
                   ws-month-risk-invoices ws-month-risk-amount
           end-if

           add ws-fc-invoices(ws-fc-sub) to ws-month-invoices
           add ws-fc-amount(ws-fc-sub) to ws-month-amount
           add ws-fc-risk-invoices(ws-fc-sub) to ws-month-risk-invoices
           add ws-fc-risk-amount(ws-fc-sub) to ws-month-risk-amount

           if  ws-fc-invoices(ws-fc-sub) > zero
               move spaces to ws-report-detail
               move ws-fc-month(ws-fc-sub) to rpt-month
               move ws-fc-plan(ws-fc-sub) to rpt-plan
               move ws-fc-invoices(ws-fc-sub) to rpt-invoices
               move ws-fc-amount(ws-fc-sub) to rpt-amount
               write report-record from ws-report-detail
           end-if
           .

       4200-write-month-totals.
           move spaces to ws-report-detail
           move ws-month-current to rpt-month
           move 'MONTH TOTAL' to rpt-plan
           move ws-month-invoices to rpt-invoices
           move ws-month-amount to rpt-amount
           write report-record from ws-report-detail

           if  ws-month-risk-invoices > zero
               move spaces to ws-report-detail
               move ws-month-current to rpt-month
               move 'AT RISK (SUSPENDED)' to rpt-plan
               move ws-month-risk-invoices to rpt-invoices
               move ws-month-risk-amount to rpt-amount
               write report-record from ws-report-detail
           end-if

           move spaces to report-record
           write report-record
           .

       9150-load-holiday-table.
           open input holiday-file
           perform 9160-read-holiday-record
           perform 9170-store-holiday-entry
               until holiday-eof
           close holiday-file
           .

       9160-read-holiday-record.
           read holiday-file
           .

       9170-store-holiday-entry.
           if  ws-holiday-count = 366
               display 'INVOICE-FORECAST ABEND: HOLIDAY-FILE HAS MORE'
                   ' THAN 366 ENTRIES, WS-HOLIDAY-TABLE IS FULL'
               move 16 to return-code
               close holiday-file
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-holiday-count
           move holiday-record to ws-holiday-entry(ws-holiday-count)
           perform 9160-read-holiday-record
           .

       9180-load-rate-table.
           open input rate-file
           if  not rate-ok
               display 'INVOICE-FORECAST ABEND: OPEN OF RATE-FILE'
                   ' FAILED, FILE STATUS=' ws-rate-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 9185-read-rate-record
           perform 9190-store-rate-entry
               until rate-eof
           close rate-file
           .

       9185-read-rate-record.
           read rate-file into ws-rate-rec-fields
           .

       9190-store-rate-entry.
           if  ws-rate-count = 100
               display 'INVOICE-FORECAST ABEND: RATE-FILE HAS MORE'
                   ' THAN 100 ENTRIES, WS-RATE-TABLE IS FULL'
               move 16 to return-code
               close rate-file
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-rate-count
           move ws-rate-rec-plan to ws-rate-plan(ws-rate-count)
           move ws-rate-rec-cycle to ws-rate-cycle(ws-rate-count)
           move ws-rate-rec-charge to ws-rate-charge(ws-rate-count)
           perform 9185-read-rate-record
           .

       9200-read-account-record.
           read account-master-file into ws-account-master-fields
           .

       9400-close-files.
           close account-master-file
           close report-file
           .

       9500-display-control-totals.
           display 'INVOICE-FORECAST CONTROL TOTALS'
           display '  PERIODS PROJECTED...... ' ws-forecast-periods
           display '  ACCOUNTS READ.......... ' ws-accounts-read
           display '  ACCOUNTS PROJECTED..... ' ws-accounts-projected
           display '  SUSPENDED (AT RISK).... ' ws-suspended-count
           display '  CLOSED NOT PROJECTED... ' ws-closed-count
           display '  FORECAST INVOICES...... ' ws-forecast-invoices
           display '  FORECAST AMOUNT........ ' ws-forecast-amount
           display '  AT-RISK INVOICES....... ' ws-risk-invoices
           display '  AT-RISK AMOUNT......... ' ws-risk-amount
           display '  PRORATED INVOICES...... ' ws-prorated-count
           display '  NO RATE, AT ZERO....... ' ws-no-rate-count
           .

       9999-end.
           .
