      *            RATE-FILENAME NOT-INVOICED-FILENAME
      *            INVOICE-HISTORY-FILENAME REGISTER-FILENAME
      *            [ROLL-DIRECTION] [OVERRIDE]
      *            [SELECTION-FILENAME] [PERIOD-FILENAME]
      *            [PERIOD-REPORT-FILENAME] [CLOSED-ACTION]
      *
      *            When SELECTION-FILENAME is supplied the run is a
      *            catch-up: only the accounts listed in that file
      *            current date, writing every skipped period to the
      *            invoice history, so recovery from a missed cycle
      *            is one controlled run.
      *
      *            When PERIOD-FILENAME names period-close's control
      *            file, a catch-up period whose invoice date falls in
      *            a closed accounting month is not billed into it:
      *            CLOSED-ACTION REJECT (the default) leaves that
      *            period unbilled, and REDATE dates its invoice the
      *            first day of the first open month.  Each one is
      *            listed on PERIOD-REPORT-FILENAME.
      *
      *            Sales tax is switched on by the NAMEADDRESS,
      *            TAXRATES, and TAXSUMMARY control cards of the
      *            run-parameter file.  Each invoice is taxed at the
      *            rate tax-rates.dat gives for the state and country
      *            on the account's addr-maint name-and-address record;
      *            an account flagged tax-exempt with a certificate
      *            number on file is billed without tax.  The tax rides
      *            beside the charge on the invoice output, is written
      *            to the history as a T row under the invoice number,
      *            and is totalled by jurisdiction on TAXSUMMARY.
      *
      *            Metered usage is switched on by the USAGE,
      *            USAGERATES, and USAGEEXCEPT control cards.  The usage
      *            file carries account X(10), usage date X(08), and
      *            units 9(07); the units dated after the account's
      *            last invoice date and through the end of the period
      *            being billed are priced from the plan's unit-rate
      *            tiers - plan X(02), tier floor 9(07), unit rate
      *            9(03)V9(04), in plan and floor order - each tier's
      *            rate applying to the units above its floor.  The
      *            usage units and charge ride beside the base charge
      *            on the invoice output and go to the history as a U
      *            row under the invoice number.  Usage that lands in
      *            no billed period, belongs to an account not on the
      *            master, has no rate for its plan, or is malformed
      *            goes to USAGEEXCEPT with the reason.
      **********************************************************************
       identification division.
       program-id. invdate.
               organization is line sequential
               file status is ws-selection-status.

           select period-file assign to period-filename
               organization is line sequential
               file status is ws-period-status.

           select period-report-file assign to period-report-filename
               organization is line sequential
               file status is ws-period-report-status.

           select name-address-file assign to name-address-filename
               organization is line sequential
               file status is ws-name-address-status.

           select tax-rate-file assign to tax-rate-filename
               organization is line sequential
               file status is ws-tax-status.

           select tax-summary-file assign to tax-summary-filename
               organization is line sequential
               file status is ws-tax-summary-status.

           select usage-file assign to usage-filename
               organization is line sequential
               file status is ws-usage-status.

           select usage-rate-file assign to usage-rate-filename
               organization is line sequential
               file status is ws-usage-rate-status.

           select usage-exception-file
               assign to usage-exception-filename
               organization is line sequential
               file status is ws-usage-exception-status.

      ***********************************************************************
      * When exactly one command-line argument is given it names a
      * run-parameter file of PARM=VALUE control cards instead of the
       fd  account-master-file.
       01  account-master-record.
           05  am-acct-key            pic x(10).
           05  filler                 pic x(57).

      ***********************************************************************
      * The invoice output record is wide enough to carry the standard
      * 48-byte header/trailer record and the usage fields; data
      * records occupy the leading bytes and are space-padded.
      ***********************************************************************

       fd  invoice-output-file.
       01  invoice-output-record pic x(64).

       fd  holiday-file.
       01  holiday-record pic x(08).
       fd  selection-file.
       01  selection-record pic x(132).

       fd  period-file.
       01  period-record pic x(34).

       fd  period-report-file.
       01  period-report-record pic x(132).

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  tax-rate-file.
       01  tax-rate-file-record pic x(10).

       fd  tax-summary-file.
       01  tax-summary-record pic x(132).

       fd  usage-file.
       01  usage-record pic x(25).

       fd  usage-rate-file.
       01  usage-rate-record pic x(16).

       fd  usage-exception-file.
       01  usage-exception-record pic x(60).

       fd  parameter-file.
       01  parameter-record pic x(220).

           05  override-parameter      pic x(08).
               88  override-requested  value 'OVERRIDE'.
           05  selection-filename      pic x(120).
           05  period-filename         pic x(120).
           05  period-report-filename  pic x(120).
           05  closed-action-arg       pic x(06).
           05  name-address-filename   pic x(120).
           05  tax-rate-filename       pic x(120).
           05  tax-summary-filename    pic x(120).
           05  usage-filename          pic x(120).
           05  usage-rate-filename     pic x(120).
           05  usage-exception-filename pic x(120).

       01  ws-file-status.
           05  ws-account-status        pic x(02).
           05  out-invoice-amount       pic 9(05)v99.
           05  out-proration-indicator  pic x(01).
           05  out-invoice-number       pic 9(08).
           05  out-tax-amount           pic 9(05)v99.
           05  out-usage-units          pic 9(07).
           05  out-usage-amount         pic 9(05)v99.

      ***********************************************************************
      * Plan-code/billing-cycle rate table, loaded at startup by

       01  ws-catch-up-period-count     pic 9(04) comp value zero.

      ***********************************************************************
      * Accounting-period lock for catch-up runs.  The closed months
      * come from period-close's control file; a catch-up period whose
      * invoice date falls in one is left unbilled or moved to the
      * first open month, depending on the closed action.
      ***********************************************************************

       01  ws-period-status             pic x(02).
           88  period-ok                value '00'.
           88  period-eof               value '10'.

       01  ws-period-report-status      pic x(02).
           88  period-report-ok         value '00'.

       01  ws-period-fields.
           copy period.

       01  ws-period-table.
           05  ws-period-count          pic 9(03) comp value zero.
           05  ws-period-entry occurs 600 times
                                    indexed by ws-prd-idx.
               10  ws-prd-yyyymm        pic x(06).
               10  ws-prd-status        pic x(01).
                   88  ws-prd-closed    value 'C'.

       01  ws-period-lock-switch        pic x(01) value 'N'.
           88  period-lock-enabled      value 'Y'.

       01  ws-closed-action             pic x(06) value 'REJECT'.
           88  closed-action-reject     value 'REJECT'.
           88  closed-action-redate     value 'REDATE'.

       01  ws-entry-date                pic x(08).
       01  ws-entry-period.
           05  ws-entry-year            pic 9(04).
           05  ws-entry-month           pic 9(02).
       01  ws-entry-period-x redefines ws-entry-period pic x(06).
       01  ws-closed-period             pic x(06).

       01  ws-period-closed-switch      pic x(01).
           88  period-is-closed         value 'Y'.
           88  period-is-open           value 'N'.

       01  ws-entry-result              pic x(01).
           88  entry-in-open-period     value 'O'.
           88  entry-rejected           value 'J'.
           88  entry-redated            value 'M'.

       01  ws-period-rejected-count     pic 9(07) comp value zero.
       01  ws-period-redated-count      pic 9(07) comp value zero.

       01  ws-period-report-title.
           05  filler                   pic x(38)
               value 'INVDATE CLOSED-PERIOD CATCH-UP REPORT '.
           05  cpr-run-date             pic x(08).

       01  ws-period-report-detail.
           05  cpr-acct-number          pic x(10).
           05  filler                   pic x(02) value spaces.
           05  cpr-invoice-date         pic x(08).
           05  filler                   pic x(02) value spaces.
           05  filler                   pic x(14)
               value 'CLOSED PERIOD '.
           05  cpr-closed-period        pic x(06).
           05  filler                   pic x(02) value spaces.
           05  cpr-action               pic x(24).

       01  parameter-filename           pic x(120).

       01  ws-parameter-status          pic x(02).
           05  ws-parm-keyword          pic x(16).
           05  ws-parm-value            pic x(200).

      ***********************************************************************
      * Sales tax.  The name-and-address table gives each account's
      * state, country, and exemption; the tax-rate table is the same
      * country/state reference file convert taxes from.  The summary
      * table accumulates invoices, taxable charges, and tax by
      * jurisdiction for the tax summary report.
      ***********************************************************************

       01  ws-name-address-status       pic x(02).
           88  name-address-ok          value '00'.
           88  name-address-eof         value '10'.

       01  ws-tax-status                pic x(02).
           88  tax-file-ok              value '00'.
           88  tax-file-eof             value '10'.

       01  ws-tax-summary-status        pic x(02).
           88  tax-summary-ok           value '00'.

       01  ws-sales-tax-switch          pic x(01) value 'N'.
           88  sales-tax-enabled        value 'Y'.

       01  ws-na-rec-fields.
           05  ws-na-rec-acct           pic x(10).
           05  filler                   pic x(90).
           05  ws-na-rec-state          pic x(02).
           05  ws-na-rec-country        pic x(02).
           05  ws-na-rec-pref           pic x(01).
           05  ws-na-rec-tax-exempt     pic x(01).
           05  ws-na-rec-exempt-cert    pic x(15).
           05  filler                   pic x(09).

       01  ws-na-table.
           05  ws-na-count              pic 9(04) comp value zero.
           05  ws-na-entry occurs 1000 times
                                    indexed by ws-na-idx.
               10  ws-na-acct           pic x(10).
               10  ws-na-state          pic x(02).
               10  ws-na-country        pic x(02).
               10  ws-na-tax-exempt     pic x(01).
                   88  ws-na-exempt     value 'Y'.
               10  ws-na-exempt-cert    pic x(15).

       01  ws-na-found-switch           pic x(01).
           88  na-found                 value 'Y'.
           88  na-not-found             value 'N'.

       01  ws-matched-na-idx            pic 9(04) comp value zero.

       01  ws-tax-rec-fields.
           05  ws-tax-rec-country       pic x(02).
           05  ws-tax-rec-state         pic x(02).
           05  ws-tax-rec-rate          pic 9(2)v9(4).

       01  ws-tax-table.
           05  ws-tax-count             pic 9(03) comp value zero.
           05  ws-tax-entry occurs 256 times
                                    indexed by ws-tax-idx.
               10  ws-tax-country       pic x(02).
               10  ws-tax-state         pic x(02).
               10  ws-tax-rate          pic 9(2)v9(4).

       01  ws-tax-found-switch          pic x(01).
           88  tax-rate-found           value 'Y'.
           88  tax-rate-not-found       value 'N'.

       01  ws-matched-tax-idx           pic 9(03) comp value zero.

       01  ws-tax-category              pic x(01).
           88  tax-category-taxed       value 'T'.
           88  tax-category-exempt      value 'E'.
           88  tax-category-no-address  value 'A'.

       01  ws-tax-lookup.
           05  ws-tax-lookup-country    pic x(02).
           05  ws-tax-lookup-state      pic x(02).
           05  ws-tax-lookup-rate       pic 9(2)v9(4).

       01  ws-tax-summary-table.
           05  ws-tsum-count            pic 9(03) comp value zero.
           05  ws-tsum-entry occurs 256 times
                                    indexed by ws-tsum-idx.
               10  ws-tsum-country      pic x(02).
               10  ws-tsum-state        pic x(02).
               10  ws-tsum-rate         pic 9(2)v9(4).
               10  ws-tsum-rate-switch  pic x(01).
                   88  ws-tsum-no-rate  value 'N'.
               10  ws-tsum-invoices     pic 9(07) comp.
               10  ws-tsum-taxable      pic 9(09)v99 comp-3.
               10  ws-tsum-tax          pic 9(09)v99 comp-3.

       01  ws-tsum-found-switch         pic x(01).
           88  tsum-found               value 'Y'.
           88  tsum-not-found           value 'N'.

       01  ws-matched-tsum-idx          pic 9(03) comp value zero.

       01  ws-tax-totals.
           05  ws-total-tax-invoiced    pic 9(09)v99 comp-3
                                         value zero.
           05  ws-total-taxable         pic 9(09)v99 comp-3
                                         value zero.
           05  ws-taxed-invoice-count   pic 9(07) comp value zero.
           05  ws-exempt-invoice-count  pic 9(07) comp value zero.
           05  ws-exempt-amount         pic 9(09)v99 comp-3
                                         value zero.
           05  ws-no-address-count      pic 9(07) comp value zero.
           05  ws-no-address-amount     pic 9(09)v99 comp-3
                                         value zero.

       01  ws-tax-summary-lines.
           05  ws-tax-summary-title.
               10  filler               pic x(28)
                   value 'INVDATE SALES TAX SUMMARY - '.
               10  tst-run-date         pic x(08).
           05  ws-tax-summary-heading.
               10  filler               pic x(44) value
                   'CTRY  ST     RATE  INVOICES   TAXABLE CHARGE'.
               10  filler               pic x(16) value
                   '       SALES TAX'.
           05  ws-tax-summary-detail.
               10  tsd-country          pic x(02).
               10  filler               pic x(04) value spaces.
               10  tsd-state            pic x(02).
               10  filler               pic x(02) value spaces.
               10  tsd-rate             pic z9.9999.
               10  filler               pic x(02) value spaces.
               10  tsd-invoices         pic z(07)9.
               10  filler               pic x(02) value spaces.
               10  tsd-taxable          pic z(11)9.99.
               10  filler               pic x(02) value spaces.
               10  tsd-tax              pic z(10)9.99.
               10  filler               pic x(02) value spaces.
               10  tsd-note             pic x(16).
           05  ws-tax-summary-other.
               10  tso-label            pic x(19).
               10  filler               pic x(02) value spaces.
               10  tso-invoices         pic z(07)9.
               10  filler               pic x(02) value spaces.
               10  tso-taxable          pic z(11)9.99.
               10  filler               pic x(02) value spaces.
               10  tso-tax              pic z(10)9.99.

      ***********************************************************************
      * Metered usage.  Every usage record is held in the usage table
      * until it is either billed on an invoice actually written or
      * reported on the usage exceptions file, so none is dropped.
      * The unit-rate table holds each plan's volume tiers in floor
      * order.
      ***********************************************************************

       01  ws-usage-status              pic x(02).
           88  usage-ok                 value '00'.
           88  usage-eof                value '10'.

       01  ws-usage-rate-status         pic x(02).
           88  usage-rate-ok            value '00'.
           88  usage-rate-eof           value '10'.

       01  ws-usage-exception-status    pic x(02).
           88  usage-exception-ok       value '00'.

       01  ws-usage-switch              pic x(01) value 'N'.
           88  usage-enabled            value 'Y'.

       01  ws-usage-rec-fields.
           05  ws-usage-rec-acct        pic x(10).
           05  ws-usage-rec-date        pic x(08).
           05  ws-usage-rec-units       pic 9(07).

       01  ws-usage-table.
           05  ws-usage-count           pic 9(05) comp value zero.
           05  ws-usage-entry occurs 20000 times
                                    indexed by ws-use-idx.
               10  ws-use-record.
                   15  ws-use-acct      pic x(10).
                   15  ws-use-date      pic x(08).
                   15  ws-use-units     pic 9(07).
               10  ws-use-status        pic x(01).
                   88  ws-use-pending   value 'P'.
                   88  ws-use-billed    value 'B'.
                   88  ws-use-invalid   value 'X'.
                   88  ws-use-no-rate   value 'R'.
               10  ws-use-acct-seen     pic x(01).
                   88  ws-use-on-master value 'Y'.

       01  ws-usage-rate-rec-fields.
           05  ws-urt-rec-plan          pic x(02).
           05  ws-urt-rec-floor         pic 9(07).
           05  ws-urt-rec-rate          pic 9(03)v9(04).

       01  ws-usage-rate-table.
           05  ws-urt-count             pic 9(04) comp value zero.
           05  ws-urt-entry occurs 500 times.
               10  ws-urt-plan          pic x(02).
               10  ws-urt-floor         pic 9(07).
               10  ws-urt-rate          pic 9(03)v9(04).

       01  ws-urt-sub                   pic 9(04) comp.
       01  ws-urt-next-sub              pic 9(04) comp.

       01  ws-urt-found-switch          pic x(01).
           88  urt-found                value 'Y'.
           88  urt-not-found            value 'N'.

       01  ws-usage-work.
           05  ws-usage-units           pic 9(09) comp.
           05  ws-tier-ceiling          pic 9(09) comp.
           05  ws-tier-units            pic 9(09) comp.
           05  ws-usage-charge          pic 9(09)v9(06) comp-3.
           05  ws-usage-charge-rounded  pic 9(07)v99.
           05  ws-taxable-charge        pic 9(06)v99.

       01  ws-usage-totals.
           05  ws-total-usage-invoiced  pic 9(09)v99 comp-3
                                         value zero.
           05  ws-usage-units-billed    pic 9(11) comp value zero.
           05  ws-usage-read-count      pic 9(07) comp value zero.
           05  ws-usage-exception-count pic 9(07) comp value zero.
           05  ws-usage-exception-units pic 9(11) comp value zero.

       01  ws-usage-exception-fields.
           05  uex-usage-record         pic x(25).
           05  filler                   pic x(02) value spaces.
           05  uex-reason               pic x(30).

       01  ws-not-invoiced-fields.
           05  ni-acct-number           pic x(10).
           05  filler                   pic x(02) value spaces.
           if  account-ok
               perform 1000-process-invoices until account-eof
               perform 9350-write-invoice-trailer
               if  sales-tax-enabled
                   perform 9360-write-tax-summary
               end-if
               if  usage-enabled
                   perform 9380-write-usage-exceptions
               end-if
               perform 9400-close-files
               perform 9650-write-invoice-register
               perform 9600-mark-run-complete
       1000-process-invoices.
           perform 9200-read-account-record
           if  files-ok
               if  usage-enabled
                   perform 3710-mark-account-on-master
                       varying ws-use-idx from 1 by 1
                       until ws-use-idx > ws-usage-count
               end-if
               if  selection-mode
                   perform 1050-check-account-selected
               else
               stop run
           end-if
           perform 1100-process-one-account
           perform 3000-check-billed-period
           if  not entry-rejected
               perform 9300-write-invoice-record
           end-if
           .

       1170-advance-and-bill.
           move ws-current-date to ws-next-invoice-date
           move ws-next-invoice-date to out-next-invoice-date
           perform 2500-compute-invoice-amount
           perform 3700-compute-usage-charge
           perform 3500-compute-sales-tax
           .

      ***********************************************************************
           end-if

           perform 2550-prorate-first-invoice
           .

      ***********************************************************************
           end-if
           .

      ***********************************************************************
      * 3000-CHECK-BILLED-PERIOD holds a catch-up invoice out of any
      * closed accounting month.  Under REJECT the period is not
      * billed; under REDATE the invoice is dated the first day of the
      * first open month.  Either way the period is listed on the
      * closed-period report.
      ***********************************************************************

       3000-check-billed-period.

           move out-next-invoice-date to ws-entry-date
           perform 3100-check-entry-period
           if  entry-in-open-period
               exit paragraph
           end-if

           move out-acct-number to cpr-acct-number
           move out-next-invoice-date to cpr-invoice-date
           move ws-closed-period to cpr-closed-period
           move spaces to cpr-action
           if  entry-rejected
               add 1 to ws-period-rejected-count
               move 'NOT BILLED' to cpr-action
           else
               add 1 to ws-period-redated-count
               move ws-entry-date to out-next-invoice-date
               string 'REDATED INTO ' ws-entry-date
                   delimited by size into cpr-action
           end-if
           write period-report-record from ws-period-report-detail
           .

      ***********************************************************************
      * 3100-CHECK-ENTRY-PERIOD tests the entry date in WS-ENTRY-DATE
      * against the closed months.  Under REDATE the date is moved to
      * the first day of the first month after it that is still open.
      * An undated entry is left to the edits that already cover it.
      ***********************************************************************

       3100-check-entry-period.

           set entry-in-open-period to true
           if  not period-lock-enabled
           or ws-entry-date(1:6) is not numeric
               exit paragraph
           end-if

           move ws-entry-date(1:6) to ws-entry-period-x
           perform 3110-lookup-period
           if  period-is-open
               exit paragraph
           end-if

           move ws-entry-period-x to ws-closed-period
           if  closed-action-reject
               set entry-rejected to true
               exit paragraph
           end-if

           perform 3120-advance-one-period until period-is-open
           move ws-entry-period-x to ws-entry-date(1:6)
           move '01' to ws-entry-date(7:2)
           set entry-redated to true
           .

       3110-lookup-period.
           set period-is-open to true
           perform 3115-check-period-entry
               varying ws-prd-idx from 1 by 1
               until ws-prd-idx > ws-period-count
               or period-is-closed
           .

       3115-check-period-entry.
           if  ws-entry-period-x = ws-prd-yyyymm(ws-prd-idx)
           and ws-prd-closed(ws-prd-idx)
               set period-is-closed to true
           end-if
           .

       3120-advance-one-period.
           if  ws-entry-month = 12
               move 1 to ws-entry-month
               add 1 to ws-entry-year
           else
               add 1 to ws-entry-month
           end-if
           perform 3110-lookup-period
           .

      ***********************************************************************
      * 3500-COMPUTE-SALES-TAX taxes the invoice charge at the rate for
      * the state and country on the account's name-and-address record
      * (a blank country is US).  A jurisdiction with no rate on file
      * is not taxed and is flagged on the summary; an exempt account
      * needs its certificate number on file to go untaxed; an
      * account with no address record cannot be placed in a
      * jurisdiction and is not taxed.
      ***********************************************************************

       3500-compute-sales-tax.

           move zero to out-tax-amount
           compute ws-taxable-charge =
               out-invoice-amount + out-usage-amount
           if  not sales-tax-enabled
               exit paragraph
           end-if

           perform 3510-lookup-name-address
           if  na-not-found
               set tax-category-no-address to true
               exit paragraph
           end-if

           if  ws-na-exempt(ws-matched-na-idx)
           and ws-na-exempt-cert(ws-matched-na-idx) not = spaces
               set tax-category-exempt to true
               exit paragraph
           end-if

           set tax-category-taxed to true
           if  ws-na-country(ws-matched-na-idx) = spaces
               move 'US' to ws-tax-lookup-country
           else
               move ws-na-country(ws-matched-na-idx)
                   to ws-tax-lookup-country
           end-if
           move ws-na-state(ws-matched-na-idx) to ws-tax-lookup-state

           set tax-rate-not-found to true
           perform 3530-check-tax-entry
               varying ws-tax-idx from 1 by 1
               until ws-tax-idx > ws-tax-count
               or tax-rate-found
           if  tax-rate-found
               move ws-tax-rate(ws-matched-tax-idx)
                   to ws-tax-lookup-rate
               compute out-tax-amount rounded =
                   ws-taxable-charge * ws-tax-lookup-rate / 100
           else
               move zero to ws-tax-lookup-rate
           end-if
           .

       3510-lookup-name-address.
           set na-not-found to true
           perform 3520-check-name-address-entry
               varying ws-na-idx from 1 by 1
               until ws-na-idx > ws-na-count
               or na-found
           .

       3520-check-name-address-entry.
           if  out-acct-number = ws-na-acct(ws-na-idx)
               set na-found to true
               set ws-matched-na-idx to ws-na-idx
           end-if
           .

       3530-check-tax-entry.
           if  ws-tax-lookup-country = ws-tax-country(ws-tax-idx)
           and ws-tax-lookup-state = ws-tax-state(ws-tax-idx)
               set tax-rate-found to true
               set ws-matched-tax-idx to ws-tax-idx
           end-if
           .

      ***********************************************************************
      * 3600-ACCUMULATE-SALES-TAX adds an invoice actually written to
      * the tax summary, so a catch-up period held out of a closed
      * month is never counted.
      ***********************************************************************

       3600-accumulate-sales-tax.

           evaluate true
               when tax-category-no-address
                   add 1 to ws-no-address-count
                   add ws-taxable-charge to ws-no-address-amount
               when tax-category-exempt
                   add 1 to ws-exempt-invoice-count
                   add ws-taxable-charge to ws-exempt-amount
               when other
                   perform 3610-find-or-add-jurisdiction
                   add 1 to ws-tsum-invoices(ws-matched-tsum-idx)
                   add ws-taxable-charge
                       to ws-tsum-taxable(ws-matched-tsum-idx)
                   add out-tax-amount
                       to ws-tsum-tax(ws-matched-tsum-idx)
                   add 1 to ws-taxed-invoice-count
                   add ws-taxable-charge to ws-total-taxable
                   add out-tax-amount to ws-total-tax-invoiced
           end-evaluate
           .

       3610-find-or-add-jurisdiction.

           set tsum-not-found to true
           perform 3620-check-jurisdiction-entry
               varying ws-tsum-idx from 1 by 1
               until ws-tsum-idx > ws-tsum-count
               or tsum-found
           if  tsum-found
               exit paragraph
           end-if

           if  ws-tsum-count = 256
               display 'INVDATE ABEND: MORE THAN 256 TAX'
                   ' JURISDICTIONS, WS-TAX-SUMMARY-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-tsum-count
           move ws-tsum-count to ws-matched-tsum-idx
           move ws-tax-lookup-country
               to ws-tsum-country(ws-matched-tsum-idx)
           move ws-tax-lookup-state
               to ws-tsum-state(ws-matched-tsum-idx)
           move ws-tax-lookup-rate to ws-tsum-rate(ws-matched-tsum-idx)
           if  tax-rate-found
               move 'Y' to ws-tsum-rate-switch(ws-matched-tsum-idx)
           else
               move 'N' to ws-tsum-rate-switch(ws-matched-tsum-idx)
           end-if
           move zero to ws-tsum-invoices(ws-matched-tsum-idx)
           move zero to ws-tsum-taxable(ws-matched-tsum-idx)
           move zero to ws-tsum-tax(ws-matched-tsum-idx)
           .

       3620-check-jurisdiction-entry.
           if  ws-tax-lookup-country = ws-tsum-country(ws-tsum-idx)
           and ws-tax-lookup-state = ws-tsum-state(ws-tsum-idx)
               set tsum-found to true
               set ws-matched-tsum-idx to ws-tsum-idx
           end-if
           .

      ***********************************************************************
      * 3700-COMPUTE-USAGE-CHARGE totals the account's pending usage
      * dated after its last invoice date and through the end of the
      * period just computed, and prices it from the plan's tiers.
      * Usage for a plan with no unit rate is not billed at zero; it
      * is held for the exceptions file.  The usage is only marked
      * billed when the invoice is written, by 3780.
      ***********************************************************************

       3700-compute-usage-charge.

           move zero to out-usage-units
           move zero to out-usage-amount
           if  not usage-enabled
               exit paragraph
           end-if

           move zero to ws-usage-units
           perform 3720-total-one-usage-entry
               varying ws-use-idx from 1 by 1
               until ws-use-idx > ws-usage-count
           if  ws-usage-units = zero
               set urt-found to true
               exit paragraph
           end-if

           move zero to ws-usage-charge
           set urt-not-found to true
           perform 3750-price-one-tier
               varying ws-urt-sub from 1 by 1
               until ws-urt-sub > ws-urt-count
           if  urt-not-found
               exit paragraph
           end-if

           compute ws-usage-charge-rounded rounded = ws-usage-charge
           if  ws-usage-charge-rounded > 99999.99
           or ws-usage-units > 9999999
               display 'INVDATE ABEND: USAGE FOR ACCOUNT '
                   ws-acct-number ' EXCEEDS THE INVOICE USAGE FIELDS'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           move ws-usage-units to out-usage-units
           move ws-usage-charge-rounded to out-usage-amount
           .

       3710-mark-account-on-master.
           if  ws-use-acct(ws-use-idx) = ws-acct-number
               move 'Y' to ws-use-acct-seen(ws-use-idx)
           end-if
           .

       3720-total-one-usage-entry.
           if  ws-use-acct(ws-use-idx) = ws-acct-number
           and ws-use-pending(ws-use-idx)
           and ws-use-date(ws-use-idx) > ws-acct-last-invoice-date
           and ws-use-date(ws-use-idx) not > ws-period-end-date
               add ws-use-units(ws-use-idx) to ws-usage-units
           end-if
           .

      ***********************************************************************
      * 3750-PRICE-ONE-TIER prices the units between this tier's floor
      * and the next tier's floor for the same plan (or all the units
      * above the floor, for the plan's top tier).
      ***********************************************************************

       3750-price-one-tier.

           if  ws-urt-plan(ws-urt-sub) not = ws-acct-plan-code
               exit paragraph
           end-if
           set urt-found to true
           if  ws-usage-units not > ws-urt-floor(ws-urt-sub)
               exit paragraph
           end-if

           compute ws-urt-next-sub = ws-urt-sub + 1
           move ws-usage-units to ws-tier-ceiling
           if  ws-urt-next-sub not > ws-urt-count
           and ws-urt-plan(ws-urt-next-sub) = ws-acct-plan-code
           and ws-urt-floor(ws-urt-next-sub) < ws-usage-units
               move ws-urt-floor(ws-urt-next-sub) to ws-tier-ceiling
           end-if
           compute ws-tier-units =
               ws-tier-ceiling - ws-urt-floor(ws-urt-sub)
           compute ws-usage-charge = ws-usage-charge
               + ws-tier-units * ws-urt-rate(ws-urt-sub)
           .

      ***********************************************************************
      * 3780-MARK-USAGE-BILLED settles the usage 3700 totalled, once
      * its invoice is written: billed, or held as having no rate.
      ***********************************************************************

       3780-mark-usage-billed.
           if  ws-use-acct(ws-use-idx) = out-acct-number
           and ws-use-pending(ws-use-idx)
           and ws-use-date(ws-use-idx) > ws-acct-last-invoice-date
           and ws-use-date(ws-use-idx) not > ws-period-end-date
               if  urt-found
                   move 'B' to ws-use-status(ws-use-idx)
               else
                   move 'R' to ws-use-status(ws-use-idx)
               end-if
           end-if
           .

       9100-open-files.
           accept ws-args from command-line end-accept
           unstring ws-args delimited by space
                   rate-filename not-invoiced-filename
                   invoice-history-filename invoice-register-filename
                   roll-direction-code override-parameter
                   selection-filename period-filename
                   period-report-filename closed-action-arg
           end-unstring

           if  account-master-filename not = spaces
                   ' RUN-CONTROL-FILENAME RATE-FILENAME'
                   ' NOT-INVOICED-FILENAME INVOICE-HISTORY-FILENAME'
                   ' REGISTER-FILENAME [ROLL-DIRECTION] [OVERRIDE]'
                   ' [SELECTION-FILENAME] [PERIOD-FILENAME]'
                   ' [PERIOD-REPORT-FILENAME] [CLOSED-ACTION]'
               display '   OR: INVDATE PARAMETER-FILENAME'
               goback
           end-if

           if  period-filename not = spaces
           and period-report-filename = spaces
               display 'INVDATE: PERIOD-FILENAME NEEDS A'
                   ' PERIOD-REPORT-FILENAME'
               move 16 to return-code
               goback
           end-if

           if  name-address-filename not = spaces
           or tax-rate-filename not = spaces
           or tax-summary-filename not = spaces
               if  name-address-filename = spaces
               or tax-rate-filename = spaces
               or tax-summary-filename = spaces
                   display 'INVDATE: SALES TAX NEEDS ALL OF'
                       ' NAMEADDRESS, TAXRATES, AND TAXSUMMARY'
                   move 16 to return-code
                   goback
               end-if
           end-if

           if  usage-filename not = spaces
           or usage-rate-filename not = spaces
           or usage-exception-filename not = spaces
               if  usage-filename = spaces
               or usage-rate-filename = spaces
               or usage-exception-filename = spaces
                   display 'INVDATE: USAGE BILLING NEEDS ALL OF'
                       ' USAGE, USAGERATES, AND USAGEEXCEPT'
                   move 16 to return-code
                   goback
               end-if
           end-if

           if  closed-action-arg not = spaces
               move closed-action-arg to ws-closed-action
           end-if
           if  not closed-action-reject and not closed-action-redate
               display 'INVDATE: CLOSED-ACTION MUST BE REJECT OR'
                   ' REDATE, GOT ' closed-action-arg
               move 16 to return-code
               goback
           end-if

           if  roll-direction-code = 'B'
               set roll-direction-backward to true
           else
           perform 9150-load-holiday-table
           perform 9180-load-rate-table

           if  name-address-filename not = spaces
               perform 9900-load-sales-tax-files
           end-if

           if  usage-filename not = spaces
               perform 9950-load-usage-files
           end-if

           if  selection-filename not = spaces
               set selection-mode to true
               perform 9250-load-selection-table
               if  period-filename not = spaces
                   perform 9280-load-period-control
               end-if
           end-if
           .

           perform 9260-read-selection-record
           .

      ***********************************************************************
      * 9280-LOAD-PERIOD-CONTROL loads period-close's control file and
      * opens the closed-period report.  Only a catch-up run reaches
      * back into earlier months, so only a catch-up run is locked.
      ***********************************************************************

       9280-load-period-control.
           open input period-file
           if  not period-ok
               display 'INVDATE ABEND: OPEN OF PERIOD-FILE FAILED,'
                   ' FILE STATUS=' ws-period-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 9285-read-period-record
           perform 9290-store-period-entry until period-eof
           close period-file

           open output period-report-file
           if  not period-report-ok
               display 'INVDATE ABEND: OPEN OF PERIOD-REPORT-FILE'
                   ' FAILED, FILE STATUS=' ws-period-report-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           move ws-run-date to cpr-run-date
           write period-report-record from ws-period-report-title
           set period-lock-enabled to true
           .

       9285-read-period-record.
           read period-file into ws-period-fields
           .

       9290-store-period-entry.
           if  ws-period-count = 600
               display 'INVDATE ABEND: PERIOD-FILE HAS MORE THAN 600'
                   ' ENTRIES, WS-PERIOD-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-period-count
           move prd-period to ws-prd-yyyymm(ws-period-count)
           move prd-status to ws-prd-status(ws-period-count)
           perform 9285-read-period-record
           .

       9150-load-holiday-table.
           open input holiday-file
           perform 9160-read-holiday-record
           .

       9300-write-invoice-record.
           add 1 to ws-accounts-invoiced
           add out-invoice-amount to ws-total-amount-invoiced
           if  sales-tax-enabled
               perform 3600-accumulate-sales-tax
           end-if
           if  usage-enabled
               add out-usage-amount to ws-total-usage-invoiced
               add out-usage-units to ws-usage-units-billed
               perform 3780-mark-usage-billed
                   varying ws-use-idx from 1 by 1
                   until ws-use-idx > ws-usage-count
           end-if
           add 1 to ws-last-invoice-number
           move ws-last-invoice-number to out-invoice-number
           write invoice-output-record from ws-invoice-output-fields
           move out-invoice-amount to hist-amount
           write invoice-history-record
               from ws-invoice-history-fields
           if  out-usage-amount > zero
               set hist-type-usage to true
               move out-usage-amount to hist-amount
               write invoice-history-record
                   from ws-invoice-history-fields
           end-if
           if  out-tax-amount > zero
               set hist-type-sales-tax to true
               move out-tax-amount to hist-amount
               write invoice-history-record
                   from ws-invoice-history-fields
           end-if
           .

       9340-write-invoice-header.
           write invoice-output-record from ws-header-trailer-record
           .

      ***********************************************************************
      * 9360-WRITE-TAX-SUMMARY lists invoices, taxable charges, and tax
      * by jurisdiction, then the exempt and unplaced invoices, so the
      * summary accounts for every invoice the run wrote.
      ***********************************************************************

       9360-write-tax-summary.

           move ws-run-date to tst-run-date
           write tax-summary-record from ws-tax-summary-title
           move spaces to tax-summary-record
           write tax-summary-record
           write tax-summary-record from ws-tax-summary-heading

           perform 9365-write-jurisdiction-line
               varying ws-tsum-idx from 1 by 1
               until ws-tsum-idx > ws-tsum-count

           move spaces to tax-summary-record
           write tax-summary-record
           move 'TOTAL TAXED' to tso-label
           move ws-taxed-invoice-count to tso-invoices
           move ws-total-taxable to tso-taxable
           move ws-total-tax-invoiced to tso-tax
           write tax-summary-record from ws-tax-summary-other
           move 'TAX EXEMPT' to tso-label
           move ws-exempt-invoice-count to tso-invoices
           move ws-exempt-amount to tso-taxable
           move zero to tso-tax
           write tax-summary-record from ws-tax-summary-other
           move 'NO ADDRESS ON FILE' to tso-label
           move ws-no-address-count to tso-invoices
           move ws-no-address-amount to tso-taxable
           move zero to tso-tax
           write tax-summary-record from ws-tax-summary-other
           .

       9365-write-jurisdiction-line.
           move ws-tsum-country(ws-tsum-idx) to tsd-country
           move ws-tsum-state(ws-tsum-idx) to tsd-state
           move ws-tsum-rate(ws-tsum-idx) to tsd-rate
           move ws-tsum-invoices(ws-tsum-idx) to tsd-invoices
           move ws-tsum-taxable(ws-tsum-idx) to tsd-taxable
           move ws-tsum-tax(ws-tsum-idx) to tsd-tax
           if  ws-tsum-no-rate(ws-tsum-idx)
               move 'NO RATE ON FILE' to tsd-note
           else
               move spaces to tsd-note
           end-if
           write tax-summary-record from ws-tax-summary-detail
           .

      ***********************************************************************
      * 9380-WRITE-USAGE-EXCEPTIONS reports every usage record that was
      * not billed, with the reason, wrapped in the standard header
      * and trailer (units as the hash) so the file can be corrected
      * and fed back.  Written on the success path only.
      ***********************************************************************

       9380-write-usage-exceptions.

           perform 9385-write-one-usage-exception
               varying ws-use-idx from 1 by 1
               until ws-use-idx > ws-usage-count

           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-usage-exception-count to ht-record-count
           move ws-usage-exception-units to ht-hash-total
           move ws-usage-exception-units to ht-net-total
           write usage-exception-record from ws-header-trailer-record
           .

       9385-write-one-usage-exception.

           if  ws-use-billed(ws-use-idx)
               exit paragraph
           end-if

           evaluate true
               when ws-use-invalid(ws-use-idx)
                   move 'INVALID USAGE RECORD' to uex-reason
               when ws-use-no-rate(ws-use-idx)
                   move 'NO USAGE RATE FOR PLAN' to uex-reason
               when not ws-use-on-master(ws-use-idx)
                   move 'ACCOUNT NOT ON MASTER' to uex-reason
               when other
                   move 'OUTSIDE ANY BILLED PERIOD' to uex-reason
           end-evaluate
           move ws-use-record(ws-use-idx) to uex-usage-record
           write usage-exception-record from ws-usage-exception-fields
           add 1 to ws-usage-exception-count
           if  ws-use-units(ws-use-idx) is numeric
               add ws-use-units(ws-use-idx)
                   to ws-usage-exception-units
           end-if
           .

      ***********************************************************************
      * 9560-READ-INVOICE-REGISTER picks up the last invoice number
      * issued by any prior run.  A missing register is a first run
           close invoice-output-file
           close not-invoiced-file
           close invoice-history-file
           if  period-lock-enabled
               close period-report-file
           end-if
           if  sales-tax-enabled
               close tax-summary-file
           end-if
           if  usage-enabled
               close usage-exception-file
           end-if
           .

      ***********************************************************************
               display '  NOT SELECTED........... '
                   ws-not-selected-count
           end-if
           if  sales-tax-enabled
               display '  TOTAL TAX INVOICED..... '
                   ws-total-tax-invoiced
               display '  TAX EXEMPT INVOICES.... '
                   ws-exempt-invoice-count
               display '  NO ADDRESS - UNTAXED... '
                   ws-no-address-count
           end-if
           if  usage-enabled
               display '  USAGE RECORDS READ..... '
                   ws-usage-read-count
               display '  USAGE UNITS BILLED..... '
                   ws-usage-units-billed
               display '  TOTAL USAGE INVOICED... '
                   ws-total-usage-invoiced
               display '  USAGE EXCEPTIONS....... '
                   ws-usage-exception-count
           end-if
           if  period-lock-enabled
               display '  CLOSED PERIOD REJECTED. '
                   ws-period-rejected-count
               display '  CLOSED PERIOD REDATED.. '
                   ws-period-redated-count
           end-if
           .

      ***********************************************************************
                   move ws-parm-value to override-parameter
               when 'SELECTION'
                   move ws-parm-value to selection-filename
               when 'PERIODS'
                   move ws-parm-value to period-filename
               when 'PERIODREPORT'
                   move ws-parm-value to period-report-filename
               when 'CLOSEDACTION'
                   move ws-parm-value to closed-action-arg
               when 'NAMEADDRESS'
                   move ws-parm-value to name-address-filename
               when 'TAXRATES'
                   move ws-parm-value to tax-rate-filename
               when 'TAXSUMMARY'
                   move ws-parm-value to tax-summary-filename
               when 'USAGE'
                   move ws-parm-value to usage-filename
               when 'USAGERATES'
                   move ws-parm-value to usage-rate-filename
               when 'USAGEEXCEPT'
                   move ws-parm-value to usage-exception-filename
               when other
                   display 'INVDATE ABEND: UNKNOWN PARAMETER'
                       ' KEYWORD ' ws-parm-keyword
           end-evaluate
           .

      ***********************************************************************
      * 9900-LOAD-SALES-TAX-FILES loads the name-and-address and
      * tax-rate tables and opens the tax summary.  Legacy 100- and
      * 110-byte address records load with blank tax fields.
      ***********************************************************************

       9900-load-sales-tax-files.

           open input name-address-file
           if  not name-address-ok
               display 'INVDATE ABEND: OPEN OF NAME-ADDRESS-FILE'
                   ' FAILED, FILE STATUS=' ws-name-address-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 9910-read-name-address-record
           perform 9920-store-name-address-entry
               until name-address-eof
           close name-address-file

           open input tax-rate-file
           if  not tax-file-ok
               display 'INVDATE ABEND: OPEN OF TAX-RATE-FILE FAILED,'
                   ' FILE STATUS=' ws-tax-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 9930-read-tax-record
           perform 9940-store-tax-entry until tax-file-eof
           close tax-rate-file

           open output tax-summary-file
           if  not tax-summary-ok
               display 'INVDATE ABEND: OPEN OF TAX-SUMMARY-FILE'
                   ' FAILED, FILE STATUS=' ws-tax-summary-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           set sales-tax-enabled to true
           .

       9910-read-name-address-record.
           move spaces to ws-na-rec-fields
           read name-address-file into ws-na-rec-fields
           .

       9920-store-name-address-entry.
           if  ws-na-count = 1000
               display 'INVDATE ABEND: NAME-ADDRESS-FILE HAS MORE'
                   ' THAN 1000 ENTRIES, WS-NA-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-na-count
           move ws-na-rec-acct to ws-na-acct(ws-na-count)
           move ws-na-rec-state to ws-na-state(ws-na-count)
           move ws-na-rec-country to ws-na-country(ws-na-count)
           move ws-na-rec-tax-exempt to ws-na-tax-exempt(ws-na-count)
           move ws-na-rec-exempt-cert
               to ws-na-exempt-cert(ws-na-count)
           perform 9910-read-name-address-record
           .

       9930-read-tax-record.
           read tax-rate-file into ws-tax-rec-fields
           .

       9940-store-tax-entry.
           if  ws-tax-count = 256
               display 'INVDATE ABEND: TAX-RATE-FILE HAS MORE THAN'
                   ' 256 ENTRIES, WS-TAX-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-tax-count
           move ws-tax-rec-country to ws-tax-country(ws-tax-count)
           move ws-tax-rec-state to ws-tax-state(ws-tax-count)
           move ws-tax-rec-rate to ws-tax-rate(ws-tax-count)
           perform 9930-read-tax-record
           .

      ***********************************************************************
      * 9950-LOAD-USAGE-FILES loads the unit-rate tiers, which must be
      * in plan and floor order so each tier's ceiling is the next
      * entry, loads the usage records, and opens the exceptions file.
      * A usage record with a non-numeric date or units is held as
      * invalid for the exceptions file rather than dropped.
      ***********************************************************************

       9950-load-usage-files.

           open input usage-rate-file
           if  not usage-rate-ok
               display 'INVDATE ABEND: OPEN OF USAGE-RATE-FILE FAILED,'
                   ' FILE STATUS=' ws-usage-rate-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 9955-read-usage-rate-record
           perform 9960-store-usage-rate-entry until usage-rate-eof
           close usage-rate-file

           open input usage-file
           if  not usage-ok
               display 'INVDATE ABEND: OPEN OF USAGE-FILE FAILED,'
                   ' FILE STATUS=' ws-usage-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 9965-read-usage-record
           perform 9970-store-usage-entry until usage-eof
           close usage-file

           open output usage-exception-file
           if  not usage-exception-ok
               display 'INVDATE ABEND: OPEN OF USAGE-EXCEPTION-FILE'
                   ' FAILED, FILE STATUS=' ws-usage-exception-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'INVDATE' to ht-program-name
           move 'USAGE-EXCEPTIONS' to ht-file-identifier
           write usage-exception-record from ws-header-trailer-record
           set usage-enabled to true
           .

       9955-read-usage-rate-record.
           read usage-rate-file into ws-usage-rate-rec-fields
           .

       9960-store-usage-rate-entry.
           if  ws-urt-count = 500
               display 'INVDATE ABEND: USAGE-RATE-FILE HAS MORE THAN'
                   ' 500 ENTRIES, WS-USAGE-RATE-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           if  ws-urt-rec-floor is not numeric
           or ws-urt-rec-rate is not numeric
               display 'INVDATE ABEND: USAGE-RATE-FILE ENTRY '
                   ws-usage-rate-rec-fields ' IS NOT NUMERIC'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           if  ws-urt-count > zero
               if  ws-urt-rec-plan < ws-urt-plan(ws-urt-count)
               or (ws-urt-rec-plan = ws-urt-plan(ws-urt-count)
               and ws-urt-rec-floor not > ws-urt-floor(ws-urt-count))
                   display 'INVDATE ABEND: USAGE-RATE-FILE ENTRY '
                       ws-usage-rate-rec-fields ' IS OUT OF PLAN'
                       ' AND FLOOR SEQUENCE'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
           end-if
           add 1 to ws-urt-count
           move ws-urt-rec-plan to ws-urt-plan(ws-urt-count)
           move ws-urt-rec-floor to ws-urt-floor(ws-urt-count)
           move ws-urt-rec-rate to ws-urt-rate(ws-urt-count)
           perform 9955-read-usage-rate-record
           .

       9965-read-usage-record.
           move spaces to ws-usage-rec-fields
           read usage-file into ws-usage-rec-fields
           .

       9970-store-usage-entry.
           if  ws-usage-rec-fields = spaces
               perform 9965-read-usage-record
               exit paragraph
           end-if
           if  ws-usage-count = 20000
               display 'INVDATE ABEND: USAGE-FILE HAS MORE THAN 20000'
                   ' RECORDS, WS-USAGE-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-usage-count
           add 1 to ws-usage-read-count
           move ws-usage-rec-fields to ws-use-record(ws-usage-count)
           move 'N' to ws-use-acct-seen(ws-usage-count)
           if  ws-usage-rec-date is numeric
           and ws-usage-rec-units is numeric
               move 'P' to ws-use-status(ws-usage-count)
           else
               move 'X' to ws-use-status(ws-usage-count)
           end-if
           perform 9965-read-usage-record
           .

       9999-end.
           .
