      *            file keyed by account number, and produces a print
      *            file with one invoice page per account - name,
      *            address, account number, invoice date, billing
      *            cycle description, base and usage charges, sales
      *            tax, and amount due - with page numbering and a run
      *            summary page, so billing no longer re-keys the data
      *            file into a word processor.
      *
      * Usage:     invoice-print invoice-filename name-address-filename
      *            print-filename extract-filename
      *            addr-maint maintains.  An invoice whose account has
      *            delivery preference 'E' goes to the structured
      *            extract file for the e-delivery vendor - account,
      *            invoice number, date, amount, address data, sales
      *            tax, and usage in fixed columns, wrapped in the
      *            standard header/trailer - instead of to the print
      *            file; the run summary proves every invoice landed in
      *            exactly one channel.  The invoice file's standard
      *            header and trailer are validated - count and amount
      *            hash - before either output is trusted.
      **********************************************************************
       identification division.
       program-id. invoice-print.
       file section.

       fd  invoice-file.
       01  invoice-record pic x(64).

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  print-file.
       01  print-record pic x(132).

       fd  extract-file.
       01  extract-record pic x(144).

       working-storage section.

           05  inv-proration-indicator pic x(01).
               88  invoice-prorated value 'P'.
           05  inv-invoice-number  pic x(08).
           05  inv-tax-amount      pic 9(05)v99.
           05  inv-usage-units     pic 9(07).
           05  inv-usage-amount    pic 9(05)v99.
           05  filler              pic x(07).

       01  ws-header-trailer-record.
           copy hdrtrlr.
           05  ws-na-rec-state     pic x(02).
           05  ws-na-rec-country   pic x(02).
           05  ws-na-rec-pref      pic x(01).
           05  ws-na-rec-tax-exempt pic x(01).
           05  ws-na-rec-exempt-cert pic x(15).
           05  filler              pic x(09).

       01  ws-name-addr-table.
           05  ws-name-addr-count  pic 9(04) comp value zero.
       01  ws-run-totals.
           05  ws-pages-printed    pic 9(05) value zero.
           05  ws-total-amount     pic 9(09)v99 comp-3 value zero.
           05  ws-total-tax        pic 9(09)v99 comp-3 value zero.
           05  ws-total-usage      pic 9(09)v99 comp-3 value zero.
           05  ws-missing-name-count pic 9(05) comp value zero.
           05  ws-electronic-count pic 9(05) value zero.
           05  ws-channel-total    pic 9(05) value zero.
           05  ext-name            pic x(30).
           05  ext-addr-1          pic x(30).
           05  ext-addr-2          pic x(30).
           05  ext-tax-amount      pic 9(05)v99.
           05  ext-usage-units     pic 9(07).
           05  ext-usage-amount    pic 9(05)v99.

       01  ws-extract-trl-count    pic 9(09) value zero.
       01  ws-extract-trl-hash     pic 9(11)v9(04) comp-3 value zero.

       01  ws-run-date             pic x(08).

       01  ws-invoice-tax          pic 9(05)v99.
       01  ws-invoice-usage-units  pic 9(07).
       01  ws-invoice-usage        pic 9(05)v99.
       01  ws-amount-due           pic 9(06)v99.

       01  ws-print-lines.
           05  ws-page-heading.
               10  filler          pic x(100) value spaces.
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
               10  filler          pic x(02) value ' ('.
               10  usl-units       pic z(06)9.
               10  filler          pic x(07) value ' UNITS)'.
           05  ws-tax-line.
               10  filler          pic x(16) value
                   'SALES TAX:      '.
               10  txl-amount      pic $$$,$$9.99.
           05  ws-amount-line.
               10  filler          pic x(16) value
                   'AMOUNT DUE:     '.
               10  filler          pic x(19) value
                   'TOTAL ALL CHANNELS '.
               10  sum-channel-total pic z(04)9.
           05  ws-summary-line-6.
               10  filler          pic x(19) value
                   'SALES TAX INCLUDED '.
               10  sum-tax         pic $$,$$$,$$9.99.
           05  ws-summary-line-7.
               10  filler          pic x(19) value
                   'USAGE INCLUDED     '.
               10  sum-usage       pic $$,$$$,$$9.99.

       procedure division.

      * preference is 'E', the print file otherwise.  Paper is the
      * default, so an account with no address record still gets a
      * printed page (with the NAME/ADDRESS NOT ON FILE banner).
      * Usage and sales tax ride beside the base charge; an invoice
      * from before they were carried has blanks there and is billed
      * without them.
      ***********************************************************************

       2050-route-one-invoice.

           if  inv-tax-amount is numeric
               move inv-tax-amount to ws-invoice-tax
           else
               move zero to ws-invoice-tax
           end-if
           if  inv-usage-amount is numeric
           and inv-usage-units is numeric
               move inv-usage-amount to ws-invoice-usage
               move inv-usage-units to ws-invoice-usage-units
           else
               move zero to ws-invoice-usage
               move zero to ws-invoice-usage-units
           end-if
           compute ws-amount-due =
               inv-amount + ws-invoice-usage + ws-invoice-tax
           add ws-amount-due to ws-total-amount
           add ws-invoice-tax to ws-total-tax
           add ws-invoice-usage to ws-total-usage
           perform 2200-lookup-name-address
           if  na-found
           and na-electronic-delivery(ws-matched-na-index)
           move ws-na-name(ws-matched-na-index) to ext-name
           move ws-na-addr-1(ws-matched-na-index) to ext-addr-1
           move ws-na-addr-2(ws-matched-na-index) to ext-addr-2
           move ws-invoice-tax to ext-tax-amount
           move ws-invoice-usage-units to ext-usage-units
           move ws-invoice-usage to ext-usage-amount
           write extract-record from ws-extract-fields
           if  not extract-ok
               display 'INVOICE-PRINT ABEND: WRITE TO EXTRACT-FILE'
           move ws-cycle-description to cyl-description
           write print-record from ws-cycle-line

           if  ws-invoice-tax > zero
           or ws-invoice-usage-units > zero
               move inv-amount to chl-amount
               write print-record from ws-charges-line
           end-if
           if  ws-invoice-usage-units > zero
               move ws-invoice-usage to usl-amount
               move ws-invoice-usage-units to usl-units
               write print-record from ws-usage-line
           end-if
           if  ws-invoice-tax > zero
               move ws-invoice-tax to txl-amount
               write print-record from ws-tax-line
           end-if
           move ws-amount-due to aml-amount
           write print-record from ws-amount-line

           if  invoice-prorated
               ws-pages-printed + ws-electronic-count
           move ws-channel-total to sum-channel-total
           write print-record from ws-summary-line-5
           move ws-total-tax to sum-tax
           write print-record from ws-summary-line-6
           move ws-total-usage to sum-usage
           write print-record from ws-summary-line-7
           .

       9100-load-name-address-table.
           display '  INVOICES PRINTED....... ' ws-pages-printed
           display '  ELECTRONIC SENT........ ' ws-electronic-count
           display '  TOTAL AMOUNT DUE....... ' ws-total-amount
           display '  SALES TAX INCLUDED..... ' ws-total-tax
           display '  USAGE INCLUDED......... ' ws-total-usage
           display '  NAME NOT ON FILE....... '
               ws-missing-name-count
           .
