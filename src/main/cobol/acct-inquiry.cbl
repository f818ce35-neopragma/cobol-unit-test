      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Single-account inquiry across the billing files.
      *            Takes an account number and puts together one
      *            profile of the account: its status, plan, and
      *            billing cycle from the indexed account master; its
      *            name, address, and delivery preference; every row
      *            the invoice history holds for it with a running
      *            balance; its current open items with the aging
      *            bucket ar-aging would put each in; and the next
      *            invoice date invdate would compute.  Nothing is
      *            updated: every file is opened for input only.
      *
      * Usage:     acct-inquiry master-filename name-address-filename
      *            history-filename open-items-filename
      *            holiday-filename account-number [report-filename]
      *            [roll-direction]
      *
      *            With no report filename the profile is displayed on
      *            the console, as for convert-inquiry; pass "" to
      *            display it and still give a roll direction.
      *            Roll-direction is F (the default) or B, as for
      *            invdate.
      *
      *            The running balance follows payment-post's rules:
      *            payments, credits, and write-offs bring it down,
      *            recoveries leave it alone, and every other row
      *            raises it.  A legacy row written before the history
      *            carried amounts is listed with no amount and does
      *            not move the balance.  The next invoice date is
      *            figured from the last invoice date on the master
      *            with invdate's own date paragraphs; suspended and
      *            closed accounts are not invoiced, so none is shown.
      **********************************************************************
       identification division.
       program-id. acct-inquiry.
       environment division.
       input-output section.
       file-control.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

           select name-address-file assign to name-address-filename
               organization is line sequential
               file status is ws-name-address-status.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select open-items-file assign to open-items-filename
               organization is line sequential
               file status is ws-open-items-status.

           select holiday-file assign to holiday-filename
               organization is line sequential
               file status is ws-holiday-status.

           select report-file assign to report-filename
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.

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

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  history-file.
       01  history-record pic x(46).

       fd  open-items-file.
       01  open-items-record pic x(56).

       fd  holiday-file.
       01  holiday-record pic x(08).

       fd  report-file.
       01  report-record pic x(132).

       working-storage section.
           copy datetime.
       01  ws-next-invoice-date pic x(8).
       01  ws-quotient          pic s9(4) comp.
       01  ws-remainder         pic s9(4) comp.

       01  args pic x(1000).

       01  arg-values.
           05  master-filename         pic x(120).
           05  name-address-filename   pic x(120).
           05  history-filename        pic x(120).
           05  open-items-filename     pic x(120).
           05  holiday-filename        pic x(120).
           05  inquiry-acct            pic x(10).
           05  report-filename         pic x(120).
           05  roll-direction-code     pic x(01).

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.

       01  ws-name-address-status  pic x(02).
           88  name-address-ok     value '00'.
           88  name-address-eof    value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
           88  history-eof         value '10'.

       01  ws-open-items-status    pic x(02).
           88  open-items-ok       value '00'.
           88  open-items-eof      value '10'.

       01  ws-holiday-status       pic x(02).
           88  holiday-ok          value '00'.
           88  holiday-eof         value '10'.

       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-report-switch        pic x(01) value 'n'.
           88  report-to-file      value 'y'.

       01  ws-master-found-switch  pic x(01).
           88  master-found        value 'y'.
           88  master-not-found    value 'n'.

       01  ws-na-found-switch      pic x(01).
           88  na-found            value 'y'.
           88  na-not-found        value 'n'.

      ***********************************************************************
      * The account's master fields, under invdate's names so the
      * date paragraphs below are invdate's own, unchanged.
      ***********************************************************************

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

       01  out-rolled-indicator         pic x(01).
       01  ws-period-end-date           pic x(08).

       01  ws-name-addr-rec-fields.
           05  ws-na-rec-acct      pic x(10).
           05  ws-na-rec-name      pic x(30).
           05  ws-na-rec-addr-1    pic x(30).
           05  ws-na-rec-addr-2    pic x(30).
           05  ws-na-rec-state     pic x(02).
           05  ws-na-rec-country   pic x(02).
           05  ws-na-rec-pref      pic x(01).
               88  na-pref-electronic value 'E'.
           05  ws-na-rec-tax-exempt pic x(01).
           05  ws-na-rec-exempt-cert pic x(15).
           05  filler              pic x(09).

       01  ws-history-fields.
           copy invhist.

       01  ws-open-items-fields.
           05  opn-acct-number     pic x(10).
           05  opn-invoice-number  pic x(08).
           05  opn-invoice-date    pic x(08).
           05  opn-original-amount pic s9(07)v99
                                   sign leading separate.
           05  opn-paid-amount     pic s9(07)v99
                                   sign leading separate.
           05  opn-balance         pic s9(07)v99
                                   sign leading separate.

       01  ws-running-balance      pic s9(09)v99 value zero.
       01  ws-open-total           pic s9(09)v99 value zero.
       01  ws-history-rows         pic 9(07) value zero.
       01  ws-open-item-rows       pic 9(07) value zero.

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

       01  ws-month-day-count           pic 9(02).
       01  ws-day-add-counter           pic 9(04) comp.
       01  ws-days-to-add               pic 9(04) comp.
       01  ws-quarter-end-month         pic 9(02).

      ***********************************************************************
      * Day numbers for aging the open items, figured the way
      * ar-aging figures them.
      ***********************************************************************

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

       01  ws-run-day-number       pic 9(07).
       01  ws-item-day-number      pic 9(07).
       01  ws-item-age-days        pic s9(07).

       01  ws-report-line          pic x(132).

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(20) value
                   'ACCOUNT INQUIRY FOR '.
               10  hdg-acct        pic x(10).
               10  filler          pic x(12) value
                   '   RUN DATE '.
               10  hdg-run-date    pic x(08).
           05  ws-field-line.
               10  filler          pic x(02) value spaces.
               10  fld-label       pic x(16).
               10  filler          pic x(01) value space.
               10  fld-value       pic x(60).
           05  ws-history-heading.
               10  filler          pic x(40) value
                   '  INV DATE  RUN DATE  INVOICE   TYPE    '.
               10  filler          pic x(38) value
                   '                 AMOUNT        BALANCE'.
           05  ws-history-detail.
               10  filler          pic x(02) value spaces.
               10  hst-invoice-date pic x(08).
               10  filler          pic x(02) value spaces.
               10  hst-run-date    pic x(08).
               10  filler          pic x(02) value spaces.
               10  hst-invoice-number pic x(08).
               10  filler          pic x(02) value spaces.
               10  hst-type        pic x(16).
               10  filler          pic x(01) value space.
               10  hst-amount      pic x(14).
               10  filler          pic x(01) value space.
               10  hst-balance     pic -(10)9.99.
           05  ws-open-items-heading.
               10  filler          pic x(40) value
                   '  INVOICE   INV DATE     ORIGINAL       '.
               10  filler          pic x(35) value
                   ' PAID        BALANCE   AGE  BUCKET'.
           05  ws-open-items-detail.
               10  filler          pic x(02) value spaces.
               10  oid-invoice-number pic x(08).
               10  filler          pic x(02) value spaces.
               10  oid-invoice-date pic x(08).
               10  filler          pic x(02) value spaces.
               10  oid-original    pic -(7)9.99.
               10  filler          pic x(01) value space.
               10  oid-paid        pic -(7)9.99.
               10  filler          pic x(01) value space.
               10  oid-balance     pic -(10)9.99.
               10  filler          pic x(01) value space.
               10  oid-age         pic z(04)9.
               10  filler          pic x(02) value spaces.
               10  oid-bucket      pic x(07).

       01  ws-amount-edit          pic -(10)9.99.
       01  ws-count-edit           pic z(06)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 3000-put-master-section
           perform 4000-put-name-address-section
           perform 5000-put-history-section
           perform 6000-put-open-items-section
           perform 7000-put-next-invoice-section
           perform 9400-close-files
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into master-filename name-address-filename
                   history-filename open-items-filename
                   holiday-filename inquiry-acct report-filename
                   roll-direction-code
           end-unstring

           if  master-filename = spaces
           or name-address-filename = spaces
           or history-filename = spaces
           or open-items-filename = spaces
           or holiday-filename = spaces
           or inquiry-acct = spaces
               display 'USAGE: ACCT-INQUIRY MASTER-FILENAME'
                   ' NAME-ADDRESS-FILENAME HISTORY-FILENAME'
                   ' OPEN-ITEMS-FILENAME HOLIDAY-FILENAME'
                   ' ACCOUNT-NUMBER [REPORT-FILENAME]'
                   ' [ROLL-DIRECTION]'
               goback
           end-if

           if  roll-direction-code = 'B'
               set roll-direction-backward to true
           else
               set roll-direction-forward to true
           end-if

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-run-day-number

           open input master-file
           if  not master-ok
               display 'ACCT-INQUIRY: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           if  report-filename not = spaces
               open output report-file
               if  not report-ok
                   display 'ACCT-INQUIRY: OPEN OF REPORT-FILE'
                       ' FAILED, FILE STATUS=' ws-report-status
                   move 16 to return-code
                   close master-file
                   goback
               end-if
               set report-to-file to true
           end-if

           perform 9150-load-holiday-table

           move inquiry-acct to hdg-acct
           move ws-run-date to hdg-run-date
           move ws-report-heading to ws-report-line
           perform 8500-put-report-line
           .

      ***********************************************************************
      * 3000-PUT-MASTER-SECTION reads the account off the indexed
      * master and shows how it is set up for billing.
      ***********************************************************************

       3000-put-master-section.

           perform 8600-put-blank-line
           move 'ACCOUNT MASTER' to ws-report-line
           perform 8500-put-report-line

           move inquiry-acct to mst-acct-key
           read master-file
           if  not master-ok
               set master-not-found to true
               move '  ACCOUNT NOT ON THE MASTER' to ws-report-line
               perform 8500-put-report-line
           else
               set master-found to true
               move mst-acct-key to ws-acct-number
               move mst-date to ws-acct-last-invoice-date
               move mst-cycle to ws-acct-billing-cycle
               move mst-plan to ws-acct-plan-code
               move mst-status to ws-acct-status
               move mst-open-date to ws-acct-open-date
               perform 3100-put-master-fields
           end-if
           .

       3100-put-master-fields.

           move 'STATUS..........' to fld-label
           evaluate true
               when acct-suspended
                   move 'SUSPENDED' to fld-value
               when acct-closed
                   move 'CLOSED' to fld-value
               when other
                   move 'ACTIVE' to fld-value
           end-evaluate
           perform 8700-put-field-line

           move 'PLAN CODE.......' to fld-label
           move ws-acct-plan-code to fld-value
           perform 8700-put-field-line

           move 'BILLING CYCLE...' to fld-label
           evaluate true
               when billing-cycle-weekly
                   move 'WEEKLY' to fld-value
               when billing-cycle-biweekly
                   move 'BIWEEKLY' to fld-value
               when billing-cycle-quarterly
                   move 'QUARTERLY' to fld-value
               when billing-cycle-annual
                   move 'ANNUAL' to fld-value
               when other
                   move 'MONTHLY' to fld-value
           end-evaluate
           perform 8700-put-field-line

           move 'OPEN DATE.......' to fld-label
           move ws-acct-open-date to fld-value
           perform 8700-put-field-line

           move 'LAST INVOICE....' to fld-label
           move ws-acct-last-invoice-date to fld-value
           perform 8700-put-field-line
           .

      ***********************************************************************
      * 4000-PUT-NAME-ADDRESS-SECTION scans the name and address file
      * for the account's record.
      ***********************************************************************

       4000-put-name-address-section.

           perform 8600-put-blank-line
           move 'NAME AND ADDRESS' to ws-report-line
           perform 8500-put-report-line

           set na-not-found to true
           open input name-address-file
           if  not name-address-ok
               display 'ACCT-INQUIRY ABEND: OPEN OF NAME-ADDRESS-FILE'
                   ' FAILED, FILE STATUS=' ws-name-address-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 4100-read-name-address
               until name-address-eof
               or na-found
           close name-address-file

           if  na-not-found
               move '  NO NAME AND ADDRESS RECORD' to ws-report-line
               perform 8500-put-report-line
           else
               perform 4200-put-name-address-fields
           end-if
           .

       4100-read-name-address.
           read name-address-file into ws-name-addr-rec-fields
           if  name-address-ok
           and ws-na-rec-acct = inquiry-acct
               set na-found to true
           end-if
           .

       4200-put-name-address-fields.

           move 'NAME............' to fld-label
           move ws-na-rec-name to fld-value
           perform 8700-put-field-line

           move 'ADDRESS.........' to fld-label
           move ws-na-rec-addr-1 to fld-value
           perform 8700-put-field-line

           if  ws-na-rec-addr-2 not = spaces
               move spaces to fld-label
               move ws-na-rec-addr-2 to fld-value
               perform 8700-put-field-line
           end-if

           move 'STATE/COUNTRY...' to fld-label
           move spaces to fld-value
           string ws-na-rec-state ' ' ws-na-rec-country
               delimited by size
               into fld-value
           end-string
           perform 8700-put-field-line

           move 'DELIVERY........' to fld-label
           if  na-pref-electronic
               move 'ELECTRONIC' to fld-value
           else
               move 'PAPER' to fld-value
           end-if
           perform 8700-put-field-line

           if  ws-na-rec-tax-exempt = 'Y'
               move 'TAX EXEMPT......' to fld-label
               move ws-na-rec-exempt-cert to fld-value
               perform 8700-put-field-line
           end-if
           .

      ***********************************************************************
      * 5000-PUT-HISTORY-SECTION lists every invoice history row for
      * the account in file order with the balance after each row.
      ***********************************************************************

       5000-put-history-section.

           perform 8600-put-blank-line
           move 'INVOICE HISTORY' to ws-report-line
           perform 8500-put-report-line
           move ws-history-heading to ws-report-line
           perform 8500-put-report-line

           open input history-file
           if  not history-ok
               display 'ACCT-INQUIRY ABEND: OPEN OF HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-history-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 5100-read-history-record
               until history-eof
           close history-file

           move 'ROWS LISTED.....' to fld-label
           move ws-history-rows to ws-count-edit
           move ws-count-edit to fld-value
           perform 8700-put-field-line

           move 'HISTORY BALANCE.' to fld-label
           move ws-running-balance to ws-amount-edit
           move ws-amount-edit to fld-value
           perform 8700-put-field-line
           .

       5100-read-history-record.
           read history-file into ws-history-fields
           if  history-ok
           and hist-acct-number = inquiry-acct
               add 1 to ws-history-rows
               perform 5200-put-history-row
           end-if
           .

      ***********************************************************************
      * 5200-PUT-HISTORY-ROW applies the row to the running balance
      * the way payment-post applies it to the invoice.
      ***********************************************************************

       5200-put-history-row.

           move hist-invoice-date to hst-invoice-date
           move hist-run-date to hst-run-date
           move hist-invoice-number to hst-invoice-number

           evaluate hist-record-type
               when 'I'
               when space
                   move 'INVOICE' to hst-type
               when 'P'
                   move 'PAYMENT' to hst-type
               when 'C'
                   move 'CREDIT ADJUST' to hst-type
               when 'D'
                   move 'DEBIT ADJUST' to hst-type
               when 'F'
                   move 'LATE FEE' to hst-type
               when 'W'
                   move 'WRITE-OFF' to hst-type
               when 'V'
                   move 'RECOVERY' to hst-type
               when 'R'
                   move 'REFUND' to hst-type
               when 'U'
                   move 'USAGE' to hst-type
               when 'T'
                   move 'SALES TAX' to hst-type
               when 'M'
                   move 'MERCHANT FEE' to hst-type
               when other
                   move spaces to hst-type
                   string 'TYPE ' hist-record-type
                       delimited by size
                       into hst-type
                   end-string
           end-evaluate

           if  hist-amount is numeric
               move hist-amount to ws-amount-edit
               move ws-amount-edit to hst-amount
               evaluate hist-record-type
                   when 'P'
                   when 'C'
                   when 'W'
                       subtract hist-amount from ws-running-balance
                   when 'V'
                       continue
                   when other
                       add hist-amount to ws-running-balance
               end-evaluate
           else
               move '  NOT RECORDED' to hst-amount
           end-if

           move ws-running-balance to hst-balance
           move ws-history-detail to ws-report-line
           perform 8500-put-report-line
           .

      ***********************************************************************
      * 6000-PUT-OPEN-ITEMS-SECTION lists the account's open items
      * from the ledger payment-post last rebuilt, each aged into the
      * bucket ar-aging would put it in.
      ***********************************************************************

       6000-put-open-items-section.

           perform 8600-put-blank-line
           move 'OPEN ITEMS' to ws-report-line
           perform 8500-put-report-line
           move ws-open-items-heading to ws-report-line
           perform 8500-put-report-line

           open input open-items-file
           if  not open-items-ok
               display 'ACCT-INQUIRY ABEND: OPEN OF OPEN-ITEMS-FILE'
                   ' FAILED, FILE STATUS=' ws-open-items-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 6100-read-open-item
               until open-items-eof
           close open-items-file

           move 'OPEN ITEMS......' to fld-label
           move ws-open-item-rows to ws-count-edit
           move ws-count-edit to fld-value
           perform 8700-put-field-line

           move 'OPEN BALANCE....' to fld-label
           move ws-open-total to ws-amount-edit
           move ws-amount-edit to fld-value
           perform 8700-put-field-line
           .

       6100-read-open-item.
           read open-items-file into ws-open-items-fields
           if  open-items-ok
           and opn-acct-number = inquiry-acct
               add 1 to ws-open-item-rows
               perform 6200-put-open-item
           end-if
           .

       6200-put-open-item.

           if  opn-invoice-date is numeric
               move opn-invoice-date to ws-work-date
               perform 8000-compute-day-number
               move ws-daynum-total to ws-item-day-number
               compute ws-item-age-days =
                   ws-run-day-number - ws-item-day-number
           else
               move zero to ws-item-age-days
           end-if

           if  opn-balance < zero
               move zero to ws-item-age-days
           end-if

           evaluate true
               when ws-item-age-days < 30
                   move 'CURRENT' to oid-bucket
               when ws-item-age-days < 60
                   move '30' to oid-bucket
               when ws-item-age-days < 90
                   move '60' to oid-bucket
               when other
                   move '90+' to oid-bucket
           end-evaluate

           add opn-balance to ws-open-total

           move opn-invoice-number to oid-invoice-number
           move opn-invoice-date to oid-invoice-date
           move opn-original-amount to oid-original
           move opn-paid-amount to oid-paid
           move opn-balance to oid-balance
           if  ws-item-age-days < zero
               move zero to oid-age
           else
               move ws-item-age-days to oid-age
           end-if
           move ws-open-items-detail to ws-report-line
           perform 8500-put-report-line
           .

      ***********************************************************************
      * 7000-PUT-NEXT-INVOICE-SECTION figures the next invoice date
      * from the master's last invoice date as invdate's
      * 1100-PROCESS-ONE-ACCOUNT does: the cycle's period end, then
      * rolled to a business day against the holiday file.
      ***********************************************************************

       7000-put-next-invoice-section.

           perform 8600-put-blank-line
           move 'NEXT INVOICE' to ws-report-line
           perform 8500-put-report-line

           move 'NEXT INVOICE....' to fld-label
           evaluate true
               when master-not-found
                   move 'NONE - ACCOUNT NOT ON THE MASTER'
                       to fld-value
               when acct-suspended
                   move 'NONE - ACCOUNT SUSPENDED' to fld-value
               when acct-closed
                   move 'NONE - ACCOUNT CLOSED' to fld-value
               when ws-acct-last-invoice-date is not numeric
                   move 'NONE - LAST INVOICE DATE NOT VALID'
                       to fld-value
               when other
                   perform 7100-compute-next-invoice
           end-evaluate
           perform 8700-put-field-line
           .

       7100-compute-next-invoice.
           move ws-acct-last-invoice-year  to ws-current-year
           move ws-acct-last-invoice-month to ws-current-month
           move ws-acct-last-invoice-day   to ws-current-day
           move 'N' to out-rolled-indicator
           perform 2000-next-invoice-date
           move ws-current-date to ws-period-end-date
           perform 2800-rollforward-to-business-day
           move ws-current-date to ws-next-invoice-date

           move spaces to fld-value
           if  out-rolled-indicator = 'Y'
               string ws-next-invoice-date
                   ' (PERIOD END ' ws-period-end-date
                   ', ROLLED TO A BUSINESS DAY)'
                   delimited by size
                   into fld-value
               end-string
           else
               move ws-next-invoice-date to fld-value
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

      ***********************************************************************
      * 8500-PUT-REPORT-LINE writes the line to the report file, or
      * displays it when no report file was named.
      ***********************************************************************

       8500-put-report-line.
           if  report-to-file
               write report-record from ws-report-line
           else
               display ws-report-line
           end-if
           move spaces to ws-report-line
           .

       8600-put-blank-line.
           move spaces to ws-report-line
           perform 8500-put-report-line
           .

       8700-put-field-line.
           move ws-field-line to ws-report-line
           perform 8500-put-report-line
           move spaces to fld-value
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
               display 'ACCT-INQUIRY ABEND: HOLIDAY-FILE HAS MORE'
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

       9400-close-files.
           close master-file
           if  report-to-file
               close report-file
           end-if
           .

       9999-end.
           .
