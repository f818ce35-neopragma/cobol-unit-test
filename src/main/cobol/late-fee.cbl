      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Late fee and finance charge assessment.  Reads the
      *            open-items file payment-post rebuilds, finds every
      *            invoice past its due date, and assesses the fee the
      *            account's plan calls for - a one-time flat late fee
      *            or a monthly finance charge on the open balance -
      *            from a fee-rule file keyed by plan code, the way
      *            invdate prices from its rate file.  Each fee is
      *            issued under the next number from the controlled
      *            invoice register and journaled into the invoice
      *            history as an 'F' row, so payment-post carries it as
      *            an open item, ar-aging ages it, and statement-gen
      *            prints it.  A fee register lists every assessment
      *            and every past-due item exempted, with the reason.
      *
      * Usage:     late-fee open-items-filename master-filename
      *            fee-rule-filename fee-ledger-filename
      *            history-filename register-filename
      *            fee-register-filename
      *
      *            Fee rule record, fixed columns: plan code X(02),
      *            method X(01) L late fee / F finance charge, grace
      *            days 9(03) after the invoice date before an item is
      *            past due, flat amount 9(05)V99 (the late fee, or the
      *            minimum finance charge), monthly finance charge
      *            percent 9(02)V9(04), minimum past-due balance
      *            9(05)V99 below which no fee is charged.
      *
      *            The fee ledger is cumulative: one record per fee
      *            ever assessed, naming the invoice it was assessed
      *            on.  A late fee is charged once per invoice; a
      *            finance charge once per invoice per month.  Fee
      *            invoices themselves never attract a fee.
      **********************************************************************
       identification division.
       program-id. late-fee.
       environment division.
       input-output section.
       file-control.

           select open-items-file assign to open-items-filename
               organization is line sequential
               file status is ws-open-items-status.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

           select fee-rule-file assign to fee-rule-filename
               organization is line sequential
               file status is ws-fee-rule-status.

           select fee-ledger-file assign to fee-ledger-filename
               organization is line sequential
               file status is ws-fee-ledger-status.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select invoice-register-file
               assign to invoice-register-filename
               organization is line sequential
               file status is ws-invoice-register-status.

           select fee-register-file assign to fee-register-filename
               organization is line sequential
               file status is ws-fee-register-status.

       data division.
       file section.

       fd  open-items-file.
       01  open-items-record pic x(56).

       fd  master-file.
       01  master-record.
           05  mst-acct-key        pic x(10).
           05  mst-detail.
               10  mst-date        pic x(08).
               10  mst-cycle       pic x(01).
               10  mst-plan        pic x(02).
               10  mst-status      pic x(01).
                   88  mst-status-closed value 'C'.
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate  pic x(37).

       fd  fee-rule-file.
       01  fee-rule-record pic x(26).

       fd  fee-ledger-file.
       01  fee-ledger-record pic x(51).

       fd  history-file.
       01  history-record pic x(46).

       fd  invoice-register-file.
       01  invoice-register-record pic x(08).

       fd  fee-register-file.
       01  fee-register-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  open-items-filename pic x(120).
           05  master-filename     pic x(120).
           05  fee-rule-filename   pic x(120).
           05  fee-ledger-filename pic x(120).
           05  history-filename    pic x(120).
           05  invoice-register-filename pic x(120).
           05  fee-register-filename pic x(120).

       01  ws-open-items-status    pic x(02).
           88  open-items-ok       value '00'.
           88  open-items-eof      value '10'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-fee-rule-status      pic x(02).
           88  fee-rule-ok         value '00'.
           88  fee-rule-eof        value '10'.

       01  ws-fee-ledger-status    pic x(02).
           88  fee-ledger-ok       value '00'.
           88  fee-ledger-eof      value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.

       01  ws-invoice-register-status pic x(02).
           88  invoice-register-ok value '00'.

       01  ws-fee-register-status  pic x(02).
           88  fee-register-ok     value '00'.

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

       01  ws-history-fields.
           copy invhist.

       01  ws-fee-rule-rec-fields.
           05  fr-plan-code        pic x(02).
           05  fr-method           pic x(01).
           05  fr-grace-days       pic 9(03).
           05  fr-flat-amount      pic 9(05)v99.
           05  fr-monthly-pct      pic 9(02)v9(04).
           05  fr-minimum-balance  pic 9(05)v99.

      ***********************************************************************
      * Fee rules by plan code, loaded at startup the way invdate
      * loads its rate table.
      ***********************************************************************

       01  ws-fee-rule-table.
           05  ws-fee-rule-count   pic 9(03) comp value zero.
           05  ws-fee-rule-entry occurs 100 times
                                   indexed by ws-rule-idx.
               10  ws-rule-plan    pic x(02).
               10  ws-rule-method  pic x(01).
                   88  rule-late-fee value 'L'.
                   88  rule-finance-charge value 'F'.
               10  ws-rule-grace-days pic 9(03).
               10  ws-rule-flat-amount pic 9(05)v99.
               10  ws-rule-monthly-pct pic 9(02)v9(04).
               10  ws-rule-minimum-balance pic 9(05)v99.

       01  ws-rule-found-switch    pic x(01).
           88  rule-found          value 'y'.
           88  rule-not-found      value 'n'.

       01  ws-matched-rule-idx     pic 9(03) comp value zero.

      ***********************************************************************
      * Fee ledger record, fixed columns: account X(10), invoice the
      * fee was assessed on X(08), fee month X(06) YYYYMM, method
      * X(01), fee invoice number 9(08), fee amount S9(07)V99 sign
      * leading separate, assessment date X(08).
      ***********************************************************************

       01  ws-fee-ledger-fields.
           05  fl-acct-number      pic x(10).
           05  fl-source-invoice   pic x(08).
           05  fl-fee-month        pic x(06).
           05  fl-method           pic x(01).
           05  fl-fee-invoice      pic 9(08).
           05  fl-fee-amount       pic s9(07)v99
                                   sign leading separate.
           05  fl-assessed-date    pic x(08).

       01  ws-fee-ledger-table.
           05  ws-ledger-count     pic 9(05) comp value zero.
           05  ws-ledger-entry occurs 10000 times
                                   indexed by ws-ldg-idx.
               10  ws-ldg-acct     pic x(10).
               10  ws-ldg-source-invoice pic x(08).
               10  ws-ldg-fee-month pic x(06).
               10  ws-ldg-method   pic x(01).
               10  ws-ldg-fee-invoice pic x(08).

       01  ws-ledger-found-switch  pic x(01).
           88  ledger-found        value 'y'.
           88  ledger-not-found    value 'n'.

       01  ws-last-invoice-number  pic 9(08) value zero.
       01  ws-fee-invoice-number   pic 9(08) value zero.
       01  ws-fee-amount           pic s9(07)v99 comp-3 value zero.

       01  ws-exempt-reason        pic x(30).
           88  item-assessable     value spaces.

       01  ws-run-date.
           05  ws-run-year         pic 9(04).
           05  ws-run-month        pic 9(02).
           05  ws-run-day          pic 9(02).

       01  ws-run-month-key        pic x(06).

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

       01  ws-register-read-switch pic x(01) value 'n'.
           88  register-read       value 'y'.

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
       01  ws-item-day-number      pic 9(07) value zero.
       01  ws-days-past-due        pic s9(07) value zero.

       01  ws-control-totals.
           05  ws-items-read       pic 9(06) comp value zero.
           05  ws-items-past-due   pic 9(06) comp value zero.
           05  ws-fees-assessed    pic 9(06) comp value zero.
           05  ws-items-exempted   pic 9(06) comp value zero.
           05  ws-items-already-charged pic 9(06) comp value zero.
           05  ws-ledger-read      pic 9(06) comp value zero.
           05  ws-fee-total        pic s9(09)v99 comp-3 value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(30) value
                   'LATE-FEE ASSESSMENT REGISTER -'.
               10  filler          pic x(01) value space.
               10  hdg-run-date    pic x(08).
           05  ws-column-heading.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(10) value 'INVOICE'.
               10  filler          pic x(10) value 'INV DATE'.
               10  filler          pic x(14) value '       BALANCE'.
               10  filler          pic x(09) value ' DAYS PD'.
               10  filler          pic x(10) value 'RESULT'.
               10  filler          pic x(10) value 'FEE INV'.
               10  filler          pic x(12) value '         FEE'.
               10  filler          pic x(02) value spaces.
               10  filler          pic x(30) value 'REASON'.
           05  ws-fee-detail.
               10  fed-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  fed-invoice-number pic x(08).
               10  filler          pic x(02) value spaces.
               10  fed-invoice-date pic x(08).
               10  filler          pic x(02) value spaces.
               10  fed-balance     pic z(06)9.99-.
               10  filler          pic x(02) value spaces.
               10  fed-days-past-due pic z(04)9.
               10  filler          pic x(02) value spaces.
               10  fed-result      pic x(08).
               10  filler          pic x(02) value spaces.
               10  fed-fee-invoice pic x(08).
               10  filler          pic x(02) value spaces.
               10  fed-fee-amount  pic z(06)9.99.
               10  filler          pic x(02) value spaces.
               10  fed-reason      pic x(30).
           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(08)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(08)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-assess-open-items until open-items-eof
           close history-file
           close fee-ledger-file
           perform 9650-write-invoice-register
           perform 5000-write-summary
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into open-items-filename master-filename
                   fee-rule-filename fee-ledger-filename
                   history-filename invoice-register-filename
                   fee-register-filename
           end-unstring

           if  open-items-filename = spaces
           or master-filename = spaces
           or fee-rule-filename = spaces
           or fee-ledger-filename = spaces
           or history-filename = spaces
           or invoice-register-filename = spaces
           or fee-register-filename = spaces
               display 'USAGE: LATE-FEE OPEN-ITEMS-FILENAME'
                   ' MASTER-FILENAME FEE-RULE-FILENAME'
                   ' FEE-LEDGER-FILENAME HISTORY-FILENAME'
                   ' REGISTER-FILENAME FEE-REGISTER-FILENAME'
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           move ws-run-date(1:6) to ws-run-month-key
           move ws-run-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-run-day-number

           open input open-items-file
           if  not open-items-ok
               display 'LATE-FEE: OPEN OF OPEN-ITEMS-FILE FAILED,'
                   ' FILE STATUS=' ws-open-items-status
               move 16 to return-code
               goback
           end-if

           open input master-file
           if  not master-ok
               display 'LATE-FEE: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           perform 1100-load-fee-rules
           perform 1200-load-fee-ledger

           open extend history-file
           if  not history-ok
               display 'LATE-FEE: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open output fee-register-file

           move ws-run-date to hdg-run-date
           write fee-register-record from ws-report-heading
           move spaces to fee-register-record
           write fee-register-record
           write fee-register-record from ws-column-heading

           perform 9560-read-invoice-register
           .

       1100-load-fee-rules.

           open input fee-rule-file
           if  not fee-rule-ok
               display 'LATE-FEE: OPEN OF FEE-RULE-FILE FAILED,'
                   ' FILE STATUS=' ws-fee-rule-status
               move 16 to return-code
               goback
           end-if

           perform 1110-read-fee-rule-record
           perform 1120-store-fee-rule-entry
               until fee-rule-eof
           close fee-rule-file
           .

       1110-read-fee-rule-record.
           read fee-rule-file into ws-fee-rule-rec-fields
           .

       1120-store-fee-rule-entry.

           if  ws-fee-rule-count = 100
               display 'LATE-FEE ABEND: FEE-RULE-FILE HAS MORE THAN'
                   ' 100 ENTRIES, WS-FEE-RULE-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           if  (fr-method not = 'L' and fr-method not = 'F')
           or fr-grace-days is not numeric
           or fr-flat-amount is not numeric
           or fr-monthly-pct is not numeric
           or fr-minimum-balance is not numeric
               display 'LATE-FEE ABEND: FEE RULE FOR PLAN '
                   fr-plan-code ' IS NOT VALID - METHOD MUST BE L'
                   ' OR F AND AMOUNTS NUMERIC'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-fee-rule-count
           move fr-plan-code to ws-rule-plan(ws-fee-rule-count)
           move fr-method to ws-rule-method(ws-fee-rule-count)
           move fr-grace-days to ws-rule-grace-days(ws-fee-rule-count)
           move fr-flat-amount
               to ws-rule-flat-amount(ws-fee-rule-count)
           move fr-monthly-pct
               to ws-rule-monthly-pct(ws-fee-rule-count)
           move fr-minimum-balance
               to ws-rule-minimum-balance(ws-fee-rule-count)
           perform 1110-read-fee-rule-record
           .

      ***********************************************************************
      * 1200-LOAD-FEE-LEDGER reads every fee already assessed, then
      * reopens the ledger for append.  A missing ledger is the first
      * run and is created.
      ***********************************************************************

       1200-load-fee-ledger.

           open input fee-ledger-file
           if  fee-ledger-ok
               perform 1210-read-fee-ledger-record
               perform 1220-store-fee-ledger-entry
                   until fee-ledger-eof
               close fee-ledger-file
           end-if

           open extend fee-ledger-file
           if  not fee-ledger-ok
               open output fee-ledger-file
           end-if
           if  not fee-ledger-ok
               display 'LATE-FEE: OPEN OF FEE-LEDGER-FILE FAILED,'
                   ' FILE STATUS=' ws-fee-ledger-status
               move 16 to return-code
               goback
           end-if
           .

       1210-read-fee-ledger-record.
           read fee-ledger-file into ws-fee-ledger-fields
           .

       1220-store-fee-ledger-entry.
           add 1 to ws-ledger-read
           perform 1230-add-ledger-entry
           perform 1210-read-fee-ledger-record
           .

       1230-add-ledger-entry.
           if  ws-ledger-count = 10000
               display 'LATE-FEE ABEND: MORE THAN 10000 FEE LEDGER'
                   ' ENTRIES, WS-FEE-LEDGER-TABLE IS FULL'
               move 16 to return-code
               if  register-read
                   close history-file
                   close fee-ledger-file
                   perform 9650-write-invoice-register
               end-if
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-ledger-count
           move fl-acct-number to ws-ldg-acct(ws-ledger-count)
           move fl-source-invoice
               to ws-ldg-source-invoice(ws-ledger-count)
           move fl-fee-month to ws-ldg-fee-month(ws-ledger-count)
           move fl-method to ws-ldg-method(ws-ledger-count)
           move fl-fee-invoice to ws-ldg-fee-invoice(ws-ledger-count)
           .

       2000-assess-open-items.

           read open-items-file into ws-open-items-fields
           if  open-items-ok
               add 1 to ws-items-read
               perform 2100-assess-one-item
           end-if
           .

      ***********************************************************************
      * 2100-ASSESS-ONE-ITEM skips items that are not owed, fee
      * invoices, and items still inside the plan's grace period;
      * every other past-due item is either charged or listed as
      * exempt with the reason.
      ***********************************************************************

       2100-assess-one-item.

           if  opn-balance not > zero
           or opn-invoice-date is not numeric
               exit paragraph
           end-if

           perform 2200-check-fee-invoice
           if  ledger-found
               exit paragraph
           end-if

           move spaces to ws-exempt-reason
           move zero to ws-days-past-due

           move opn-acct-number to mst-acct-key
           read master-file
           if  not master-ok
               move 'ACCOUNT NOT ON MASTER' to ws-exempt-reason
           end-if

           if  item-assessable
               perform 2300-find-fee-rule
               if  rule-not-found
                   move 'NO FEE RULE FOR PLAN' to ws-exempt-reason
               end-if
           end-if

           move opn-invoice-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-item-day-number
           compute ws-days-past-due =
               ws-run-day-number - ws-item-day-number
           if  item-assessable
               subtract ws-rule-grace-days(ws-matched-rule-idx)
                   from ws-days-past-due
           end-if
           if  ws-days-past-due not > zero
               exit paragraph
           end-if

           add 1 to ws-items-past-due

           if  item-assessable
           and mst-status-closed
               move 'ACCOUNT CLOSED' to ws-exempt-reason
           end-if

           if  item-assessable
           and opn-balance
                   < ws-rule-minimum-balance(ws-matched-rule-idx)
               move 'BALANCE UNDER MINIMUM' to ws-exempt-reason
           end-if

           if  item-assessable
               perform 2400-check-already-charged
               if  ledger-found
                   add 1 to ws-items-already-charged
                   exit paragraph
               end-if
           end-if

           if  item-assessable
               perform 3000-assess-fee
           else
               add 1 to ws-items-exempted
               move 'EXEMPT' to fed-result
               move spaces to fed-fee-invoice
               move zero to fed-fee-amount
               perform 3900-write-fee-line
           end-if
           .

       2200-check-fee-invoice.
           set ledger-not-found to true
           perform 2210-check-fee-invoice-entry
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
               or ledger-found
           .

       2210-check-fee-invoice-entry.
           if  opn-acct-number = ws-ldg-acct(ws-ldg-idx)
           and opn-invoice-number = ws-ldg-fee-invoice(ws-ldg-idx)
               set ledger-found to true
           end-if
           .

       2300-find-fee-rule.
           set rule-not-found to true
           perform 2310-check-fee-rule-entry
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx > ws-fee-rule-count
               or rule-found
           .

       2310-check-fee-rule-entry.
           if  mst-plan = ws-rule-plan(ws-rule-idx)
               set rule-found to true
               set ws-matched-rule-idx to ws-rule-idx
           end-if
           .

      ***********************************************************************
      * 2400-CHECK-ALREADY-CHARGED: a late fee is charged once per
      * invoice for good; a finance charge once per invoice in each
      * month.
      ***********************************************************************

       2400-check-already-charged.
           set ledger-not-found to true
           perform 2410-check-charged-entry
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
               or ledger-found
           .

       2410-check-charged-entry.
           if  opn-acct-number = ws-ldg-acct(ws-ldg-idx)
           and opn-invoice-number = ws-ldg-source-invoice(ws-ldg-idx)
           and ws-rule-method(ws-matched-rule-idx)
                   = ws-ldg-method(ws-ldg-idx)
               if  rule-late-fee(ws-matched-rule-idx)
               or ws-ldg-fee-month(ws-ldg-idx) = ws-run-month-key
                   set ledger-found to true
               end-if
           end-if
           .

      ***********************************************************************
      * 3000-ASSESS-FEE prices the fee, takes the next number from the
      * controlled register, journals the 'F' row into the invoice
      * history, and records the assessment in the fee ledger.
      ***********************************************************************

       3000-assess-fee.

           if  rule-late-fee(ws-matched-rule-idx)
               move ws-rule-flat-amount(ws-matched-rule-idx)
                   to ws-fee-amount
           else
               compute ws-fee-amount rounded =
                   opn-balance
                   * ws-rule-monthly-pct(ws-matched-rule-idx) / 100
               if  ws-fee-amount
                       < ws-rule-flat-amount(ws-matched-rule-idx)
                   move ws-rule-flat-amount(ws-matched-rule-idx)
                       to ws-fee-amount
               end-if
           end-if

           if  ws-fee-amount = zero
               add 1 to ws-items-exempted
               move 'FEE COMPUTES TO ZERO' to ws-exempt-reason
               move 'EXEMPT' to fed-result
               move spaces to fed-fee-invoice
               move zero to fed-fee-amount
               perform 3900-write-fee-line
               exit paragraph
           end-if

           add 1 to ws-last-invoice-number
           move ws-last-invoice-number to ws-fee-invoice-number

           move spaces to ws-history-fields
           move opn-acct-number to hist-acct-number
           move ws-run-date to hist-invoice-date
           move 'N' to hist-rolled-indicator
           move ws-run-date to hist-run-date
           move ws-fee-invoice-number to hist-invoice-number
           set hist-type-late-fee to true
           move ws-fee-amount to hist-amount
           write history-record from ws-history-fields
           if  not history-ok
               display 'LATE-FEE ABEND: WRITE TO HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               close history-file
               close fee-ledger-file
               perform 9650-write-invoice-register
               perform 9400-close-files
               stop run
           end-if

           move opn-acct-number to fl-acct-number
           move opn-invoice-number to fl-source-invoice
           move ws-run-month-key to fl-fee-month
           move ws-rule-method(ws-matched-rule-idx) to fl-method
           move ws-fee-invoice-number to fl-fee-invoice
           move ws-fee-amount to fl-fee-amount
           move ws-run-date to fl-assessed-date
           write fee-ledger-record from ws-fee-ledger-fields
           if  not fee-ledger-ok
               display 'LATE-FEE ABEND: WRITE TO FEE-LEDGER-FILE'
                   ' FAILED, FILE STATUS=' ws-fee-ledger-status
               move 16 to return-code
               close history-file
               close fee-ledger-file
               perform 9650-write-invoice-register
               perform 9400-close-files
               stop run
           end-if
           perform 1230-add-ledger-entry

           add 1 to ws-fees-assessed
           add ws-fee-amount to ws-fee-total

           if  rule-late-fee(ws-matched-rule-idx)
               move 'LATE FEE' to ws-exempt-reason
           else
               move 'FINANCE CHARGE' to ws-exempt-reason
           end-if
           move 'ASSESSED' to fed-result
           move ws-fee-invoice-number to fed-fee-invoice
           move ws-fee-amount to fed-fee-amount
           perform 3900-write-fee-line
           .

       3900-write-fee-line.
           move opn-acct-number to fed-acct-number
           move opn-invoice-number to fed-invoice-number
           move opn-invoice-date to fed-invoice-date
           move opn-balance to fed-balance
           if  ws-days-past-due > zero
               move ws-days-past-due to fed-days-past-due
           else
               move zero to fed-days-past-due
           end-if
           move ws-exempt-reason to fed-reason
           write fee-register-record from ws-fee-detail
           .

       5000-write-summary.
           move spaces to fee-register-record
           write fee-register-record
           move 'FEES ASSESSED           ' to cnt-label
           move ws-fees-assessed to cnt-value
           write fee-register-record from ws-summary-count-detail
           move 'FEE AMOUNT TOTAL        ' to sum-label
           move ws-fee-total to sum-value
           write fee-register-record from ws-summary-detail
           move 'ITEMS EXEMPTED          ' to cnt-label
           move ws-items-exempted to cnt-value
           write fee-register-record from ws-summary-count-detail
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

       9560-read-invoice-register.
           open input invoice-register-file
           if  invoice-register-ok
               read invoice-register-file into ws-last-invoice-number
               close invoice-register-file
           end-if
           set register-read to true
           .

       9650-write-invoice-register.
           open output invoice-register-file
           write invoice-register-record from ws-last-invoice-number
           close invoice-register-file
           .

       9400-close-files.
           close open-items-file
           close master-file
           close fee-register-file
           .

       9500-display-control-totals.
           display 'LATE-FEE CONTROL TOTALS'
           display '  OPEN ITEMS READ........ ' ws-items-read
           display '  ITEMS PAST DUE......... ' ws-items-past-due
           display '  FEES ASSESSED.......... ' ws-fees-assessed
           display '  ITEMS EXEMPTED......... ' ws-items-exempted
           display '  ALREADY CHARGED........ '
               ws-items-already-charged
           display '  FEE LEDGER READ........ ' ws-ledger-read
           display '  FEE AMOUNT TOTAL....... ' ws-fee-total
           .

       9999-end.
           .
