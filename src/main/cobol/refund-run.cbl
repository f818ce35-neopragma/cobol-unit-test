      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Credit-balance refund run.  Finds accounts whose net
      *            open-items balance is a credit - overpayments
      *            payment-post reported, credit memos from
      *            invoice-adjust - and has been a credit for more than
      *            the number of days given.  Each one is refunded: a
      *            disbursement record with the payee name and address
      *            from the name-and-address file goes to the refund
      *            file accounts payable loads, wrapped in the standard
      *            header/trailer, and an 'R' refund row is journaled
      *            into the invoice history against the credit invoices
      *            so the next payment-post clears the credit from the
      *            open items.  Accounts that are suspended, have an
      *            open billing dispute, or have an active payment
      *            arrangement are held and listed on the refund
      *            register, not refunded.
      *
      * Usage:     refund-run open-items-filename history-filename
      *            master-filename name-address-filename
      *            arrangement-filename dispute-filename
      *            refund-filename register-filename credit-days
      *
      *            The date an account went into credit is found by
      *            running its balance forward through the invoice
      *            history: the invoice date of the row that took the
      *            balance below zero, and kept it there, starts the
      *            clock.  Credit days is up to six digits.
      *
      *            Dispute record, fixed columns: account X(10),
      *            dispute status X(01) - O open, C closed - date
      *            opened X(08) YYYYMMDD, reference X(20).  Collections
      *            keeps one record per disputed billing account; only
      *            open disputes hold a refund.  The arrangement file
      *            is the one arrange-maint keeps.
      *
      *            Refund record, fixed columns: account X(10), payee
      *            name X(30), address line 1 X(30), address line 2
      *            X(30), state X(02), country X(02), refund amount
      *            9(07)V99, refund date X(08), in credit since X(08).
      *            The trailer hash is the sum of the refund amounts.
      **********************************************************************
       identification division.
       program-id. refund-run.
       environment division.
       input-output section.
       file-control.

           select open-items-file assign to open-items-filename
               organization is line sequential
               file status is ws-open-items-status.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

           select name-address-file assign to name-address-filename
               organization is line sequential
               file status is ws-name-address-status.

           select arrangement-file assign to arrangement-filename
               organization is line sequential
               file status is ws-arrangement-status.

           select dispute-file assign to dispute-filename
               organization is line sequential
               file status is ws-dispute-status.

           select refund-file assign to refund-filename
               organization is line sequential
               file status is ws-refund-status.

           select register-file assign to register-filename
               organization is line sequential
               file status is ws-register-status.

       data division.
       file section.

       fd  open-items-file.
       01  open-items-record pic x(56).

       fd  history-file.
       01  history-record pic x(46).

       fd  master-file.
       01  master-record.
           05  mst-acct-key        pic x(10).
           05  mst-detail.
               10  mst-date        pic x(08).
               10  mst-cycle       pic x(01).
               10  mst-plan        pic x(02).
               10  mst-status      pic x(01).
                   88  mst-status-suspended value 'S'.
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate  pic x(37).

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  arrangement-file.
       01  arrangement-record pic x(262).

       fd  dispute-file.
       01  dispute-record pic x(39).

       fd  refund-file.
       01  refund-record pic x(129).

       fd  register-file.
       01  register-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  open-items-filename pic x(120).
           05  history-filename    pic x(120).
           05  master-filename     pic x(120).
           05  name-address-filename pic x(120).
           05  arrangement-filename pic x(120).
           05  dispute-filename    pic x(120).
           05  refund-filename     pic x(120).
           05  register-filename   pic x(120).
           05  credit-days-arg     pic x(06).

       01  ws-open-items-status    pic x(02).
           88  open-items-ok       value '00'.
           88  open-items-eof      value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
           88  history-eof         value '10'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-name-address-status  pic x(02).
           88  name-address-ok     value '00'.
           88  name-address-eof    value '10'.

       01  ws-arrangement-status   pic x(02).
           88  arrangement-ok      value '00'.
           88  arrangement-eof     value '10'.

       01  ws-dispute-status       pic x(02).
           88  dispute-ok          value '00'.
           88  dispute-eof         value '10'.

       01  ws-refund-status        pic x(02).
           88  refund-ok           value '00'.

       01  ws-register-status      pic x(02).
           88  register-ok         value '00'.

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

       01  ws-arrangement-fields.
           copy arrange.

       01  ws-dispute-fields.
           05  dsp-acct-number     pic x(10).
           05  dsp-status          pic x(01).
               88  dsp-status-open value 'O'.
           05  dsp-opened-date     pic x(08).
           05  dsp-reference       pic x(20).

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-refund-fields.
           05  rfd-acct-number     pic x(10).
           05  rfd-name            pic x(30).
           05  rfd-addr-1          pic x(30).
           05  rfd-addr-2          pic x(30).
           05  rfd-state           pic x(02).
           05  rfd-country         pic x(02).
           05  rfd-amount          pic 9(07)v99.
           05  rfd-refund-date     pic x(08).
           05  rfd-credit-since    pic x(08).

       01  ws-credit-days          pic 9(06) value zero.
       01  ws-parse-sub            pic 9(02) comp.
       01  ws-parse-digit          pic 9(01).
       01  ws-parse-switch         pic x(01).
           88  parse-ok            value 'Y'.
           88  parse-bad           value 'N'.

      ***********************************************************************
      * Net open-items balance per account.  For an account in credit
      * the history pass carries its running balance and the date the
      * balance last went below zero.
      ***********************************************************************

       01  ws-account-table.
           05  ws-account-count    pic 9(04) comp value zero.
           05  ws-account-entry occurs 5000 times
                                   indexed by ws-acct-idx.
               10  ws-acct-number  pic x(10).
               10  ws-acct-net     pic s9(09)v99 comp-3.
               10  ws-acct-running pic s9(09)v99 comp-3.
               10  ws-acct-credit-since pic x(08).

       01  ws-acct-found-switch    pic x(01).
           88  acct-found          value 'y'.
           88  acct-not-found      value 'n'.

       01  ws-matched-acct-idx     pic 9(04) comp value zero.
       01  ws-lookup-acct          pic x(10).

      ***********************************************************************
      * Open items carrying a credit balance - the invoices the refund
      * rows are journaled against.
      ***********************************************************************

       01  ws-credit-item-table.
           05  ws-credit-item-count pic 9(04) comp value zero.
           05  ws-credit-item-entry occurs 5000 times
                                   indexed by ws-crd-idx.
               10  ws-crd-acct     pic x(10).
               10  ws-crd-invoice  pic 9(08).
               10  ws-crd-balance  pic s9(07)v99 comp-3.

       01  ws-arrangement-table.
           05  ws-arrangement-count pic 9(04) comp value zero.
           05  ws-arrangement-acct occurs 2000 times
                                   indexed by ws-arrangement-idx
                                   pic x(10).

       01  ws-dispute-table.
           05  ws-dispute-count    pic 9(04) comp value zero.
           05  ws-dispute-acct occurs 2000 times
                                   indexed by ws-dispute-idx
                                   pic x(10).

       01  ws-hold-found-switch    pic x(01).
           88  hold-found          value 'y'.
           88  hold-not-found      value 'n'.

       01  ws-name-addr-rec-fields.
           05  ws-na-rec-acct      pic x(10).
           05  ws-na-rec-name      pic x(30).
           05  ws-na-rec-addr-1    pic x(30).
           05  ws-na-rec-addr-2    pic x(30).
           05  ws-na-rec-state     pic x(02).
           05  ws-na-rec-country   pic x(02).
           05  ws-na-rec-pref      pic x(01).
           05  ws-na-rec-tax-exempt pic x(01).
           05  ws-na-rec-exempt-cert pic x(15).
           05  filler              pic x(09).

       01  ws-name-addr-table.
           05  ws-name-addr-count  pic 9(04) comp value zero.
           05  ws-name-addr-entry occurs 1000 times
                                    indexed by ws-na-index.
               10  ws-na-acct      pic x(10).
               10  ws-na-name      pic x(30).
               10  ws-na-addr-1    pic x(30).
               10  ws-na-addr-2    pic x(30).
               10  ws-na-state     pic x(02).
               10  ws-na-country   pic x(02).

       01  ws-na-found-switch      pic x(01).
           88  na-found            value 'y'.
           88  na-not-found        value 'n'.

       01  ws-matched-na-index     pic 9(04) comp value zero.

       01  ws-refund-work-fields.
           05  ws-refund-amount    pic s9(09)v99 comp-3.
           05  ws-refund-remaining pic s9(09)v99 comp-3.
           05  ws-refund-row-amount pic s9(09)v99 comp-3.
           05  ws-credit-age-days  pic s9(07).

       01  ws-hold-reason          pic x(30).
           88  refund-allowed      value spaces.

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

       01  ws-control-totals.
           05  ws-open-items-read  pic 9(06) comp value zero.
           05  ws-history-read     pic 9(06) comp value zero.
           05  ws-credit-accounts  pic 9(06) comp value zero.
           05  ws-credits-not-due  pic 9(06) comp value zero.
           05  ws-accounts-refunded pic 9(06) comp value zero.
           05  ws-accounts-held    pic 9(06) comp value zero.
           05  ws-refund-rows      pic 9(06) comp value zero.
           05  ws-refunds-written  pic 9(06) comp value zero.
           05  ws-refund-total     pic s9(09)v99 comp-3 value zero.
           05  ws-held-total       pic s9(09)v99 comp-3 value zero.
           05  ws-refund-hash      pic 9(11)v9(04) value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(30) value
                   'CREDIT BALANCE REFUND REGISTER'.
               10  filler          pic x(03) value ' - '.
               10  hdg-run-date    pic x(08).
               10  filler          pic x(16) value
                   '   CREDIT DAYS  '.
               10  hdg-credit-days pic z(05)9.
           05  ws-column-heading.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(32) value 'PAYEE'.
               10  filler          pic x(10) value 'IN CREDIT'.
               10  filler          pic x(07) value '   AGE'.
               10  filler          pic x(15) value '         AMOUNT'.
               10  filler          pic x(02) value spaces.
               10  filler          pic x(10) value 'RESULT'.
               10  filler          pic x(30) value 'REASON'.
           05  ws-register-detail.
               10  reg-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  reg-name        pic x(30).
               10  filler          pic x(02) value spaces.
               10  reg-credit-since pic x(08).
               10  filler          pic x(02) value spaces.
               10  reg-age-days    pic z(04)9.
               10  filler          pic x(02) value spaces.
               10  reg-amount      pic z(08)9.99-.
               10  filler          pic x(02) value spaces.
               10  reg-result      pic x(08).
               10  filler          pic x(02) value spaces.
               10  reg-reason      pic x(30).
           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(08)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(08)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1500-load-open-items until open-items-eof
           close open-items-file
           perform 2000-date-credit-balances until history-eof
           close history-file
           perform 9200-load-arrangement-table
           perform 9300-load-dispute-table
           open extend history-file
           if  not history-ok
               display 'REFUND-RUN ABEND: OPEN OF HISTORY-FILE FOR'
                   ' EXTEND FAILED, FILE STATUS=' ws-history-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 3000-consider-credit-accounts
           perform 3950-write-refund-trailer
           perform 5000-write-summary
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into open-items-filename history-filename
                   master-filename name-address-filename
                   arrangement-filename dispute-filename
                   refund-filename register-filename
                   credit-days-arg
           end-unstring

           if  open-items-filename = spaces
           or history-filename = spaces
           or master-filename = spaces
           or name-address-filename = spaces
           or arrangement-filename = spaces
           or dispute-filename = spaces
           or refund-filename = spaces
           or register-filename = spaces
           or credit-days-arg = spaces
               display 'USAGE: REFUND-RUN OPEN-ITEMS-FILENAME'
                   ' HISTORY-FILENAME MASTER-FILENAME'
                   ' NAME-ADDRESS-FILENAME ARRANGEMENT-FILENAME'
                   ' DISPUTE-FILENAME REFUND-FILENAME'
                   ' REGISTER-FILENAME CREDIT-DAYS'
               goback
           end-if

           perform 1100-parse-credit-days
           if  parse-bad
               display 'REFUND-RUN: CREDIT-DAYS MUST BE NUMERIC,'
                   ' GOT ' credit-days-arg
               move 16 to return-code
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-run-day-number

           open input open-items-file
           if  not open-items-ok
               display 'REFUND-RUN: OPEN OF OPEN-ITEMS-FILE FAILED,'
                   ' FILE STATUS=' ws-open-items-status
               move 16 to return-code
               goback
           end-if

           open input history-file
           if  not history-ok
               display 'REFUND-RUN: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open input master-file
           if  not master-ok
               display 'REFUND-RUN: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           open output refund-file
           open output register-file

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'REFUND-RUN' to ht-program-name
           move 'CREDIT-REFUNDS' to ht-file-identifier
           write refund-record from ws-header-trailer-record

           move ws-run-date to hdg-run-date
           move ws-credit-days to hdg-credit-days
           write register-record from ws-report-heading
           move spaces to register-record
           write register-record
           write register-record from ws-column-heading

           perform 9100-load-name-address-table
           .

       1100-parse-credit-days.

           set parse-ok to true
           move zero to ws-credit-days

           perform 1110-parse-one-digit
               varying ws-parse-sub from 1 by 1
               until ws-parse-sub > 6
               or credit-days-arg(ws-parse-sub:1) = space
               or parse-bad
           .

       1110-parse-one-digit.
           if  credit-days-arg(ws-parse-sub:1) is numeric
               move credit-days-arg(ws-parse-sub:1) to ws-parse-digit
               compute ws-credit-days =
                   ws-credit-days * 10 + ws-parse-digit
           else
               set parse-bad to true
           end-if
           .

       1500-load-open-items.

           read open-items-file into ws-open-items-fields
           if  open-items-ok
               add 1 to ws-open-items-read
               move opn-acct-number to ws-lookup-acct
               perform 1600-find-or-add-account
               add opn-balance to ws-acct-net(ws-matched-acct-idx)
               if  opn-balance < zero
                   perform 1700-store-credit-item
               end-if
           end-if
           .

       1600-find-or-add-account.

           perform 1650-lookup-account

           if  acct-not-found
               if  ws-account-count = 5000
                   display 'REFUND-RUN ABEND: MORE THAN 5000 ACCOUNTS'
                       ' WITH OPEN ITEMS, WS-ACCOUNT-TABLE IS FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-account-count
               move ws-lookup-acct to ws-acct-number(ws-account-count)
               move zero to ws-acct-net(ws-account-count)
               move zero to ws-acct-running(ws-account-count)
               move spaces to ws-acct-credit-since(ws-account-count)
               set ws-matched-acct-idx to ws-account-count
           end-if
           .

       1650-lookup-account.

           set acct-not-found to true

           perform 1660-check-account-entry
               varying ws-acct-idx from 1 by 1
               until ws-acct-idx > ws-account-count
               or acct-found
           .

       1660-check-account-entry.
           if  ws-lookup-acct = ws-acct-number(ws-acct-idx)
               set acct-found to true
               set ws-matched-acct-idx to ws-acct-idx
           end-if
           .

       1700-store-credit-item.
           if  ws-credit-item-count = 5000
               display 'REFUND-RUN ABEND: MORE THAN 5000 CREDIT OPEN'
                   ' ITEMS, WS-CREDIT-ITEM-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-credit-item-count
           move opn-acct-number to ws-crd-acct(ws-credit-item-count)
           move opn-invoice-number
               to ws-crd-invoice(ws-credit-item-count)
           move opn-balance to ws-crd-balance(ws-credit-item-count)
           .

      ***********************************************************************
      * 2000-DATE-CREDIT-BALANCES runs each credit account's balance
      * forward through the history in journal order, signed the way
      * statement-gen signs it.  Whenever the running balance drops
      * below zero the row's date is taken as the start of the credit;
      * whenever it climbs back to zero or above the date is cleared,
      * so what is left at the end is the start of the current credit.
      ***********************************************************************

       2000-date-credit-balances.

           read history-file into ws-history-fields
           if  history-ok
               add 1 to ws-history-read
               if  hist-amount is numeric
               and not hist-type-recovery
                   move hist-acct-number to ws-lookup-acct
                   perform 1650-lookup-account
                   if  acct-found
                   and ws-acct-net(ws-matched-acct-idx) < zero
                       perform 2100-apply-to-running-balance
                   end-if
               end-if
           end-if
           .

       2100-apply-to-running-balance.

           evaluate hist-record-type
               when 'P'
               when 'C'
               when 'W'
                   subtract hist-amount
                       from ws-acct-running(ws-matched-acct-idx)
               when other
                   add hist-amount
                       to ws-acct-running(ws-matched-acct-idx)
           end-evaluate

           if  ws-acct-running(ws-matched-acct-idx) < zero
               if  ws-acct-credit-since(ws-matched-acct-idx) = spaces
                   move hist-invoice-date
                       to ws-acct-credit-since(ws-matched-acct-idx)
               end-if
           else
               move spaces
                   to ws-acct-credit-since(ws-matched-acct-idx)
           end-if
           .

       3000-consider-credit-accounts.
           perform 3100-consider-one-account
               varying ws-acct-idx from 1 by 1
               until ws-acct-idx > ws-account-count
           .

      ***********************************************************************
      * 3100-CONSIDER-ONE-ACCOUNT refunds a credit older than the
      * credit days, or holds it with the reason.  A credit still
      * inside the credit days is left alone for a later run.
      ***********************************************************************

       3100-consider-one-account.

           if  ws-acct-net(ws-acct-idx) not < zero
               exit paragraph
           end-if

           add 1 to ws-credit-accounts
           move spaces to ws-hold-reason
           move zero to ws-credit-age-days
           compute ws-refund-amount = zero - ws-acct-net(ws-acct-idx)

           if  ws-acct-credit-since(ws-acct-idx) is numeric
               move ws-acct-credit-since(ws-acct-idx) to ws-work-date
               perform 8000-compute-day-number
               compute ws-credit-age-days =
                   ws-run-day-number - ws-daynum-total
               if  ws-credit-age-days not > ws-credit-days
                   add 1 to ws-credits-not-due
                   exit paragraph
               end-if
           else
               move 'CREDIT DATE NOT IN HISTORY' to ws-hold-reason
           end-if

           move ws-acct-number(ws-acct-idx) to ws-lookup-acct
           perform 3200-check-holds
           perform 4300-lookup-name-address
           if  refund-allowed
           and na-not-found
               move 'NO PAYEE NAME/ADDRESS' to ws-hold-reason
           end-if

           if  refund-allowed
               move ws-refund-amount to ws-refund-remaining
               perform 3300-journal-refund-row
                   varying ws-crd-idx from 1 by 1
                   until ws-crd-idx > ws-credit-item-count
                   or ws-refund-remaining = zero
               perform 3400-write-refund
               add 1 to ws-accounts-refunded
               add ws-refund-amount to ws-refund-total
               move 'REFUNDED' to reg-result
           else
               add 1 to ws-accounts-held
               add ws-refund-amount to ws-held-total
               move 'HELD' to reg-result
           end-if

           perform 3900-write-register-line
           .

       3200-check-holds.

           if  refund-allowed
               move ws-lookup-acct to mst-acct-key
               read master-file
               evaluate true
                   when master-not-found
                       move 'ACCOUNT NOT ON MASTER' to ws-hold-reason
                   when not master-ok
                       display 'REFUND-RUN ABEND: READ OF MASTER '
                           ws-lookup-acct ' FAILED, FILE STATUS='
                           ws-master-status
                       move 16 to return-code
                       perform 9400-close-files
                       stop run
                   when mst-status-suspended
                       move 'ACCOUNT SUSPENDED' to ws-hold-reason
               end-evaluate
           end-if

           if  refund-allowed
               set hold-not-found to true
               perform 3210-check-dispute-entry
                   varying ws-dispute-idx from 1 by 1
                   until ws-dispute-idx > ws-dispute-count
                   or hold-found
               if  hold-found
                   move 'OPEN DISPUTE' to ws-hold-reason
               end-if
           end-if

           if  refund-allowed
               set hold-not-found to true
               perform 3220-check-arrangement-entry
                   varying ws-arrangement-idx from 1 by 1
                   until ws-arrangement-idx > ws-arrangement-count
                   or hold-found
               if  hold-found
                   move 'ACTIVE PAYMENT ARRANGEMENT' to ws-hold-reason
               end-if
           end-if
           .

       3210-check-dispute-entry.
           if  ws-lookup-acct = ws-dispute-acct(ws-dispute-idx)
               set hold-found to true
           end-if
           .

       3220-check-arrangement-entry.
           if  ws-lookup-acct
                   = ws-arrangement-acct(ws-arrangement-idx)
               set hold-found to true
           end-if
           .

      ***********************************************************************
      * 3300-JOURNAL-REFUND-ROW writes an 'R' row against each credit
      * invoice on the account until the net credit is used up.  An
      * account can carry credit invoices alongside invoices still
      * owing; only the net credit is refunded, the rest stays against
      * the invoices owing.
      ***********************************************************************

       3300-journal-refund-row.
           if  ws-crd-acct(ws-crd-idx) = ws-lookup-acct
           and ws-crd-balance(ws-crd-idx) < zero
               compute ws-refund-row-amount =
                   zero - ws-crd-balance(ws-crd-idx)
               if  ws-refund-row-amount > ws-refund-remaining
                   move ws-refund-remaining to ws-refund-row-amount
               end-if
               move spaces to ws-history-fields
               move ws-lookup-acct to hist-acct-number
               move ws-run-date to hist-invoice-date
               move 'N' to hist-rolled-indicator
               move ws-run-date to hist-run-date
               move ws-crd-invoice(ws-crd-idx) to hist-invoice-number
               set hist-type-refund to true
               move ws-refund-row-amount to hist-amount
               write history-record from ws-history-fields
               if  not history-ok
                   display 'REFUND-RUN ABEND: WRITE TO HISTORY-FILE'
                       ' FAILED, FILE STATUS=' ws-history-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-refund-rows
               subtract ws-refund-row-amount from ws-refund-remaining
               add ws-refund-row-amount to ws-crd-balance(ws-crd-idx)
           end-if
           .

       3400-write-refund.
           move spaces to ws-refund-fields
           move ws-lookup-acct to rfd-acct-number
           move ws-na-name(ws-matched-na-index) to rfd-name
           move ws-na-addr-1(ws-matched-na-index) to rfd-addr-1
           move ws-na-addr-2(ws-matched-na-index) to rfd-addr-2
           move ws-na-state(ws-matched-na-index) to rfd-state
           move ws-na-country(ws-matched-na-index) to rfd-country
           move ws-refund-amount to rfd-amount
           move ws-run-date to rfd-refund-date
           move ws-acct-credit-since(ws-acct-idx) to rfd-credit-since
           write refund-record from ws-refund-fields
           if  not refund-ok
               display 'REFUND-RUN ABEND: WRITE TO REFUND-FILE'
                   ' FAILED, FILE STATUS=' ws-refund-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-refunds-written
           add ws-refund-amount to ws-refund-hash
           .

       3900-write-register-line.
           move ws-lookup-acct to reg-acct-number
           if  na-found
               move ws-na-name(ws-matched-na-index) to reg-name
           else
               move 'NAME/ADDRESS NOT ON FILE' to reg-name
           end-if
           move ws-acct-credit-since(ws-acct-idx) to reg-credit-since
           move ws-credit-age-days to reg-age-days
           move ws-refund-amount to reg-amount
           move ws-hold-reason to reg-reason
           write register-record from ws-register-detail
           .

      ***********************************************************************
      * The refund trailer is written only on the success path, so a
      * truncated refund file is refused by the accounts payable load.
      ***********************************************************************

       3950-write-refund-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-refunds-written to ht-record-count
           move ws-refund-hash to ht-hash-total
           move ws-refund-total to ht-net-total
           write refund-record from ws-header-trailer-record
           .

       4300-lookup-name-address.

           set na-not-found to true

           perform 4310-check-name-address-entry
               varying ws-na-index from 1 by 1
               until ws-na-index > ws-name-addr-count
               or na-found
           .

       4310-check-name-address-entry.
           if  ws-lookup-acct = ws-na-acct(ws-na-index)
               set na-found to true
               set ws-matched-na-index to ws-na-index
           end-if
           .

       5000-write-summary.
           move spaces to register-record
           write register-record
           move 'ACCOUNTS IN CREDIT      ' to cnt-label
           move ws-credit-accounts to cnt-value
           write register-record from ws-summary-count-detail
           move 'CREDITS NOT YET DUE     ' to cnt-label
           move ws-credits-not-due to cnt-value
           write register-record from ws-summary-count-detail
           move 'ACCOUNTS REFUNDED       ' to cnt-label
           move ws-accounts-refunded to cnt-value
           write register-record from ws-summary-count-detail
           move 'ACCOUNTS HELD           ' to cnt-label
           move ws-accounts-held to cnt-value
           write register-record from ws-summary-count-detail
           move 'REFUND TOTAL            ' to sum-label
           move ws-refund-total to sum-value
           write register-record from ws-summary-detail
           move 'HELD CREDIT TOTAL       ' to sum-label
           move ws-held-total to sum-value
           write register-record from ws-summary-detail
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

       9100-load-name-address-table.

           open input name-address-file
           if  not name-address-ok
               display 'REFUND-RUN ABEND: OPEN OF NAME-ADDRESS-FILE'
                   ' FAILED, FILE STATUS=' ws-name-address-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           perform 9110-read-name-address-record
           perform 9120-store-name-address-entry
               until name-address-eof
           close name-address-file
           .

       9110-read-name-address-record.
           read name-address-file into ws-name-addr-rec-fields
           .

       9120-store-name-address-entry.

           if  ws-name-addr-count = 1000
               display 'REFUND-RUN ABEND: NAME-ADDRESS-FILE HAS MORE'
                   ' THAN 1000 ENTRIES, WS-NAME-ADDR-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-name-addr-count
           move ws-na-rec-acct to ws-na-acct(ws-name-addr-count)
           move ws-na-rec-name to ws-na-name(ws-name-addr-count)
           move ws-na-rec-addr-1 to ws-na-addr-1(ws-name-addr-count)
           move ws-na-rec-addr-2 to ws-na-addr-2(ws-name-addr-count)
           move ws-na-rec-state to ws-na-state(ws-name-addr-count)
           move ws-na-rec-country
               to ws-na-country(ws-name-addr-count)
           perform 9110-read-name-address-record
           .

       9200-load-arrangement-table.

           open input arrangement-file
           if  not arrangement-ok
               display 'REFUND-RUN ABEND: OPEN OF ARRANGEMENT-FILE'
                   ' FAILED, FILE STATUS=' ws-arrangement-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           perform 9210-read-arrangement-record
           perform 9220-store-arrangement-entry
               until arrangement-eof
           close arrangement-file
           .

       9210-read-arrangement-record.
           read arrangement-file into ws-arrangement-fields
           .

       9220-store-arrangement-entry.

           if  arr-status-active
               if  ws-arrangement-count = 2000
                   display 'REFUND-RUN ABEND: ARRANGEMENT-FILE HAS'
                       ' MORE THAN 2000 ACTIVE ENTRIES,'
                       ' WS-ARRANGEMENT-TABLE IS FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-arrangement-count
               move arr-acct-number
                   to ws-arrangement-acct(ws-arrangement-count)
           end-if
           perform 9210-read-arrangement-record
           .

       9300-load-dispute-table.

           open input dispute-file
           if  not dispute-ok
               display 'REFUND-RUN ABEND: OPEN OF DISPUTE-FILE'
                   ' FAILED, FILE STATUS=' ws-dispute-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           perform 9310-read-dispute-record
           perform 9320-store-dispute-entry
               until dispute-eof
           close dispute-file
           .

       9310-read-dispute-record.
           read dispute-file into ws-dispute-fields
           .

       9320-store-dispute-entry.

           if  dsp-status-open
               if  ws-dispute-count = 2000
                   display 'REFUND-RUN ABEND: DISPUTE-FILE HAS MORE'
                       ' THAN 2000 OPEN DISPUTES, WS-DISPUTE-TABLE IS'
                       ' FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-dispute-count
               move dsp-acct-number
                   to ws-dispute-acct(ws-dispute-count)
           end-if
           perform 9310-read-dispute-record
           .

       9400-close-files.
           close master-file
           close history-file
           close refund-file
           close register-file
           .

       9500-display-control-totals.
           display 'REFUND-RUN CONTROL TOTALS'
           display '  OPEN ITEMS READ........ ' ws-open-items-read
           display '  HISTORY ROWS READ...... ' ws-history-read
           display '  ACCOUNTS IN CREDIT..... ' ws-credit-accounts
           display '  CREDITS NOT YET DUE.... ' ws-credits-not-due
           display '  ACCOUNTS REFUNDED...... ' ws-accounts-refunded
           display '  ACCOUNTS HELD.......... ' ws-accounts-held
           display '  REFUND ROWS............ ' ws-refund-rows
           display '  REFUNDS WRITTEN........ ' ws-refunds-written
           display '  REFUND TOTAL........... ' ws-refund-total
           .

       9999-end.
           .
