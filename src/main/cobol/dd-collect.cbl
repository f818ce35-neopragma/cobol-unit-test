      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Direct-debit collection run.  Reads the open-items
      *            file payment-post rebuilds and, for every invoice
      *            owing that has fallen due by the processing date on
      *            an account with an active direct-debit mandate on the
      *            indexed account master, writes a debit to the bank
      *            debit file - routing number and bank account from
      *            the mandate - wrapped in the standard header/trailer.
      *            Each debit is recorded in the cumulative direct-debit
      *            ledger as submitted, so an invoice is never debited
      *            twice; dd-return later posts the debits that clear
      *            and reverses the ones the bank returns.  A register
      *            lists every debit and every invoice due that could
      *            not be debited (mandate suspended or cancelled,
      *            account not active).
      *
      * Usage:     dd-collect open-items-filename master-filename
      *            ledger-filename debit-filename register-filename
      *            terms-days [processing-date]
      *
      *            An invoice falls due terms-days after its invoice
      *            date.  Processing date is YYYYMMDD and defaults to
      *            today; every invoice due on or before it that has
      *            not already been debited is collected, so a run
      *            missed over a weekend catches up on the next one.
      *
      *            Debit record, fixed columns: routing number X(09),
      *            bank account X(17), amount 9(07)V99, account X(10),
      *            invoice number X(08), debit date X(08), trace
      *            number 9(07).  The trailer hash is the sum of the
      *            debit amounts; the register also carries the entry
      *            hash of the routing numbers' first eight digits.
      *
      *            Ledger record, fixed columns: account X(10), invoice
      *            number X(08), amount 9(07)V99, debit date X(08),
      *            status X(01) - S submitted, P posted, R returned -
      *            status date X(08), bank return reason X(03).
      **********************************************************************
       identification division.
       program-id. dd-collect.
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

           select ledger-file assign to ledger-filename
               organization is line sequential
               file status is ws-ledger-status.

           select debit-file assign to debit-filename
               organization is line sequential
               file status is ws-debit-status.

           select register-file assign to register-filename
               organization is line sequential
               file status is ws-register-status.

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
                   88  mst-status-active value 'A' space.
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate-status pic x(01).
                   88  mst-dd-mandate-active value 'A'.
                   88  mst-dd-no-mandate value space.
               10  mst-dd-routing-number pic x(09).
               10  mst-dd-bank-account pic x(17).
               10  mst-dd-mandate-date pic x(08).
               10  mst-dd-return-count pic 9(02).

       fd  ledger-file.
       01  ledger-record pic x(47).

       fd  debit-file.
       01  debit-record pic x(68).

       fd  register-file.
       01  register-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  open-items-filename pic x(120).
           05  master-filename     pic x(120).
           05  ledger-filename     pic x(120).
           05  debit-filename      pic x(120).
           05  register-filename   pic x(120).
           05  terms-arg           pic x(06).
           05  processing-date-arg pic x(08).

       01  ws-open-items-status    pic x(02).
           88  open-items-ok       value '00'.
           88  open-items-eof      value '10'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-ledger-status        pic x(02).
           88  ledger-ok           value '00'.
           88  ledger-eof          value '10'.

       01  ws-debit-status         pic x(02).
           88  debit-ok            value '00'.

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

       01  ws-ledger-fields.
           05  ldg-acct-number     pic x(10).
           05  ldg-invoice-number  pic x(08).
           05  ldg-amount          pic 9(07)v99.
           05  ldg-debit-date      pic x(08).
           05  ldg-status          pic x(01).
               88  ldg-submitted   value 'S'.
               88  ldg-posted      value 'P'.
               88  ldg-returned    value 'R'.
           05  ldg-status-date     pic x(08).
           05  ldg-return-reason   pic x(03).

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-debit-fields.
           05  dbt-routing-number  pic x(09).
           05  dbt-routing-digits redefines dbt-routing-number.
               10  dbt-routing-first-8 pic 9(08).
               10  filler          pic x(01).
           05  dbt-bank-account    pic x(17).
           05  dbt-amount          pic 9(07)v99.
           05  dbt-acct-number     pic x(10).
           05  dbt-invoice-number  pic x(08).
           05  dbt-debit-date      pic x(08).
           05  dbt-trace-number    pic 9(07).

      ***********************************************************************
      * Every invoice already on the ledger, whatever its status.  An
      * invoice the bank returned is not debited again automatically;
      * collections takes it up from the dd-return report.
      ***********************************************************************

       01  ws-ledger-table.
           05  ws-ledger-count     pic 9(04) comp value zero.
           05  ws-ledger-entry occurs 5000 times
                                   indexed by ws-ldg-idx.
               10  ws-ldg-acct     pic x(10).
               10  ws-ldg-invoice  pic x(08).

       01  ws-ledger-found-switch  pic x(01).
           88  ledger-found        value 'y'.
           88  ledger-not-found    value 'n'.

       01  ws-terms-days           pic 9(06) value zero.
       01  ws-parse-sub            pic 9(02) comp.
       01  ws-parse-digit          pic 9(01).
       01  ws-parse-switch         pic x(01).
           88  parse-ok            value 'Y'.
           88  parse-bad           value 'N'.

       01  ws-skip-reason          pic x(30).
           88  debit-allowed       value spaces.

       01  ws-processing-date.
           05  ws-processing-year  pic 9(04).
           05  ws-processing-month pic 9(02).
           05  ws-processing-day   pic 9(02).

       01  ws-run-date             pic x(08).

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

       01  ws-processing-day-number pic 9(07) value zero.
       01  ws-due-day-number       pic 9(07) value zero.

       01  ws-control-totals.
           05  ws-open-items-read  pic 9(06) comp value zero.
           05  ws-ledger-read      pic 9(06) comp value zero.
           05  ws-items-due        pic 9(06) comp value zero.
           05  ws-already-debited  pic 9(06) comp value zero.
           05  ws-no-mandate       pic 9(06) comp value zero.
           05  ws-debits-written   pic 9(06) comp value zero.
           05  ws-debits-skipped   pic 9(06) comp value zero.
           05  ws-debit-total      pic s9(09)v99 comp-3 value zero.
           05  ws-debit-hash       pic 9(11)v9(04) value zero.
           05  ws-routing-hash     pic 9(10) value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(28) value
                   'DIRECT DEBIT COLLECTION RUN '.
               10  filler          pic x(18) value
                   'PROCESSING DATE - '.
               10  hdg-processing-date pic x(08).
               10  filler          pic x(15) value
                   '   TERMS DAYS  '.
               10  hdg-terms-days  pic z(05)9.
           05  ws-column-heading.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(10) value 'INVOICE'.
               10  filler          pic x(10) value 'INV DATE'.
               10  filler          pic x(15) value '         AMOUNT'.
               10  filler          pic x(02) value spaces.
               10  filler          pic x(11) value 'ROUTING'.
               10  filler          pic x(10) value 'RESULT'.
               10  filler          pic x(30) value 'REASON'.
           05  ws-register-detail.
               10  reg-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  reg-invoice-number pic x(08).
               10  filler          pic x(02) value spaces.
               10  reg-invoice-date pic x(08).
               10  filler          pic x(02) value spaces.
               10  reg-amount      pic z(08)9.99-.
               10  filler          pic x(02) value spaces.
               10  reg-routing-number pic x(09).
               10  filler          pic x(02) value spaces.
               10  reg-result      pic x(08).
               10  filler          pic x(02) value spaces.
               10  reg-reason      pic x(30).
           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(08)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(09)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-collect-open-items until open-items-eof
           perform 2950-write-debit-trailer
           perform 5000-write-summary
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into open-items-filename master-filename
                   ledger-filename debit-filename register-filename
                   terms-arg processing-date-arg
           end-unstring

           if  open-items-filename = spaces
           or master-filename = spaces
           or ledger-filename = spaces
           or debit-filename = spaces
           or register-filename = spaces
           or terms-arg = spaces
               display 'USAGE: DD-COLLECT OPEN-ITEMS-FILENAME'
                   ' MASTER-FILENAME LEDGER-FILENAME DEBIT-FILENAME'
                   ' REGISTER-FILENAME TERMS-DAYS [PROCESSING-DATE]'
               goback
           end-if

           perform 1100-parse-terms-days
           if  parse-bad
               display 'DD-COLLECT: TERMS-DAYS MUST BE NUMERIC,'
                   ' GOT ' terms-arg
               move 16 to return-code
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           if  processing-date-arg = spaces
               move ws-run-date to ws-processing-date
           else
               if  processing-date-arg is not numeric
                   display 'DD-COLLECT: PROCESSING-DATE MUST BE'
                       ' YYYYMMDD, GOT ' processing-date-arg
                   move 16 to return-code
                   goback
               end-if
               move processing-date-arg to ws-processing-date
           end-if
           move ws-processing-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-processing-day-number

           open input open-items-file
           if  not open-items-ok
               display 'DD-COLLECT: OPEN OF OPEN-ITEMS-FILE FAILED,'
                   ' FILE STATUS=' ws-open-items-status
               move 16 to return-code
               goback
           end-if

           open input master-file
           if  not master-ok
               display 'DD-COLLECT: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           perform 1200-load-ledger

           open output debit-file
           if  not debit-ok
               display 'DD-COLLECT: OPEN OF DEBIT-FILE FAILED,'
                   ' FILE STATUS=' ws-debit-status
               move 16 to return-code
               perform 9400-close-files
               goback
           end-if

           open output register-file
           if  not register-ok
               display 'DD-COLLECT: OPEN OF REGISTER-FILE FAILED,'
                   ' FILE STATUS=' ws-register-status
               move 16 to return-code
               perform 9400-close-files
               goback
           end-if

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-processing-date to ht-run-date
           move 'DD-COLLECT' to ht-program-name
           move 'DIRECT-DEBITS' to ht-file-identifier
           write debit-record from ws-header-trailer-record

           move ws-processing-date to hdg-processing-date
           move ws-terms-days to hdg-terms-days
           write register-record from ws-report-heading
           move spaces to register-record
           write register-record
           write register-record from ws-column-heading
           .

       1100-parse-terms-days.

           set parse-ok to true
           move zero to ws-terms-days

           perform 1110-parse-one-digit
               varying ws-parse-sub from 1 by 1
               until ws-parse-sub > 6
               or terms-arg(ws-parse-sub:1) = space
               or parse-bad
           .

       1110-parse-one-digit.
           if  terms-arg(ws-parse-sub:1) is numeric
               move terms-arg(ws-parse-sub:1) to ws-parse-digit
               compute ws-terms-days =
                   ws-terms-days * 10 + ws-parse-digit
           else
               set parse-bad to true
           end-if
           .

      ***********************************************************************
      * The ledger is cumulative.  A first run finds none and starts
      * one; after that each run appends to it.
      ***********************************************************************

       1200-load-ledger.

           open input ledger-file
           if  ledger-ok
               perform 1210-read-ledger-record
               perform 1220-store-ledger-entry
                   until ledger-eof
               close ledger-file
           end-if

           open extend ledger-file
           if  not ledger-ok
               open output ledger-file
           end-if
           if  not ledger-ok
               display 'DD-COLLECT: OPEN OF LEDGER-FILE FAILED,'
                   ' FILE STATUS=' ws-ledger-status
               move 16 to return-code
               goback
           end-if
           .

       1210-read-ledger-record.
           read ledger-file into ws-ledger-fields
           .

       1220-store-ledger-entry.
           if  ws-ledger-count = 5000
               display 'DD-COLLECT ABEND: LEDGER-FILE HAS MORE THAN'
                   ' 5000 ENTRIES, WS-LEDGER-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-ledger-count
           add 1 to ws-ledger-read
           move ldg-acct-number to ws-ldg-acct(ws-ledger-count)
           move ldg-invoice-number
               to ws-ldg-invoice(ws-ledger-count)
           perform 1210-read-ledger-record
           .

       2000-collect-open-items.

           read open-items-file into ws-open-items-fields
           if  open-items-ok
               add 1 to ws-open-items-read
               perform 2100-consider-one-item
           end-if
           .

      ***********************************************************************
      * 2100-CONSIDER-ONE-ITEM debits an invoice owing once it is due,
      * provided it has not been debited before and the account holds
      * an active mandate.  An account with no mandate at all pays by
      * other means and is only counted; one whose mandate or account
      * is not active is listed so collections can follow up.
      ***********************************************************************

       2100-consider-one-item.

           if  opn-balance not > zero
           or opn-invoice-date is not numeric
               exit paragraph
           end-if

           move opn-invoice-date to ws-work-date
           perform 8000-compute-day-number
           compute ws-due-day-number = ws-daynum-total + ws-terms-days
           if  ws-due-day-number > ws-processing-day-number
               exit paragraph
           end-if

           perform 2200-lookup-ledger
           if  ledger-found
               add 1 to ws-already-debited
               exit paragraph
           end-if

           move opn-acct-number to mst-acct-key
           read master-file
           evaluate true
               when master-not-found
                   add 1 to ws-no-mandate
                   exit paragraph
               when not master-ok
                   display 'DD-COLLECT ABEND: READ OF MASTER '
                       opn-acct-number ' FAILED, FILE STATUS='
                       ws-master-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               when mst-dd-no-mandate
                   add 1 to ws-no-mandate
                   exit paragraph
           end-evaluate

           add 1 to ws-items-due
           move spaces to ws-skip-reason
           evaluate true
               when not mst-dd-mandate-active
                   move 'MANDATE NOT ACTIVE' to ws-skip-reason
               when not mst-status-active
                   move 'ACCOUNT NOT ACTIVE' to ws-skip-reason
           end-evaluate

           if  debit-allowed
               perform 2300-write-debit
               move 'DEBITED' to reg-result
           else
               add 1 to ws-debits-skipped
               move 'SKIPPED' to reg-result
           end-if
           perform 2900-write-register-line
           .

       2200-lookup-ledger.

           set ledger-not-found to true

           perform 2210-check-ledger-entry
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
               or ledger-found
           .

       2210-check-ledger-entry.
           if  opn-acct-number = ws-ldg-acct(ws-ldg-idx)
           and opn-invoice-number = ws-ldg-invoice(ws-ldg-idx)
               set ledger-found to true
           end-if
           .

       2300-write-debit.

           add 1 to ws-debits-written
           move spaces to ws-debit-fields
           move mst-dd-routing-number to dbt-routing-number
           move mst-dd-bank-account to dbt-bank-account
           move opn-balance to dbt-amount
           move opn-acct-number to dbt-acct-number
           move opn-invoice-number to dbt-invoice-number
           move ws-processing-date to dbt-debit-date
           move ws-debits-written to dbt-trace-number
           write debit-record from ws-debit-fields
           if  not debit-ok
               display 'DD-COLLECT ABEND: WRITE TO DEBIT-FILE FAILED,'
                   ' FILE STATUS=' ws-debit-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add opn-balance to ws-debit-total
           add opn-balance to ws-debit-hash
           add dbt-routing-first-8 to ws-routing-hash

           move spaces to ws-ledger-fields
           move opn-acct-number to ldg-acct-number
           move opn-invoice-number to ldg-invoice-number
           move opn-balance to ldg-amount
           move ws-processing-date to ldg-debit-date
           set ldg-submitted to true
           move ws-processing-date to ldg-status-date
           write ledger-record from ws-ledger-fields
           if  not ledger-ok
               display 'DD-COLLECT ABEND: WRITE TO LEDGER-FILE FAILED,'
                   ' FILE STATUS=' ws-ledger-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

       2900-write-register-line.
           move opn-acct-number to reg-acct-number
           move opn-invoice-number to reg-invoice-number
           move opn-invoice-date to reg-invoice-date
           move opn-balance to reg-amount
           move mst-dd-routing-number to reg-routing-number
           move ws-skip-reason to reg-reason
           write register-record from ws-register-detail
           .

      ***********************************************************************
      * The debit trailer is written only on the success path, so the
      * bank refuses a truncated file instead of collecting part of it.
      ***********************************************************************

       2950-write-debit-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-debits-written to ht-record-count
           move ws-debit-hash to ht-hash-total
           move ws-debit-total to ht-net-total
           write debit-record from ws-header-trailer-record
           .

       5000-write-summary.
           move spaces to register-record
           write register-record
           move 'DEBITS WRITTEN          ' to cnt-label
           move ws-debits-written to cnt-value
           write register-record from ws-summary-count-detail
           move 'DUE BUT NOT DEBITED     ' to cnt-label
           move ws-debits-skipped to cnt-value
           write register-record from ws-summary-count-detail
           move 'DEBIT TOTAL             ' to sum-label
           move ws-debit-total to sum-value
           write register-record from ws-summary-detail
           move 'ROUTING ENTRY HASH      ' to cnt-label
           move ws-routing-hash to cnt-value
           write register-record from ws-summary-count-detail
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
           close open-items-file
           close master-file
           close ledger-file
           close debit-file
           close register-file
           .

       9500-display-control-totals.
           display 'DD-COLLECT CONTROL TOTALS'
           display '  OPEN ITEMS READ........ ' ws-open-items-read
           display '  LEDGER ENTRIES READ.... ' ws-ledger-read
           display '  ALREADY DEBITED........ ' ws-already-debited
           display '  NO MANDATE............. ' ws-no-mandate
           display '  MANDATE ITEMS DUE...... ' ws-items-due
           display '  DEBITS WRITTEN......... ' ws-debits-written
           display '  DUE BUT NOT DEBITED.... ' ws-debits-skipped
           display '  DEBIT TOTAL............ ' ws-debit-total
           display '  ROUTING ENTRY HASH..... ' ws-routing-hash
           .

       9999-end.
           .
