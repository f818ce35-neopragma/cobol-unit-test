      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Monthly merchant processing-fee invoicing.  Totals
      *            each merchant's settled volume and interchange fees
      *            for the billing month from the merchant-volume file
      *            CARDSETL appends to, joins the merchant to its
      *            billing account through the merchant-to-account
      *            cross-reference, and charges the processing fee the
      *            cross-reference carries.  Each fee is issued under
      *            the next number from the controlled invoice register
      *            and journaled into the invoice history as an 'M'
      *            row, so payment-post carries it as an open item,
      *            ar-aging ages it, and statement-gen prints it, the
      *            same way late-fee issues its fees.  A fee register
      *            lists every merchant billed and every merchant not
      *            billed, with the reason - a merchant with no
      *            cross-reference is listed, never skipped.
      *
      * Usage:     merchant-fee volume-filename xref-filename
      *            master-filename fee-ledger-filename
      *            history-filename register-filename
      *            fee-register-filename [billing-month]
      *
      *            Billing month is YYYYMM and defaults to the month
      *            before the run date.  CARDSETL appends each run's
      *            volume as one block wrapped in the standard
      *            header/trailer, writing the trailer only when the
      *            run finishes normally.  The month's volume is taken
      *            from the blocks whose header run date falls in the
      *            billing month, and for each run date only from the
      *            last block that has its trailer, so a rerun of a
      *            day's settlement replaces the earlier run instead
      *            of adding to it and a block cut short by an abend
      *            is never billed.  A block whose trailer count or
      *            hash disagrees with its records stops the run.
      *
      *            Cross-reference record, fixed columns: merchant ID
      *            X(08), billing account X(10), processing percent
      *            9(02)V9(04) of the month's settled volume, per-item
      *            fee 9(03)V99, monthly minimum fee 9(05)V99.
      *
      *            The fee ledger is cumulative: one record per
      *            merchant per month billed, so a rerun for the same
      *            month never bills a merchant twice.
      **********************************************************************
       identification division.
       program-id. merchant-fee.
       environment division.
       input-output section.
       file-control.

           select volume-file assign to volume-filename
               organization is line sequential
               file status is ws-volume-status.

           select xref-file assign to xref-filename
               organization is line sequential
               file status is ws-xref-status.

           select master-file assign to master-filename
               organization is indexed
               access mode is random
               record key is mst-acct-key
               file status is ws-master-status.

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

       fd  volume-file.
       01  volume-record pic x(60).

       fd  xref-file.
       01  xref-record pic x(36).

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

       fd  fee-ledger-file.
       01  fee-ledger-record pic x(50).

       fd  history-file.
       01  history-record pic x(46).

       fd  invoice-register-file.
       01  invoice-register-record pic x(08).

       fd  fee-register-file.
       01  fee-register-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  volume-filename     pic x(120).
           05  xref-filename       pic x(120).
           05  master-filename     pic x(120).
           05  fee-ledger-filename pic x(120).
           05  history-filename    pic x(120).
           05  invoice-register-filename pic x(120).
           05  fee-register-filename pic x(120).
           05  billing-month-arg   pic x(06).

       01  ws-volume-status        pic x(02).
           88  volume-ok           value '00'.
           88  volume-eof          value '10'.

       01  ws-xref-status          pic x(02).
           88  xref-ok             value '00'.
           88  xref-eof            value '10'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-fee-ledger-status    pic x(02).
           88  fee-ledger-ok       value '00'.
           88  fee-ledger-eof      value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.

       01  ws-invoice-register-status pic x(02).
           88  invoice-register-ok value '00'.

       01  ws-fee-register-status  pic x(02).
           88  fee-register-ok     value '00'.

      ***********************************************************************
      * Merchant-volume record as CARDSETL appends it: one per merchant
      * per settlement run, between the run's header and trailer.
      ***********************************************************************

       01  ws-volume-fields.
           05  mv-run-date         pic x(08).
           05  mv-merchant-id      pic x(08).
           05  mv-tran-count       pic 9(07).
           05  mv-gross            pic s9(11)v99
                                   sign leading separate.
           05  mv-fee              pic s9(11)v99
                                   sign leading separate.
           05  filler              pic x(09).

       01  ws-header-trailer-record.
           copy hdrtrlr.

      ***********************************************************************
      * The volume block currently being read.  The file is read
      * twice: the first pass balances every block against its
      * trailer and notes, for each run date in the billing month,
      * the number of the last block that has a trailer; the second
      * pass totals only the blocks so noted.
      ***********************************************************************

       01  ws-block-switch         pic x(01) value 'n'.
           88  block-open          value 'y'.
           88  block-closed        value 'n'.

       01  ws-block-selected-switch pic x(01) value 'n'.
           88  block-selected      value 'y'.
           88  block-not-selected  value 'n'.

       01  ws-block-number         pic 9(05) comp value zero.
       01  ws-block-run-date       pic x(08).
       01  ws-block-count          pic 9(09) value zero.
       01  ws-block-hash           pic 9(11)v9(04) comp-3 value zero.
       01  ws-block-abs-gross      pic 9(11)v99 value zero.

       01  ws-volume-day-table.
           05  ws-day-count        pic 9(03) comp value zero.
           05  ws-day-entry occurs 31 times
                                   indexed by ws-day-idx.
               10  ws-day-run-date pic x(08).
               10  ws-day-last-block pic 9(05) comp.

       01  ws-day-found-switch     pic x(01).
           88  day-found           value 'y'.
           88  day-not-found       value 'n'.

       01  ws-matched-day-idx      pic 9(03) comp value zero.

       01  ws-history-fields.
           copy invhist.

       01  ws-xref-rec-fields.
           05  xr-merchant-id      pic x(08).
           05  xr-acct-number      pic x(10).
           05  xr-processing-pct   pic 9(02)v9(04).
           05  xr-per-item-fee     pic 9(03)v99.
           05  xr-monthly-minimum  pic 9(05)v99.

      ***********************************************************************
      * Cross-reference by merchant, loaded at startup the way
      * late-fee loads its fee rules.
      ***********************************************************************

       01  ws-xref-table.
           05  ws-xref-count       pic 9(03) comp value zero.
           05  ws-xref-entry occurs 500 times
                                   indexed by ws-xref-idx.
               10  ws-xref-merchant pic x(08).
               10  ws-xref-acct    pic x(10).
               10  ws-xref-pct     pic 9(02)v9(04).
               10  ws-xref-per-item pic 9(03)v99.
               10  ws-xref-minimum pic 9(05)v99.

       01  ws-xref-found-switch    pic x(01).
           88  xref-found          value 'y'.
           88  xref-not-found      value 'n'.

       01  ws-matched-xref-idx     pic 9(03) comp value zero.

      ***********************************************************************
      * The month's settled totals, one entry per merchant, in the
      * order merchants first appear on the volume file.
      ***********************************************************************

       01  ws-merchant-table.
           05  ws-merchant-count   pic 9(03) comp value zero.
           05  ws-merchant-entry occurs 500 times
                                   indexed by ws-merch-idx.
               10  ws-merch-id     pic x(08).
               10  ws-merch-tran-count pic 9(09) comp.
               10  ws-merch-volume pic s9(11)v99 comp-3.
               10  ws-merch-interchange pic s9(11)v99 comp-3.

       01  ws-merchant-found-switch pic x(01).
           88  merchant-found      value 'y'.
           88  merchant-not-found  value 'n'.

       01  ws-matched-merch-idx    pic 9(03) comp value zero.

      ***********************************************************************
      * Fee ledger record, fixed columns: merchant ID X(08), billing
      * month X(06) YYYYMM, billing account X(10), fee invoice number
      * 9(08), fee amount S9(07)V99 sign leading separate, billed date
      * X(08).
      ***********************************************************************

       01  ws-fee-ledger-fields.
           05  fl-merchant-id      pic x(08).
           05  fl-billing-month    pic x(06).
           05  fl-acct-number      pic x(10).
           05  fl-fee-invoice      pic 9(08).
           05  fl-fee-amount       pic s9(07)v99
                                   sign leading separate.
           05  fl-billed-date      pic x(08).

       01  ws-fee-ledger-table.
           05  ws-ledger-count     pic 9(05) comp value zero.
           05  ws-ledger-entry occurs 10000 times
                                   indexed by ws-ldg-idx.
               10  ws-ldg-merchant pic x(08).
               10  ws-ldg-month    pic x(06).

       01  ws-ledger-found-switch  pic x(01).
           88  ledger-found        value 'y'.
           88  ledger-not-found    value 'n'.

       01  ws-register-read-switch pic x(01) value 'n'.
           88  register-read       value 'y'.

       01  ws-last-invoice-number  pic 9(08) value zero.
       01  ws-fee-invoice-number   pic 9(08) value zero.
       01  ws-fee-amount           pic s9(07)v99 comp-3 value zero.

       01  ws-result-reason        pic x(24).
           88  merchant-billable   value spaces.

       01  ws-run-date.
           05  ws-run-year         pic 9(04).
           05  ws-run-month        pic 9(02).
           05  ws-run-day          pic 9(02).

       01  ws-billing-month.
           05  ws-billing-year     pic 9(04).
           05  ws-billing-mm       pic 9(02).
       01  ws-billing-month-x redefines ws-billing-month pic x(06).

       01  ws-control-totals.
           05  ws-volume-read      pic 9(07) comp value zero.
           05  ws-blocks-read      pic 9(05) comp value zero.
           05  ws-blocks-billed    pic 9(05) comp value zero.
           05  ws-incomplete-blocks pic 9(05) comp value zero.
           05  ws-volume-selected  pic 9(07) comp value zero.
           05  ws-merchants-billed pic 9(06) comp value zero.
           05  ws-merchants-no-xref pic 9(06) comp value zero.
           05  ws-merchants-not-billed pic 9(06) comp value zero.
           05  ws-merchants-already-billed pic 9(06) comp value zero.
           05  ws-ledger-read      pic 9(06) comp value zero.
           05  ws-fee-total        pic s9(09)v99 comp-3 value zero.
           05  ws-volume-total     pic s9(11)v99 comp-3 value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(32) value
                   'MERCHANT PROCESSING FEE REGISTER'.
               10  filler          pic x(09) value ' - MONTH '.
               10  hdg-billing-month pic x(06).
               10  filler          pic x(12) value '   RUN DATE '.
               10  hdg-run-date    pic x(08).
           05  ws-column-heading.
               10  filler          pic x(10) value 'MERCHANT'.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(09) value '  TRANS'.
               10  filler          pic x(17) value
                   '         VOLUME'.
               10  filler          pic x(15) value
                   '  INTERCHANGE'.
               10  filler          pic x(12) value 'RESULT'.
               10  filler          pic x(10) value 'FEE INV'.
               10  filler          pic x(12) value '       FEE'.
               10  filler          pic x(24) value 'REASON'.
           05  ws-fee-detail.
               10  fed-merchant-id pic x(08).
               10  filler          pic x(02) value spaces.
               10  fed-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  fed-tran-count  pic z(06)9.
               10  filler          pic x(02) value spaces.
               10  fed-volume      pic z(10)9.99-.
               10  filler          pic x(02) value spaces.
               10  fed-interchange pic z(08)9.99-.
               10  filler          pic x(02) value spaces.
               10  fed-result      pic x(10).
               10  filler          pic x(02) value spaces.
               10  fed-fee-invoice pic x(08).
               10  filler          pic x(02) value spaces.
               10  fed-fee-amount  pic z(06)9.99.
               10  filler          pic x(02) value spaces.
               10  fed-reason      pic x(24).
           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(10)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(08)9.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-accumulate-volume until volume-eof
           perform 3000-bill-one-merchant
               varying ws-merch-idx from 1 by 1
               until ws-merch-idx > ws-merchant-count
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
               into volume-filename xref-filename master-filename
                   fee-ledger-filename history-filename
                   invoice-register-filename fee-register-filename
                   billing-month-arg
           end-unstring

           if  volume-filename = spaces
           or xref-filename = spaces
           or master-filename = spaces
           or fee-ledger-filename = spaces
           or history-filename = spaces
           or invoice-register-filename = spaces
           or fee-register-filename = spaces
               display 'USAGE: MERCHANT-FEE VOLUME-FILENAME'
                   ' XREF-FILENAME MASTER-FILENAME'
                   ' FEE-LEDGER-FILENAME HISTORY-FILENAME'
                   ' REGISTER-FILENAME FEE-REGISTER-FILENAME'
                   ' [BILLING-MONTH]'
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           perform 1300-set-billing-month

           open input volume-file
           if  not volume-ok
               display 'MERCHANT-FEE: OPEN OF VOLUME-FILE FAILED,'
                   ' FILE STATUS=' ws-volume-status
               move 16 to return-code
               goback
           end-if
           perform 1400-scan-volume-blocks

           open input master-file
           if  not master-ok
               display 'MERCHANT-FEE: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           perform 1100-load-cross-reference
           perform 1200-load-fee-ledger

           open extend history-file
           if  not history-ok
               display 'MERCHANT-FEE: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open output fee-register-file

           move ws-billing-month-x to hdg-billing-month
           move ws-run-date to hdg-run-date
           write fee-register-record from ws-report-heading
           move spaces to fee-register-record
           write fee-register-record
           write fee-register-record from ws-column-heading

           perform 9560-read-invoice-register
           .

       1100-load-cross-reference.

           open input xref-file
           if  not xref-ok
               display 'MERCHANT-FEE: OPEN OF XREF-FILE FAILED,'
                   ' FILE STATUS=' ws-xref-status
               move 16 to return-code
               goback
           end-if

           perform 1110-read-xref-record
           perform 1120-store-xref-entry
               until xref-eof
           close xref-file
           .

       1110-read-xref-record.
           read xref-file into ws-xref-rec-fields
           .

       1120-store-xref-entry.

           if  ws-xref-count = 500
               display 'MERCHANT-FEE ABEND: XREF-FILE HAS MORE THAN'
                   ' 500 ENTRIES, WS-XREF-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           if  xr-merchant-id = spaces
           or xr-acct-number = spaces
           or xr-processing-pct is not numeric
           or xr-per-item-fee is not numeric
           or xr-monthly-minimum is not numeric
               display 'MERCHANT-FEE ABEND: CROSS-REFERENCE FOR'
                   ' MERCHANT ' xr-merchant-id ' IS NOT VALID -'
                   ' ACCOUNT REQUIRED AND RATES NUMERIC'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           add 1 to ws-xref-count
           move xr-merchant-id to ws-xref-merchant(ws-xref-count)
           move xr-acct-number to ws-xref-acct(ws-xref-count)
           move xr-processing-pct to ws-xref-pct(ws-xref-count)
           move xr-per-item-fee to ws-xref-per-item(ws-xref-count)
           move xr-monthly-minimum to ws-xref-minimum(ws-xref-count)
           perform 1110-read-xref-record
           .

      ***********************************************************************
      * 1200-LOAD-FEE-LEDGER reads every month already billed, then
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
               display 'MERCHANT-FEE: OPEN OF FEE-LEDGER-FILE FAILED,'
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
               display 'MERCHANT-FEE ABEND: MORE THAN 10000 FEE'
                   ' LEDGER ENTRIES, WS-FEE-LEDGER-TABLE IS FULL'
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
           move fl-merchant-id to ws-ldg-merchant(ws-ledger-count)
           move fl-billing-month to ws-ldg-month(ws-ledger-count)
           .

      ***********************************************************************
      * 1300-SET-BILLING-MONTH takes the month from the command line,
      * or bills the month just ended.
      ***********************************************************************

       1300-set-billing-month.

           if  billing-month-arg = spaces
               move ws-run-year to ws-billing-year
               move ws-run-month to ws-billing-mm
               if  ws-billing-mm = 1
                   subtract 1 from ws-billing-year
                   move 12 to ws-billing-mm
               else
                   subtract 1 from ws-billing-mm
               end-if
           else
               move billing-month-arg to ws-billing-month-x
               if  ws-billing-month-x is not numeric
               or ws-billing-mm < 1 or ws-billing-mm > 12
                   display 'MERCHANT-FEE: BILLING-MONTH MUST BE'
                       ' YYYYMM, GOT ' billing-month-arg
                   move 16 to return-code
                   stop run
               end-if
           end-if
           .

      ***********************************************************************
      * 1400-SCAN-VOLUME-BLOCKS is the first pass over the volume
      * file.  A header arriving while a block is still open, or the
      * end of the file, leaves that block without its trailer; it is
      * counted and never billed.  The file is reopened for the
      * second pass.
      ***********************************************************************

       1400-scan-volume-blocks.

           perform 1410-scan-volume-record until volume-eof
           if  block-open
               add 1 to ws-incomplete-blocks
           end-if

           close volume-file
           open input volume-file
           if  not volume-ok
               display 'MERCHANT-FEE: REOPEN OF VOLUME-FILE FAILED,'
                   ' FILE STATUS=' ws-volume-status
               move 16 to return-code
               goback
           end-if
           move zero to ws-block-number
           set block-closed to true
           .

       1410-scan-volume-record.

           read volume-file into ws-volume-fields
           if  volume-ok
               evaluate ws-volume-fields(1:3)
                   when 'HDR'
                       perform 1420-start-scan-block
                   when 'TRL'
                       perform 1430-end-scan-block
                   when other
                       if  block-open
                           add 1 to ws-block-count
                           if  mv-gross < zero
                               compute ws-block-abs-gross =
                                   zero - mv-gross
                           else
                               move mv-gross to ws-block-abs-gross
                           end-if
                           add ws-block-abs-gross to ws-block-hash
                       end-if
               end-evaluate
           end-if
           .

       1420-start-scan-block.
           if  block-open
               add 1 to ws-incomplete-blocks
           end-if
           add 1 to ws-block-number
           add 1 to ws-blocks-read
           move ws-volume-fields(1:48) to ws-header-trailer-record
           move ht-run-date to ws-block-run-date
           move zero to ws-block-count
           move zero to ws-block-hash
           set block-open to true
           .

       1430-end-scan-block.

           if  block-open
               move ws-volume-fields(1:48) to ws-header-trailer-record
               if  ht-record-count not = ws-block-count
               or ht-hash-total not = ws-block-hash
                   display 'MERCHANT-FEE ABEND: VOLUME BLOCK FOR RUN'
                       ' DATE ' ws-block-run-date ' DOES NOT BALANCE'
                       ' TO ITS TRAILER'
                   display '  TRAILER COUNT ' ht-record-count
                       ' RECORDS READ ' ws-block-count
                   move 16 to return-code
                   close volume-file
                   stop run
               end-if
               if  ws-block-run-date(1:6) = ws-billing-month-x
                   perform 1440-find-volume-day
                   if  day-not-found
                       if  ws-day-count = 31
                           display 'MERCHANT-FEE ABEND: VOLUME BLOCK'
                               ' RUN DATE ' ws-block-run-date
                               ' IS NOT A VALID DATE'
                           move 16 to return-code
                           close volume-file
                           stop run
                       end-if
                       add 1 to ws-day-count
                       move ws-block-run-date
                           to ws-day-run-date(ws-day-count)
                       move ws-day-count to ws-matched-day-idx
                   end-if
                   move ws-block-number
                       to ws-day-last-block(ws-matched-day-idx)
               end-if
               set block-closed to true
           end-if
           .

       1440-find-volume-day.
           set day-not-found to true
           perform 1450-check-volume-day-entry
               varying ws-day-idx from 1 by 1
               until ws-day-idx > ws-day-count
               or day-found
           .

       1450-check-volume-day-entry.
           if  ws-block-run-date = ws-day-run-date(ws-day-idx)
               set day-found to true
               set ws-matched-day-idx to ws-day-idx
           end-if
           .

      ***********************************************************************
      * 2000-ACCUMULATE-VOLUME is the second pass: only the records of
      * the block the first pass chose for each run date are totalled.
      ***********************************************************************

       2000-accumulate-volume.

           read volume-file into ws-volume-fields
           if  volume-ok
               evaluate ws-volume-fields(1:3)
                   when 'HDR'
                       perform 2010-start-volume-block
                   when 'TRL'
                       set block-not-selected to true
                   when other
                       add 1 to ws-volume-read
                       if  block-selected
                           perform 2020-add-merchant-volume
                       end-if
               end-evaluate
           end-if
           .

       2010-start-volume-block.
           add 1 to ws-block-number
           set block-not-selected to true
           move ws-volume-fields(1:48) to ws-header-trailer-record
           move ht-run-date to ws-block-run-date
           if  ws-block-run-date(1:6) = ws-billing-month-x
               perform 1440-find-volume-day
               if  day-found
                   if  ws-day-last-block(ws-matched-day-idx)
                           = ws-block-number
                       set block-selected to true
                       add 1 to ws-blocks-billed
                   end-if
               end-if
           end-if
           .

       2020-add-merchant-volume.
           add 1 to ws-volume-selected
           perform 2100-find-or-add-merchant
           add mv-tran-count
               to ws-merch-tran-count(ws-matched-merch-idx)
           add mv-gross
               to ws-merch-volume(ws-matched-merch-idx)
           add mv-fee
               to ws-merch-interchange(ws-matched-merch-idx)
           .

       2100-find-or-add-merchant.

           set merchant-not-found to true
           perform 2110-check-merchant-entry
               varying ws-merch-idx from 1 by 1
               until ws-merch-idx > ws-merchant-count
               or merchant-found

           if  merchant-not-found
               if  ws-merchant-count = 500
                   display 'MERCHANT-FEE ABEND: MORE THAN 500'
                       ' MERCHANTS IN MONTH, WS-MERCHANT-TABLE IS'
                       ' FULL'
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-merchant-count
               move mv-merchant-id to ws-merch-id(ws-merchant-count)
               move zero to ws-merch-tran-count(ws-merchant-count)
                   ws-merch-volume(ws-merchant-count)
                   ws-merch-interchange(ws-merchant-count)
               move ws-merchant-count to ws-matched-merch-idx
           end-if
           .

       2110-check-merchant-entry.
           if  mv-merchant-id = ws-merch-id(ws-merch-idx)
               set merchant-found to true
               set ws-matched-merch-idx to ws-merch-idx
           end-if
           .

      ***********************************************************************
      * 3000-BILL-ONE-MERCHANT bills a merchant once per month, to the
      * account its cross-reference names; every merchant not billed
      * is listed with the reason.
      ***********************************************************************

       3000-bill-one-merchant.

           move spaces to ws-result-reason
           move spaces to fed-acct-number
           add ws-merch-volume(ws-merch-idx) to ws-volume-total

           perform 3100-find-cross-reference
           if  xref-not-found
               move 'NO CROSS-REFERENCE' to ws-result-reason
               add 1 to ws-merchants-no-xref
           else
               move ws-xref-acct(ws-matched-xref-idx)
                   to fed-acct-number
           end-if

           if  merchant-billable
               perform 3200-check-already-billed
               if  ledger-found
                   move 'ALREADY BILLED FOR MONTH' to ws-result-reason
                   add 1 to ws-merchants-already-billed
               end-if
           end-if

           if  merchant-billable
               move ws-xref-acct(ws-matched-xref-idx) to mst-acct-key
               read master-file
               if  not master-ok
                   move 'ACCOUNT NOT ON MASTER' to ws-result-reason
               else
                   if  mst-status-closed
                       move 'ACCOUNT CLOSED' to ws-result-reason
                   end-if
               end-if
           end-if

           if  merchant-billable
               perform 3300-price-processing-fee
               if  ws-fee-amount not > zero
                   move 'FEE COMPUTES TO ZERO' to ws-result-reason
               end-if
           end-if

           if  merchant-billable
               perform 3400-issue-fee-invoice
           else
               add 1 to ws-merchants-not-billed
               move 'NOT BILLED' to fed-result
               move spaces to fed-fee-invoice
               move zero to fed-fee-amount
               perform 3900-write-fee-line
           end-if
           .

       3100-find-cross-reference.
           set xref-not-found to true
           perform 3110-check-xref-entry
               varying ws-xref-idx from 1 by 1
               until ws-xref-idx > ws-xref-count
               or xref-found
           .

       3110-check-xref-entry.
           if  ws-merch-id(ws-merch-idx)
                   = ws-xref-merchant(ws-xref-idx)
               set xref-found to true
               set ws-matched-xref-idx to ws-xref-idx
           end-if
           .

       3200-check-already-billed.
           set ledger-not-found to true
           perform 3210-check-billed-entry
               varying ws-ldg-idx from 1 by 1
               until ws-ldg-idx > ws-ledger-count
               or ledger-found
           .

       3210-check-billed-entry.
           if  ws-merch-id(ws-merch-idx) = ws-ldg-merchant(ws-ldg-idx)
           and ws-billing-month-x = ws-ldg-month(ws-ldg-idx)
               set ledger-found to true
           end-if
           .

      ***********************************************************************
      * 3300-PRICE-PROCESSING-FEE: the percentage of the month's net
      * settled volume plus the per-item fee on every transaction,
      * never less than the merchant's monthly minimum.
      ***********************************************************************

       3300-price-processing-fee.
           compute ws-fee-amount rounded =
               ws-merch-volume(ws-merch-idx)
               * ws-xref-pct(ws-matched-xref-idx) / 100
               + ws-merch-tran-count(ws-merch-idx)
               * ws-xref-per-item(ws-matched-xref-idx)
           end-compute
           if  ws-fee-amount < ws-xref-minimum(ws-matched-xref-idx)
               move ws-xref-minimum(ws-matched-xref-idx)
                   to ws-fee-amount
           end-if
           .

      ***********************************************************************
      * 3400-ISSUE-FEE-INVOICE takes the next number from the
      * controlled register, journals the 'M' row into the invoice
      * history, and records the month in the fee ledger.
      ***********************************************************************

       3400-issue-fee-invoice.

           add 1 to ws-last-invoice-number
           move ws-last-invoice-number to ws-fee-invoice-number

           move spaces to ws-history-fields
           move ws-xref-acct(ws-matched-xref-idx) to hist-acct-number
           move ws-run-date to hist-invoice-date
           move 'N' to hist-rolled-indicator
           move ws-run-date to hist-run-date
           move ws-fee-invoice-number to hist-invoice-number
           set hist-type-merchant-fee to true
           move ws-fee-amount to hist-amount
           write history-record from ws-history-fields
           if  not history-ok
               display 'MERCHANT-FEE ABEND: WRITE TO HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-history-status
               move 16 to return-code
               close history-file
               close fee-ledger-file
               perform 9650-write-invoice-register
               perform 9400-close-files
               stop run
           end-if

           move ws-merch-id(ws-merch-idx) to fl-merchant-id
           move ws-billing-month-x to fl-billing-month
           move ws-xref-acct(ws-matched-xref-idx) to fl-acct-number
           move ws-fee-invoice-number to fl-fee-invoice
           move ws-fee-amount to fl-fee-amount
           move ws-run-date to fl-billed-date
           write fee-ledger-record from ws-fee-ledger-fields
           if  not fee-ledger-ok
               display 'MERCHANT-FEE ABEND: WRITE TO FEE-LEDGER-FILE'
                   ' FAILED, FILE STATUS=' ws-fee-ledger-status
               move 16 to return-code
               close history-file
               close fee-ledger-file
               perform 9650-write-invoice-register
               perform 9400-close-files
               stop run
           end-if
           perform 1230-add-ledger-entry

           add 1 to ws-merchants-billed
           add ws-fee-amount to ws-fee-total

           move 'PROCESSING FEE' to ws-result-reason
           move 'BILLED' to fed-result
           move ws-fee-invoice-number to fed-fee-invoice
           move ws-fee-amount to fed-fee-amount
           perform 3900-write-fee-line
           .

       3900-write-fee-line.
           move ws-merch-id(ws-merch-idx) to fed-merchant-id
           move ws-merch-tran-count(ws-merch-idx) to fed-tran-count
           move ws-merch-volume(ws-merch-idx) to fed-volume
           move ws-merch-interchange(ws-merch-idx) to fed-interchange
           move ws-result-reason to fed-reason
           write fee-register-record from ws-fee-detail
           .

       5000-write-summary.
           move spaces to fee-register-record
           write fee-register-record
           move 'MERCHANTS BILLED        ' to cnt-label
           move ws-merchants-billed to cnt-value
           write fee-register-record from ws-summary-count-detail
           move 'FEE AMOUNT TOTAL        ' to sum-label
           move ws-fee-total to sum-value
           write fee-register-record from ws-summary-detail
           move 'SETTLED VOLUME TOTAL    ' to sum-label
           move ws-volume-total to sum-value
           write fee-register-record from ws-summary-detail
           move 'MERCHANTS NOT BILLED    ' to cnt-label
           move ws-merchants-not-billed to cnt-value
           write fee-register-record from ws-summary-count-detail
           move 'NO CROSS-REFERENCE      ' to cnt-label
           move ws-merchants-no-xref to cnt-value
           write fee-register-record from ws-summary-count-detail
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
           close volume-file
           close master-file
           close fee-register-file
           .

       9500-display-control-totals.
           display 'MERCHANT-FEE CONTROL TOTALS'
           display '  BILLING MONTH.......... ' ws-billing-month-x
           display '  VOLUME BLOCKS READ..... ' ws-blocks-read
           display '  BLOCKS BILLED FROM..... ' ws-blocks-billed
           display '  BLOCKS WITH NO TRAILER. ' ws-incomplete-blocks
           display '  VOLUME RECORDS READ.... ' ws-volume-read
           display '  VOLUME IN MONTH........ ' ws-volume-selected
           display '  MERCHANTS IN MONTH..... ' ws-merchant-count
           display '  MERCHANTS BILLED....... ' ws-merchants-billed
           display '  MERCHANTS NOT BILLED... '
               ws-merchants-not-billed
           display '  NO CROSS-REFERENCE..... ' ws-merchants-no-xref
           display '  ALREADY BILLED......... '
               ws-merchants-already-billed
           display '  FEE LEDGER READ........ ' ws-ledger-read
           display '  FEE AMOUNT TOTAL....... ' ws-fee-total
           .

       9999-end.
           .
