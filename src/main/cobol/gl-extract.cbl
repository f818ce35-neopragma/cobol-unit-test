      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   General ledger journal extract.  Reads the invoice
      *            history rows journaled on the posting date and
      *            CARDSETL's funding file, maps each activity type to
      *            its debit and credit GL accounts through the chart-
      *            of-accounts mapping file, and writes a summary
      *            journal - one debit line and one credit line per
      *            activity - wrapped in the standard header/trailer,
      *            so finance loads the journal instead of keying it
      *            from the printed reports.  Total debits must equal
      *            total credits or the trailer is not written.  An
      *            activity type with no mapping stops the extract
      *            before any journal line is written, so nothing is
      *            ever dropped from the ledger.  A journal proof
      *            report lists each activity against the source
      *            program and control total it must tie to.
      *
      * Usage:     gl-extract history-filename funding-filename
      *            mapping-filename journal-filename proof-filename
      *            [posting-date]
      *
      *            Posting date is YYYYMMDD and defaults to today.  A
      *            history row is selected by its run date - the date
      *            it was journaled - not its invoice date.  The
      *            funding file must carry CARDSETL's header for the
      *            posting date and a trailer that agrees with its
      *            records; each funding record is activity S.
      *
      *            Mapping record, fixed columns: source X(08) -
      *            INVHIST or FUNDING - activity type X(01), debit GL
      *            account X(10), credit GL account X(10), description
      *            X(24).  A negative net activity swaps the two sides.
      *
      *            Journal record, fixed columns: posting date X(08),
      *            line number 9(05), GL account X(10), debit/credit
      *            indicator X(01) D or C, amount 9(09)V99, source
      *            X(08), activity type X(01), description X(24).
      **********************************************************************
       identification division.
       program-id. gl-extract.
       environment division.
       input-output section.
       file-control.

           select history-file assign to history-filename
               organization is line sequential
               file status is ws-history-status.

           select funding-file assign to funding-filename
               organization is line sequential
               file status is ws-funding-status.

           select mapping-file assign to mapping-filename
               organization is line sequential
               file status is ws-mapping-status.

           select journal-file assign to journal-filename
               organization is line sequential
               file status is ws-journal-status.

           select proof-file assign to proof-filename
               organization is line sequential
               file status is ws-proof-status.

       data division.
       file section.

       fd  history-file.
       01  history-record pic x(46).

       fd  funding-file.
       01  funding-record pic x(48).

       fd  mapping-file.
       01  mapping-record pic x(53).

       fd  journal-file.
       01  journal-record pic x(68).

       fd  proof-file.
       01  proof-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  history-filename    pic x(120).
           05  funding-filename    pic x(120).
           05  mapping-filename    pic x(120).
           05  journal-filename    pic x(120).
           05  proof-filename      pic x(120).
           05  posting-date-arg    pic x(08).

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.
           88  history-eof         value '10'.

       01  ws-funding-status       pic x(02).
           88  funding-ok          value '00'.
           88  funding-eof         value '10'.

       01  ws-mapping-status       pic x(02).
           88  mapping-ok          value '00'.
           88  mapping-eof         value '10'.

       01  ws-journal-status       pic x(02).
           88  journal-ok          value '00'.

       01  ws-proof-status         pic x(02).
           88  proof-ok            value '00'.

       01  ws-history-fields.
           copy invhist.

       01  ws-funding-fields.
           05  fnd-brand-name      pic x(20).
           05  fnd-value-date      pic x(08).
           05  fnd-net-amount      pic s9(11)v99
                                   sign leading separate.
           05  filler              pic x(06).

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-mapping-fields.
           05  map-source          pic x(08).
           05  map-activity        pic x(01).
           05  map-debit-account   pic x(10).
           05  map-credit-account  pic x(10).
           05  map-description     pic x(24).

       01  ws-journal-fields.
           05  jnl-posting-date    pic x(08).
           05  jnl-line-number     pic 9(05).
           05  jnl-gl-account      pic x(10).
           05  jnl-dc-indicator    pic x(01).
               88  jnl-debit       value 'D'.
               88  jnl-credit      value 'C'.
           05  jnl-amount          pic 9(09)v99.
           05  jnl-source          pic x(08).
           05  jnl-activity        pic x(01).
           05  jnl-description     pic x(24).

      ***********************************************************************
      * One entry per mapping record.  The activity read from the
      * sources is accumulated against its entry; an activity with no
      * entry stops the run.
      ***********************************************************************

       01  ws-mapping-table.
           05  ws-mapping-count    pic 9(03) comp value zero.
           05  ws-mapping-entry occurs 50 times
                                   indexed by ws-map-idx.
               10  ws-map-source   pic x(08).
               10  ws-map-activity pic x(01).
               10  ws-map-debit-account pic x(10).
               10  ws-map-credit-account pic x(10).
               10  ws-map-description pic x(24).
               10  ws-map-row-count pic 9(07) comp.
               10  ws-map-total    pic s9(11)v99 comp-3.

       01  ws-map-found-switch     pic x(01).
           88  map-found           value 'y'.
           88  map-not-found       value 'n'.

       01  ws-matched-map-idx      pic 9(03) comp value zero.

       01  ws-lookup-source        pic x(08).
       01  ws-lookup-activity      pic x(01).

      ***********************************************************************
      * The source program and control total each activity ties back
      * to on the proof report.
      ***********************************************************************

       01  ws-tie-values.
           05  filler pic x(39) value
               'IINVDATE       TOTAL AMOUNT INVOICED   '.
           05  filler pic x(39) value
               'PPAYMENT-POST  PAYMENTS APPLIED        '.
           05  filler pic x(39) value
               'CINVOICE-ADJUSTCREDIT ADJUSTMENTS      '.
           05  filler pic x(39) value
               'DINVOICE-ADJUSTDEBIT ADJUSTMENTS       '.
           05  filler pic x(39) value
               'FLATE-FEE      FEE AMOUNT TOTAL        '.
           05  filler pic x(39) value
               'WWRITE-OFF     WRITE-OFF TOTAL         '.
           05  filler pic x(39) value
               'VPAYMENT-POST  AGENCY RECOVERY TOTAL   '.
           05  filler pic x(39) value
               'RREFUND-RUN    REFUND TOTAL            '.
           05  filler pic x(39) value
               'UINVDATE       TOTAL USAGE INVOICED    '.
           05  filler pic x(39) value
               'TINVDATE       TOTAL TAX INVOICED      '.
           05  filler pic x(39) value
               'MMERCHANT-FEE  FEE AMOUNT TOTAL        '.
           05  filler pic x(39) value
               'SCARDSETL      FUNDING TRAILER NET     '.
       01  ws-tie-table redefines ws-tie-values.
           05  ws-tie-entry occurs 12 times
                                   indexed by ws-tie-idx.
               10  ws-tie-activity pic x(01).
               10  ws-tie-program  pic x(14).
               10  ws-tie-control  pic x(24).

       01  ws-tie-found-switch     pic x(01).
           88  tie-found           value 'y'.
           88  tie-not-found       value 'n'.

       01  ws-matched-tie-idx      pic 9(03) comp value zero.

       01  ws-posting-date         pic x(08).
       01  ws-run-date             pic x(08).

       01  ws-funding-header-switch pic x(01) value 'n'.
           88  funding-header-seen value 'y'.
       01  ws-funding-trailer-switch pic x(01) value 'n'.
           88  funding-trailer-seen value 'y'.

       01  ws-funding-abs-net      pic 9(11)v99 value zero.
       01  ws-funding-hash         pic 9(11)v9(04) value zero.
       01  ws-funding-net          pic s9(11)v99 comp-3 value zero.
       01  ws-trailer-count        pic 9(09) value zero.
       01  ws-trailer-hash         pic 9(11)v9(04) value zero.
       01  ws-trailer-net          pic s9(11)v99 comp-3 value zero.

       01  ws-line-amount          pic s9(11)v99 comp-3 value zero.

       01  ws-control-totals.
           05  ws-history-read     pic 9(07) comp value zero.
           05  ws-legacy-skipped   pic 9(06) comp value zero.
           05  ws-history-selected pic 9(07) comp value zero.
           05  ws-funding-read     pic 9(06) comp value zero.
           05  ws-journal-lines    pic 9(05) value zero.
           05  ws-debit-total      pic 9(11)v99 comp-3 value zero.
           05  ws-credit-total     pic 9(11)v99 comp-3 value zero.
           05  ws-journal-hash     pic 9(11)v9(04) value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(34) value
                   'GL JOURNAL PROOF - POSTING DATE  '.
               10  hdg-posting-date pic x(08).
           05  ws-column-heading.
               10  filler          pic x(16) value 'SOURCE PROGRAM'.
               10  filler          pic x(26) value 'CONTROL TOTAL'.
               10  filler          pic x(05) value 'ACT'.
               10  filler          pic x(08) value '    ROWS'.
               10  filler          pic x(17) value
                   '           AMOUNT'.
               10  filler          pic x(02) value spaces.
               10  filler          pic x(12) value 'DEBIT'.
               10  filler          pic x(12) value 'CREDIT'.
           05  ws-proof-detail.
               10  prf-program     pic x(14).
               10  filler          pic x(02) value spaces.
               10  prf-control     pic x(24).
               10  filler          pic x(02) value spaces.
               10  prf-activity    pic x(01).
               10  filler          pic x(04) value spaces.
               10  prf-row-count   pic z(06)9.
               10  filler          pic x(02) value spaces.
               10  prf-amount      pic z(10)9.99-.
               10  filler          pic x(02) value spaces.
               10  prf-debit-account pic x(10).
               10  filler          pic x(02) value spaces.
               10  prf-credit-account pic x(10).
           05  ws-summary-detail.
               10  sum-label       pic x(24).
               10  sum-value       pic z(10)9.99-.
           05  ws-summary-count-detail.
               10  cnt-label       pic x(24).
               10  cnt-value       pic z(11)9.
           05  ws-balance-line     pic x(40).

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-read-history until history-eof
           perform 3000-read-funding until funding-eof
           perform 3900-validate-funding-trailer
           perform 4000-write-journal-lines
               varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-mapping-count
           perform 4900-check-balance
           perform 4950-write-journal-trailer
           perform 5000-write-proof
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into history-filename funding-filename
                   mapping-filename journal-filename proof-filename
                   posting-date-arg
           end-unstring

           if  history-filename = spaces
           or funding-filename = spaces
           or mapping-filename = spaces
           or journal-filename = spaces
           or proof-filename = spaces
               display 'USAGE: GL-EXTRACT HISTORY-FILENAME'
                   ' FUNDING-FILENAME MAPPING-FILENAME'
                   ' JOURNAL-FILENAME PROOF-FILENAME [POSTING-DATE]'
               goback
           end-if

           accept ws-run-date from date yyyymmdd
           if  posting-date-arg = spaces
               move ws-run-date to ws-posting-date
           else
               if  posting-date-arg is not numeric
                   display 'GL-EXTRACT: POSTING-DATE MUST BE'
                       ' YYYYMMDD, GOT ' posting-date-arg
                   move 16 to return-code
                   goback
               end-if
               move posting-date-arg to ws-posting-date
           end-if

           perform 1100-load-mapping

           open input history-file
           if  not history-ok
               display 'GL-EXTRACT: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           open input funding-file
           if  not funding-ok
               display 'GL-EXTRACT: OPEN OF FUNDING-FILE FAILED,'
                   ' FILE STATUS=' ws-funding-status
               move 16 to return-code
               goback
           end-if

           open output journal-file
           open output proof-file

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-posting-date to ht-run-date
           move 'GL-EXTRACT' to ht-program-name
           move 'GL-JOURNAL' to ht-file-identifier
           write journal-record from ws-header-trailer-record
           .

       1100-load-mapping.

           open input mapping-file
           if  not mapping-ok
               display 'GL-EXTRACT: OPEN OF MAPPING-FILE FAILED,'
                   ' FILE STATUS=' ws-mapping-status
               move 16 to return-code
               goback
           end-if
           perform 1110-read-mapping-record
           perform 1120-store-mapping-entry until mapping-eof
           close mapping-file
           .

       1110-read-mapping-record.
           read mapping-file into ws-mapping-fields
           .

       1120-store-mapping-entry.
           if  ws-mapping-count = 50
               display 'GL-EXTRACT ABEND: MAPPING-FILE HAS MORE THAN'
                   ' 50 ENTRIES, WS-MAPPING-TABLE IS FULL'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-mapping-count
           set ws-map-idx to ws-mapping-count
           move map-source to ws-map-source(ws-map-idx)
           move map-activity to ws-map-activity(ws-map-idx)
           move map-debit-account to ws-map-debit-account(ws-map-idx)
           move map-credit-account
               to ws-map-credit-account(ws-map-idx)
           move map-description to ws-map-description(ws-map-idx)
           move zero to ws-map-row-count(ws-map-idx)
           move zero to ws-map-total(ws-map-idx)
           perform 1110-read-mapping-record
           .

       2000-read-history.

           read history-file into ws-history-fields
           if  history-ok
               add 1 to ws-history-read
               if  hist-invoice-number is not numeric
                   add 1 to ws-legacy-skipped
               else
                   if  hist-run-date = ws-posting-date
                       perform 2100-accumulate-history-row
                   end-if
               end-if
           end-if
           .

      ***********************************************************************
      * A blank record type reads as an invoice, as it does everywhere
      * else the history is read.
      ***********************************************************************

       2100-accumulate-history-row.

           add 1 to ws-history-selected
           move 'INVHIST' to ws-lookup-source
           if  hist-record-type = space
               move 'I' to ws-lookup-activity
           else
               move hist-record-type to ws-lookup-activity
           end-if
           perform 2500-find-mapping
           add 1 to ws-map-row-count(ws-matched-map-idx)
           add hist-amount to ws-map-total(ws-matched-map-idx)
           .

      ***********************************************************************
      * 2500-FIND-MAPPING stops the run on an activity with no mapping.
      * Nothing has been written to the journal yet but its header, and
      * the missing trailer keeps the load from accepting it.
      ***********************************************************************

       2500-find-mapping.

           set map-not-found to true
           perform 2510-check-mapping-entry
               varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-mapping-count
               or map-found

           if  map-not-found
               display 'GL-EXTRACT ABEND: NO GL MAPPING FOR SOURCE '
                   ws-lookup-source ' ACTIVITY TYPE "'
                   ws-lookup-activity '"'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

       2510-check-mapping-entry.
           if  ws-lookup-source = ws-map-source(ws-map-idx)
           and ws-lookup-activity = ws-map-activity(ws-map-idx)
               set map-found to true
               set ws-matched-map-idx to ws-map-idx
           end-if
           .

       3000-read-funding.

           read funding-file into ws-funding-fields
           if  funding-ok
               evaluate ws-funding-fields(1:3)
                   when 'HDR'
                       perform 3100-check-funding-header
                   when 'TRL'
                       move ws-funding-fields
                           to ws-header-trailer-record
                       move ht-record-count to ws-trailer-count
                       move ht-hash-total to ws-trailer-hash
                       move ht-net-total to ws-trailer-net
                       set funding-trailer-seen to true
                   when other
                       perform 3200-accumulate-funding-row
               end-evaluate
           end-if
           .

      ***********************************************************************
      * The funding file must be the settlement for the posting date,
      * so a stale file is never journaled a second time.
      ***********************************************************************

       3100-check-funding-header.
           move ws-funding-fields to ws-header-trailer-record
           if  ht-program-name not = 'CARDSETL'
           or ht-run-date not = ws-posting-date
               display 'GL-EXTRACT ABEND: FUNDING-FILE HEADER IS '
                   ht-program-name ' ' ht-run-date
                   ', EXPECTED CARDSETL ' ws-posting-date
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           set funding-header-seen to true
           .

       3200-accumulate-funding-row.
           add 1 to ws-funding-read
           if  fnd-net-amount < zero
               compute ws-funding-abs-net = zero - fnd-net-amount
           else
               move fnd-net-amount to ws-funding-abs-net
           end-if
           add ws-funding-abs-net to ws-funding-hash
           add fnd-net-amount to ws-funding-net

           move 'FUNDING' to ws-lookup-source
           move 'S' to ws-lookup-activity
           perform 2500-find-mapping
           add 1 to ws-map-row-count(ws-matched-map-idx)
           add fnd-net-amount to ws-map-total(ws-matched-map-idx)
           .

       3900-validate-funding-trailer.

           if  not funding-header-seen
               display 'GL-EXTRACT ABEND: FUNDING-FILE HAS NO HEADER'
                   ' RECORD'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           if  not funding-trailer-seen
               display 'GL-EXTRACT ABEND: FUNDING-FILE HAS NO TRAILER'
                   ' RECORD - FILE MAY BE TRUNCATED'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if

           if  ws-trailer-count not = ws-funding-read
           or ws-trailer-hash not = ws-funding-hash
           or ws-trailer-net not = ws-funding-net
               display 'GL-EXTRACT ABEND: FUNDING-FILE TRAILER '
                   ws-trailer-count ' ' ws-trailer-hash
                   ' DOES NOT MATCH RECORDS READ ' ws-funding-read
                   ' ' ws-funding-hash
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

      ***********************************************************************
      * 4000-WRITE-JOURNAL-LINES writes the debit and credit line for
      * one activity's net total.  A negative net - more payment
      * reversals than payments, say - swaps the sides so every line
      * carries a positive amount.
      ***********************************************************************

       4000-write-journal-lines.

           if  ws-map-total(ws-map-idx) = zero
               exit paragraph
           end-if

           move spaces to ws-journal-fields
           move ws-posting-date to jnl-posting-date
           move ws-map-source(ws-map-idx) to jnl-source
           move ws-map-activity(ws-map-idx) to jnl-activity
           move ws-map-description(ws-map-idx) to jnl-description
           if  ws-map-total(ws-map-idx) < zero
               compute ws-line-amount = zero - ws-map-total(ws-map-idx)
           else
               move ws-map-total(ws-map-idx) to ws-line-amount
           end-if
           move ws-line-amount to jnl-amount

           move ws-map-debit-account(ws-map-idx) to jnl-gl-account
           if  ws-map-total(ws-map-idx) < zero
               set jnl-credit to true
           else
               set jnl-debit to true
           end-if
           perform 4100-write-one-line

           move ws-map-credit-account(ws-map-idx) to jnl-gl-account
           if  ws-map-total(ws-map-idx) < zero
               set jnl-debit to true
           else
               set jnl-credit to true
           end-if
           perform 4100-write-one-line
           .

       4100-write-one-line.
           add 1 to ws-journal-lines
           move ws-journal-lines to jnl-line-number
           write journal-record from ws-journal-fields
           if  not journal-ok
               display 'GL-EXTRACT ABEND: WRITE TO JOURNAL-FILE FAILED,'
                   ' FILE STATUS=' ws-journal-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add ws-line-amount to ws-journal-hash
           if  jnl-debit
               add ws-line-amount to ws-debit-total
           else
               add ws-line-amount to ws-credit-total
           end-if
           .

       4900-check-balance.
           if  ws-debit-total not = ws-credit-total
               display 'GL-EXTRACT ABEND: JOURNAL OUT OF BALANCE,'
                   ' DEBITS ' ws-debit-total ' CREDITS '
                   ws-credit-total
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

      ***********************************************************************
      * The trailer is written only once the journal balances.  Its net
      * is debits less credits, which is zero on every good file.
      ***********************************************************************

       4950-write-journal-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-journal-lines to ht-record-count
           move ws-journal-hash to ht-hash-total
           compute ht-net-total = ws-debit-total - ws-credit-total
           write journal-record from ws-header-trailer-record
           .

       5000-write-proof.

           move ws-posting-date to hdg-posting-date
           write proof-record from ws-report-heading
           move spaces to proof-record
           write proof-record
           write proof-record from ws-column-heading

           perform 5100-write-proof-line
               varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-mapping-count

           move spaces to proof-record
           write proof-record
           move 'HISTORY ROWS SELECTED   ' to cnt-label
           move ws-history-selected to cnt-value
           write proof-record from ws-summary-count-detail
           move 'FUNDING RECORDS READ    ' to cnt-label
           move ws-funding-read to cnt-value
           write proof-record from ws-summary-count-detail
           move 'FUNDING TRAILER NET     ' to sum-label
           move ws-trailer-net to sum-value
           write proof-record from ws-summary-detail
           move 'JOURNAL LINES WRITTEN   ' to cnt-label
           move ws-journal-lines to cnt-value
           write proof-record from ws-summary-count-detail
           move 'TOTAL DEBITS            ' to sum-label
           move ws-debit-total to sum-value
           write proof-record from ws-summary-detail
           move 'TOTAL CREDITS           ' to sum-label
           move ws-credit-total to sum-value
           write proof-record from ws-summary-detail
           move 'JOURNAL IN BALANCE' to ws-balance-line
           write proof-record from ws-balance-line
           .

       5100-write-proof-line.

           set tie-not-found to true
           perform 5110-check-tie-entry
               varying ws-tie-idx from 1 by 1
               until ws-tie-idx > 12
               or tie-found

           move spaces to ws-proof-detail
           if  tie-found
               move ws-tie-program(ws-matched-tie-idx)
                   to prf-program
               move ws-tie-control(ws-matched-tie-idx)
                   to prf-control
           else
               move ws-map-source(ws-map-idx) to prf-program
               move ws-map-description(ws-map-idx) to prf-control
           end-if
           move ws-map-activity(ws-map-idx) to prf-activity
           move ws-map-row-count(ws-map-idx) to prf-row-count
           move ws-map-total(ws-map-idx) to prf-amount
           move ws-map-debit-account(ws-map-idx) to prf-debit-account
           move ws-map-credit-account(ws-map-idx)
               to prf-credit-account
           write proof-record from ws-proof-detail
           .

       5110-check-tie-entry.
           if  ws-map-activity(ws-map-idx)
                   = ws-tie-activity(ws-tie-idx)
               set tie-found to true
               set ws-matched-tie-idx to ws-tie-idx
           end-if
           .

       9400-close-files.
           close history-file
           close funding-file
           close journal-file
           close proof-file
           .

       9500-display-control-totals.
           display 'GL-EXTRACT CONTROL TOTALS'
           display '  HISTORY RECORDS READ... ' ws-history-read
           display '  LEGACY ROWS SKIPPED.... ' ws-legacy-skipped
           display '  HISTORY ROWS SELECTED.. ' ws-history-selected
           display '  FUNDING RECORDS READ... ' ws-funding-read
           display '  JOURNAL LINES WRITTEN.. ' ws-journal-lines
           display '  TOTAL DEBITS........... ' ws-debit-total
           display '  TOTAL CREDITS.......... ' ws-credit-total
           .

       9999-end.
           .
