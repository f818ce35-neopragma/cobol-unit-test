      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Bad-debt write-off and collection agency placement.
      *            Driven by the approved write-off list finance signs,
      *            it journals a 'W' write-off row into the invoice
      *            history for every open invoice on each approved
      *            account, so payment-post clears the balance from the
      *            open items and statement-gen shows the write-off;
      *            sets the account closed on the indexed account
      *            master so invdate stops billing it; writes a
      *            placement record for the outside collection agency
      *            with name and address from the name-and-address
      *            file, wrapped in the standard header/trailer; and
      *            prints a write-off register for finance sign-off.
      *            Money the agency later recovers is posted through
      *            payment-post as an agency recovery ('V' row), not as
      *            ordinary cash.  Each account closed is appended to
      *            the account change history with its master record
      *            before and after, under the approver's ID.
      *
      * Usage:     write-off approved-list-filename
      *            open-items-filename master-filename
      *            name-address-filename history-filename
      *            placement-filename register-filename
      *            change-history-filename
      *
      *            Approved list record, fixed columns: account X(10),
      *            approver ID X(08), approval date X(08) YYYYMMDD.
      *
      *            Placement record, fixed columns: account X(10),
      *            name X(30), address line 1 X(30), address line 2
      *            X(30), state X(02), country X(02), written-off
      *            balance 9(07)V99, write-off date X(08), oldest
      *            written-off invoice date X(08), open invoice count
      *            9(04).  The trailer hash is the sum of the balances.
      **********************************************************************
       identification division.
       program-id. write-off.
       environment division.
       input-output section.
       file-control.

           select approved-list-file assign to approved-list-filename
               organization is line sequential
               file status is ws-approved-list-status.

           select open-items-file assign to open-items-filename
               organization is line sequential
               file status is ws-open-items-status.

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

           select placement-file assign to placement-filename
               organization is line sequential
               file status is ws-placement-status.

           select register-file assign to register-filename
               organization is line sequential
               file status is ws-register-status.

           select change-history-file
               assign to change-history-filename
               organization is line sequential
               file status is ws-change-history-status.

       data division.
       file section.

       fd  approved-list-file.
       01  approved-list-record pic x(26).

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

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  history-file.
       01  history-record pic x(46).

       fd  placement-file.
       01  placement-record pic x(133).

       fd  register-file.
       01  register-record pic x(132).

       fd  change-history-file.
       01  change-history-record pic x(191).

       working-storage section.

       01  args pic x(1000).

       01  arg-values.
           05  approved-list-filename pic x(120).
           05  open-items-filename pic x(120).
           05  master-filename     pic x(120).
           05  name-address-filename pic x(120).
           05  history-filename    pic x(120).
           05  placement-filename  pic x(120).
           05  register-filename   pic x(120).
           05  change-history-filename pic x(120).

       01  ws-approved-list-status pic x(02).
           88  approved-list-ok    value '00'.
           88  approved-list-eof   value '10'.

       01  ws-open-items-status    pic x(02).
           88  open-items-ok       value '00'.
           88  open-items-eof      value '10'.

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
           88  master-not-found    value '23'.

       01  ws-name-address-status  pic x(02).
           88  name-address-ok     value '00'.
           88  name-address-eof    value '10'.

       01  ws-history-status       pic x(02).
           88  history-ok          value '00'.

       01  ws-placement-status     pic x(02).
           88  placement-ok        value '00'.

       01  ws-register-status      pic x(02).
           88  register-ok         value '00'.

       01  ws-change-history-status pic x(02).
           88  change-history-ok   value '00'.

       01  ws-change-history-switch pic x(01) value 'N'.
           88  change-history-open value 'Y'.
           88  change-history-closed value 'N'.

       01  ws-approved-fields.
           05  apr-acct-number     pic x(10).
           05  apr-approver-id     pic x(08).
           05  apr-approval-date   pic x(08).

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

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-change-history-fields.
           copy acctchg.

           copy acctchgh.

       01  ws-placement-fields.
           05  plc-acct-number     pic x(10).
           05  plc-name            pic x(30).
           05  plc-addr-1          pic x(30).
           05  plc-addr-2          pic x(30).
           05  plc-state           pic x(02).
           05  plc-country         pic x(02).
           05  plc-balance         pic 9(07)v99.
           05  plc-write-off-date  pic x(08).
           05  plc-oldest-date     pic x(08).
           05  plc-item-count      pic 9(04).

      ***********************************************************************
      * Every open item with a balance owed, loaded once; an account's
      * items are cleared in the table as they are written off, so a
      * repeated approval finds nothing left to write off.
      ***********************************************************************

       01  ws-open-item-table.
           05  ws-open-item-count  pic 9(04) comp value zero.
           05  ws-open-item-entry occurs 5000 times
                                   indexed by ws-opn-idx.
               10  ws-opn-acct     pic x(10).
               10  ws-opn-invoice  pic 9(08).
               10  ws-opn-date     pic x(08).
               10  ws-opn-balance  pic s9(07)v99 comp-3.

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

       01  ws-acct-write-off-fields.
           05  ws-acct-write-off-total pic s9(07)v99 comp-3.
           05  ws-acct-item-count  pic 9(04) comp.
           05  ws-acct-oldest-date pic x(08).

       01  ws-reject-reason        pic x(30).
           88  approval-accepted   value spaces.

       01  ws-run-date             pic x(08).

       01  ws-control-totals.
           05  ws-approvals-read   pic 9(06) comp value zero.
           05  ws-accounts-written-off pic 9(06) comp value zero.
           05  ws-approvals-rejected pic 9(06) comp value zero.
           05  ws-write-off-rows   pic 9(06) comp value zero.
           05  ws-open-items-read  pic 9(06) comp value zero.
           05  ws-placements-written pic 9(06) comp value zero.
           05  ws-changes-recorded pic 9(06) comp value zero.
           05  ws-write-off-total  pic s9(09)v99 comp-3 value zero.
           05  ws-placement-hash   pic 9(11)v9(04) value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(32) value
                   'WRITE-OFF REGISTER FOR FINANCE -'.
               10  filler          pic x(01) value space.
               10  hdg-run-date    pic x(08).
           05  ws-column-heading.
               10  filler          pic x(12) value 'ACCOUNT'.
               10  filler          pic x(32) value 'NAME'.
               10  filler          pic x(07) value 'ITEMS'.
               10  filler          pic x(15) value '    WRITTEN OFF'.
               10  filler          pic x(01) value spaces.
               10  filler          pic x(10) value 'APPROVER'.
               10  filler          pic x(10) value 'RESULT'.
               10  filler          pic x(30) value 'REASON'.
           05  ws-register-detail.
               10  reg-acct-number pic x(10).
               10  filler          pic x(02) value spaces.
               10  reg-name        pic x(30).
               10  filler          pic x(02) value spaces.
               10  reg-item-count  pic z(04)9.
               10  filler          pic x(02) value spaces.
               10  reg-amount      pic z(07)9.99-.
               10  filler          pic x(02) value spaces.
               10  reg-approver-id pic x(08).
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
           05  ws-sign-off-line.
               10  filler          pic x(40) value
                   'APPROVED FOR WRITE-OFF: _______________'.
               10  filler          pic x(20) value
                   '   DATE: __________'.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1500-load-open-items until open-items-eof
           close open-items-file
           perform 2000-process-approvals until approved-list-eof
           perform 2950-write-placement-trailer
           perform 5000-write-summary
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into approved-list-filename open-items-filename
                   master-filename name-address-filename
                   history-filename placement-filename
                   register-filename change-history-filename
           end-unstring

           if  approved-list-filename = spaces
           or open-items-filename = spaces
           or master-filename = spaces
           or name-address-filename = spaces
           or history-filename = spaces
           or placement-filename = spaces
           or register-filename = spaces
           or change-history-filename = spaces
               display 'USAGE: WRITE-OFF APPROVED-LIST-FILENAME'
                   ' OPEN-ITEMS-FILENAME MASTER-FILENAME'
                   ' NAME-ADDRESS-FILENAME HISTORY-FILENAME'
                   ' PLACEMENT-FILENAME REGISTER-FILENAME'
                   ' CHANGE-HISTORY-FILENAME'
               goback
           end-if

           accept ws-run-date from date yyyymmdd

           open input approved-list-file
           if  not approved-list-ok
               display 'WRITE-OFF: OPEN OF APPROVED-LIST-FILE FAILED,'
                   ' FILE STATUS=' ws-approved-list-status
               move 16 to return-code
               goback
           end-if

           open input open-items-file
           if  not open-items-ok
               display 'WRITE-OFF: OPEN OF OPEN-ITEMS-FILE FAILED,'
                   ' FILE STATUS=' ws-open-items-status
               move 16 to return-code
               goback
           end-if

           open i-o master-file
           if  not master-ok
               display 'WRITE-OFF: OPEN OF MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-master-status
               move 16 to return-code
               goback
           end-if

           open extend history-file
           if  not history-ok
               display 'WRITE-OFF: OPEN OF HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-history-status
               move 16 to return-code
               goback
           end-if

           perform 1300-open-change-history

           open output placement-file
           open output register-file

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'WRITE-OFF' to ht-program-name
           move 'AGENCY-PLACEMENT' to ht-file-identifier
           write placement-record from ws-header-trailer-record

           move ws-run-date to hdg-run-date
           write register-record from ws-report-heading
           move spaces to register-record
           write register-record
           write register-record from ws-column-heading

           perform 9100-load-name-address-table
           .

      ***********************************************************************
      * 1300-OPEN-CHANGE-HISTORY picks up the running count and hash
      * from the change history's last trailer - adding in any change
      * records found after it - then extends the file with this
      * run's header.  A change history that does not exist yet is
      * started.
      ***********************************************************************

       1300-open-change-history.

           move zero to ws-chg-file-count
           move zero to ws-chg-file-hash
           open input change-history-file
           if  change-history-ok
               perform 1310-read-change-history
               perform 1320-total-change-history
                   until not change-history-ok
               close change-history-file
           end-if

           open extend change-history-file
           if  not change-history-ok
               open output change-history-file
           end-if
           if  not change-history-ok
               display 'WRITE-OFF: OPEN OF CHANGE-HISTORY-FILE FAILED,'
                   ' FILE STATUS=' ws-change-history-status
               move 16 to return-code
               goback
           end-if
           set change-history-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'WRITE-OFF' to ht-program-name
           move 'ACCT-CHANGE-HISTORY' to ht-file-identifier
           write change-history-record from ws-header-trailer-record
           .

       1310-read-change-history.
           read change-history-file
           .

       1320-total-change-history.
           evaluate change-history-record(1:3)
               when 'TRL'
                   move change-history-record
                       to ws-header-trailer-record
                   move ht-record-count to ws-chg-file-count
                   move ht-hash-total to ws-chg-file-hash
               when 'HDR'
                   continue
               when other
                   move change-history-record to ws-chg-hash-input
                   perform 2450-add-change-to-hash
           end-evaluate
           perform 1310-read-change-history
           .

       1500-load-open-items.

           read open-items-file into ws-open-items-fields
           if  open-items-ok
               add 1 to ws-open-items-read
               if  opn-balance > zero
                   perform 1600-store-open-item
               end-if
           end-if
           .

       1600-store-open-item.
           if  ws-open-item-count = 5000
               display 'WRITE-OFF ABEND: MORE THAN 5000 OPEN ITEMS,'
                   ' WS-OPEN-ITEM-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-open-item-count
           move opn-acct-number to ws-opn-acct(ws-open-item-count)
           move opn-invoice-number
               to ws-opn-invoice(ws-open-item-count)
           move opn-invoice-date to ws-opn-date(ws-open-item-count)
           move opn-balance to ws-opn-balance(ws-open-item-count)
           .

       2000-process-approvals.

           read approved-list-file into ws-approved-fields
           if  approved-list-ok
               add 1 to ws-approvals-read
               perform 2100-process-one-approval
           end-if
           .

      ***********************************************************************
      * 2100-PROCESS-ONE-APPROVAL writes off every open invoice on the
      * approved account, closes the account, and places it with the
      * agency.  An account that is not on the master, or has nothing
      * left owing, is rejected onto the register untouched.
      ***********************************************************************

       2100-process-one-approval.

           move spaces to ws-reject-reason
           move zero to ws-acct-write-off-total
           move zero to ws-acct-item-count
           move spaces to ws-acct-oldest-date

           move apr-acct-number to mst-acct-key
           read master-file
           if  not master-ok
               move 'ACCOUNT NOT ON MASTER' to ws-reject-reason
           end-if

           if  approval-accepted
               perform 2200-total-account-items
                   varying ws-opn-idx from 1 by 1
                   until ws-opn-idx > ws-open-item-count
               if  ws-acct-item-count = zero
                   move 'NO OPEN BALANCE TO WRITE OFF'
                       to ws-reject-reason
               end-if
           end-if

           perform 4300-lookup-name-address

           if  approval-accepted
               perform 2300-journal-account-write-off
                   varying ws-opn-idx from 1 by 1
                   until ws-opn-idx > ws-open-item-count
               perform 2400-close-account
               perform 2500-write-placement
               add 1 to ws-accounts-written-off
               add ws-acct-write-off-total to ws-write-off-total
               move 'WRITTEN' to reg-result
           else
               add 1 to ws-approvals-rejected
               move 'REJECTED' to reg-result
           end-if

           perform 2900-write-register-line
           .

       2200-total-account-items.
           if  ws-opn-acct(ws-opn-idx) = apr-acct-number
           and ws-opn-balance(ws-opn-idx) > zero
               add 1 to ws-acct-item-count
               add ws-opn-balance(ws-opn-idx)
                   to ws-acct-write-off-total
               if  ws-acct-oldest-date = spaces
               or ws-opn-date(ws-opn-idx) < ws-acct-oldest-date
                   move ws-opn-date(ws-opn-idx)
                       to ws-acct-oldest-date
               end-if
           end-if
           .

       2300-journal-account-write-off.
           if  ws-opn-acct(ws-opn-idx) = apr-acct-number
           and ws-opn-balance(ws-opn-idx) > zero
               move spaces to ws-history-fields
               move apr-acct-number to hist-acct-number
               move ws-run-date to hist-invoice-date
               move 'N' to hist-rolled-indicator
               move ws-run-date to hist-run-date
               move ws-opn-invoice(ws-opn-idx) to hist-invoice-number
               set hist-type-write-off to true
               move ws-opn-balance(ws-opn-idx) to hist-amount
               write history-record from ws-history-fields
               if  not history-ok
                   display 'WRITE-OFF ABEND: WRITE TO HISTORY-FILE'
                       ' FAILED, FILE STATUS=' ws-history-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-write-off-rows
               move zero to ws-opn-balance(ws-opn-idx)
           end-if
           .

       2400-close-account.
           move spaces to ws-change-history-fields
           move master-record to chg-before-image
           move 'C' to mst-status
           rewrite master-record
           if  not master-ok
               display 'WRITE-OFF ABEND: REWRITE OF MASTER RECORD '
                   apr-acct-number ' FAILED, FILE STATUS='
                   ws-master-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           move master-record to chg-after-image
           perform 2420-write-change-history
           .

      ***********************************************************************
      * 2420-WRITE-CHANGE-HISTORY appends the closing just applied and
      * folds it into the running count and hash the trailer carries.
      ***********************************************************************

       2420-write-change-history.
           move ws-run-date to chg-run-date
           accept chg-run-time from time
           move 'WRITE-OFF' to chg-source-program
           string 'APPROVED BY ' apr-approver-id
               delimited by size into chg-source-reference
           end-string
           set chg-action-change to true
           move apr-acct-number to chg-acct-number
           write change-history-record from ws-change-history-fields
           if  not change-history-ok
               display 'WRITE-OFF ABEND: WRITE TO CHANGE-HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-change-history-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-changes-recorded
           move ws-change-history-fields to ws-chg-hash-input
           perform 2450-add-change-to-hash
           .

       2450-add-change-to-hash.
           move zero to ws-chg-hash-accum
           perform 2460-fold-one-hash-char
               varying ws-chg-hash-sub from 1 by 1
               until ws-chg-hash-sub > 191
           compute ws-chg-hash-sum =
               ws-chg-file-hash + ws-chg-hash-accum
           divide ws-chg-hash-sum by 100000000000
               giving ws-chg-hash-quotient
               remainder ws-chg-hash-sum
           move ws-chg-hash-sum to ws-chg-file-hash
           add 1 to ws-chg-file-count
           .

       2460-fold-one-hash-char.
           move ws-chg-hash-input(ws-chg-hash-sub:1)
               to ws-chg-hash-char
           move zero to ws-chg-hash-weight
           inspect ws-chg-collate-string
               tallying ws-chg-hash-weight
               for characters before initial ws-chg-hash-char
           compute ws-chg-hash-accum =
               ws-chg-hash-accum * 31
               + (ws-chg-hash-weight + 1) * ws-chg-hash-sub
           divide ws-chg-hash-accum by 100000000
               giving ws-chg-hash-quotient
               remainder ws-chg-hash-accum
           .

       2500-write-placement.
           move spaces to ws-placement-fields
           move apr-acct-number to plc-acct-number
           if  na-found
               move ws-na-name(ws-matched-na-index) to plc-name
               move ws-na-addr-1(ws-matched-na-index) to plc-addr-1
               move ws-na-addr-2(ws-matched-na-index) to plc-addr-2
               move ws-na-state(ws-matched-na-index) to plc-state
               move ws-na-country(ws-matched-na-index) to plc-country
           else
               move 'NAME/ADDRESS NOT ON FILE' to plc-name
           end-if
           move ws-acct-write-off-total to plc-balance
           move ws-run-date to plc-write-off-date
           move ws-acct-oldest-date to plc-oldest-date
           move ws-acct-item-count to plc-item-count
           write placement-record from ws-placement-fields
           if  not placement-ok
               display 'WRITE-OFF ABEND: WRITE TO PLACEMENT-FILE'
                   ' FAILED, FILE STATUS=' ws-placement-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-placements-written
           add ws-acct-write-off-total to ws-placement-hash
           .

       2900-write-register-line.
           move apr-acct-number to reg-acct-number
           if  na-found
               move ws-na-name(ws-matched-na-index) to reg-name
           else
               move 'NAME/ADDRESS NOT ON FILE' to reg-name
           end-if
           move ws-acct-item-count to reg-item-count
           move ws-acct-write-off-total to reg-amount
           move apr-approver-id to reg-approver-id
           move ws-reject-reason to reg-reason
           write register-record from ws-register-detail
           .

      ***********************************************************************
      * The placement trailer is written only on the success path, so
      * a truncated placement file is refused by the agency's loader.
      ***********************************************************************

       2950-write-placement-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-placements-written to ht-record-count
           move ws-placement-hash to ht-hash-total
           move ws-write-off-total to ht-net-total
           write placement-record from ws-header-trailer-record
           .

       4300-lookup-name-address.

           set na-not-found to true

           perform 4310-check-name-address-entry
               varying ws-na-index from 1 by 1
               until ws-na-index > ws-name-addr-count
               or na-found
           .

       4310-check-name-address-entry.
           if  apr-acct-number = ws-na-acct(ws-na-index)
               set na-found to true
               set ws-matched-na-index to ws-na-index
           end-if
           .

       5000-write-summary.
           move spaces to register-record
           write register-record
           move 'ACCOUNTS WRITTEN OFF    ' to cnt-label
           move ws-accounts-written-off to cnt-value
           write register-record from ws-summary-count-detail
           move 'APPROVALS REJECTED      ' to cnt-label
           move ws-approvals-rejected to cnt-value
           write register-record from ws-summary-count-detail
           move 'WRITE-OFF TOTAL         ' to sum-label
           move ws-write-off-total to sum-value
           write register-record from ws-summary-detail
           move spaces to register-record
           write register-record
           write register-record from ws-sign-off-line
           .

       9100-load-name-address-table.

           open input name-address-file
           if  not name-address-ok
               display 'WRITE-OFF ABEND: OPEN OF NAME-ADDRESS-FILE'
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
               display 'WRITE-OFF ABEND: NAME-ADDRESS-FILE HAS MORE'
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

       9400-close-files.
           if  change-history-open
               perform 9450-write-history-trailer
           end-if
           close approved-list-file
           close master-file
           close history-file
           close placement-file
           close register-file
           close change-history-file
           .

      ***********************************************************************
      * The change-history trailer is written on the abend path too:
      * the closings already applied are on the master, so they stay
      * on the history with a trailer that accounts for them.
      ***********************************************************************

       9450-write-history-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-chg-file-count to ht-record-count
           move ws-chg-file-hash to ht-hash-total
           move zero to ht-net-total
           write change-history-record from ws-header-trailer-record
           set change-history-closed to true
           .

       9500-display-control-totals.
           display 'WRITE-OFF CONTROL TOTALS'
           display '  APPROVALS READ......... ' ws-approvals-read
           display '  ACCOUNTS WRITTEN OFF... '
               ws-accounts-written-off
           display '  APPROVALS REJECTED..... ' ws-approvals-rejected
           display '  WRITE-OFF ROWS......... ' ws-write-off-rows
           display '  PLACEMENTS WRITTEN..... ' ws-placements-written
           display '  CHANGES RECORDED....... ' ws-changes-recorded
           display '  WRITE-OFF TOTAL........ ' ws-write-off-total
           if  ws-approvals-rejected > zero
               move 8 to return-code
           end-if
           .

       9999-end.
           .
