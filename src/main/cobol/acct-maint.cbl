      *            instead of the whole master being rewritten for
      *            every change.  Hand-editing the production master in
      *            a text editor is no longer the standard procedure.
      *            Every add, change, and delete applied is appended to
      *            the account change history with the master record
      *            before and after it, the run date, and the number of
      *            the transaction that caused it (see ACCTCHG).
      *
      * Usage:     acct-maint master-filename trans-filename
      *            report-filename change-history-filename
      *
      *            The master is the 67-byte indexed record that
      *            carries the direct-debit mandate.  A master built in
      *            the original 30-byte layout is converted once, before
      *            this or any other program opens it, by acct-convert
      *            (see acct-load).
      *
      *            Transaction record: action X(01) A/C/D, then the
      *            master-record image - account number X(10), last
      *            invoice date X(08), billing cycle X(01), plan code
      *            X(02), account status X(01) A/S/C (blank = active),
      *            account open date X(08) (blank if unknown), then
      *            the direct-debit mandate - mandate status X(01)
      *            A active / S suspended / C cancelled (blank = no
      *            mandate), bank routing number X(09), bank account
      *            number X(17), mandate signed date X(08).  A mandate
      *            needs a routing number that passes the ABA check
      *            digit, an account number, and a real signed date.
      *            A delete needs only the action and account.
      *            Adds must not already exist; changes and deletes
      *            must.  The count of returned debits dd-return keeps
      *            on the master starts again at zero when a change
      *            alters the bank details or reinstates a mandate.
      **********************************************************************
       identification division.
       program-id. acct-maint.
               organization is line sequential
               file status is ws-report-status.

           select change-history-file
               assign to change-history-filename
               organization is line sequential
               file status is ws-change-history-status.

       data division.
       file section.

               10  mst-plan        pic x(02).
               10  mst-status      pic x(01).
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate-status pic x(01).
                   88  mst-dd-mandate-active value 'A'.
               10  mst-dd-routing-number pic x(09).
               10  mst-dd-bank-account pic x(17).
               10  mst-dd-mandate-date pic x(08).
               10  mst-dd-return-count pic 9(02).

       fd  trans-file.
       01  trans-record pic x(66).

       fd  report-file.
       01  report-record pic x(132).

       fd  change-history-file.
       01  change-history-record pic x(191).

       working-storage section.

       01  args pic x(500).
           05  master-filename     pic x(120).
           05  trans-filename      pic x(120).
           05  report-filename     pic x(120).
           05  change-history-filename pic x(120).

       01  ws-master-status        pic x(02).
           88  master-ok           value '00'.
       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-change-history-status pic x(02).
           88  change-history-ok   value '00'.

       01  ws-change-history-switch pic x(01) value 'N'.
           88  change-history-open value 'Y'.
           88  change-history-closed value 'N'.

       01  ws-change-history-fields.
           copy acctchg.

           copy acctchgh.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-run-date             pic x(08).
       01  ws-trans-sequence       pic 9(06).

       01  ws-trans-fields.
           05  trn-action          pic x(01).
               88  trans-add       value 'A'.
               10  trn-open-year   pic x(04).
               10  trn-open-month  pic x(02).
               10  trn-open-day    pic x(02).
           05  trn-mandate-status  pic x(01).
               88  trn-mandate-valid value 'A' 'S' 'C' space.
               88  trn-mandate-active value 'A'.
               88  trn-no-mandate  value space.
           05  trn-routing-number  pic x(09).
           05  trn-routing-digits redefines trn-routing-number.
               10  trn-routing-digit occurs 9 times pic 9(01).
           05  trn-bank-account    pic x(17).
           05  trn-mandate-date.
               10  trn-mandate-year pic x(04).
               10  trn-mandate-month pic x(02).
               10  trn-mandate-day pic x(02).

       01  ws-mst-found-switch     pic x(01).
           88  mst-found           value 'y'.
           05  ws-chk-quotient     pic 9(04).
           05  ws-chk-remainder    pic 9(04).

       01  ws-routing-check-fields.
           05  ws-routing-sum      pic 9(04) comp.
           05  ws-routing-quotient pic 9(04) comp.
           05  ws-routing-remainder pic 9(04) comp.

       01  ws-leap-year-switch     pic x(01).
           88  is-leap-year        value 'Y'.
           88  is-not-leap-year    value 'N'.
           05  ws-trans-read       pic 9(06) comp value zero.
           05  ws-trans-applied    pic 9(06) comp value zero.
           05  ws-trans-rejected   pic 9(06) comp value zero.
           05  ws-changes-recorded pic 9(06) comp value zero.

       01  ws-report-lines.
           05  ws-report-heading   pic x(44) value
           accept args from command-line end-accept
           unstring args delimited by space
               into master-filename trans-filename report-filename
                   change-history-filename
           end-unstring

           if  master-filename = spaces
           or trans-filename = spaces
           or report-filename = spaces
           or change-history-filename = spaces
               display 'USAGE: ACCT-MAINT MASTER-FILENAME'
                   ' TRANS-FILENAME REPORT-FILENAME'
                   ' CHANGE-HISTORY-FILENAME'
               goback
           end-if

           accept ws-run-date from date yyyymmdd

           open i-o master-file
           if  not master-ok
               display 'ACCT-MAINT: OPEN OF MASTER-FILE FAILED,'
               goback
           end-if

           perform 1300-open-change-history

           open output report-file

           write report-record from ws-report-heading
           write report-record
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
               display 'ACCT-MAINT: OPEN OF CHANGE-HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-change-history-status
               move 16 to return-code
               goback
           end-if
           set change-history-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-run-date to ht-run-date
           move 'ACCT-MAINT' to ht-program-name
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
                   perform 2850-add-change-to-hash
           end-evaluate
           perform 1310-read-change-history
           .

       2000-apply-transactions.

           read trans-file into ws-trans-fields
           if  trans-ok
               add 1 to ws-trans-read
               move ws-trans-read to ws-trans-sequence
               perform 2100-edit-transaction
               if  trans-accepted
                   perform 2500-apply-one-transaction
               and trn-open-date not = spaces
                   perform 2350-validate-open-date
               end-if
               if  trans-accepted
                   perform 2370-validate-mandate
               end-if
           end-if
           .

           end-if
           .

      ***********************************************************************
      * 2370-VALIDATE-MANDATE edits the direct-debit mandate.  With no
      * mandate status the bank details must be blank; with one, the
      * routing number must be nine digits that pass the ABA check
      * digit - weights 3, 7, 1 repeating, sum divisible by 10 - the
      * bank account must be present, and the signed date must be a
      * real calendar date.
      ***********************************************************************

       2370-validate-mandate.

           evaluate true
               when not trn-mandate-valid
                   move 'MANDATE STATUS MUST BE A, S, C, OR BLANK'
                       to ws-reject-reason
               when trn-no-mandate
                   if  trn-routing-number not = spaces
                   or trn-bank-account not = spaces
                   or trn-mandate-date not = spaces
                       move 'BANK DETAILS NEED A MANDATE STATUS'
                           to ws-reject-reason
                   end-if
               when trn-routing-number is not numeric
                   move 'ROUTING NUMBER NOT NUMERIC'
                       to ws-reject-reason
               when trn-bank-account = spaces
                   move 'BANK ACCOUNT REQUIRED FOR MANDATE'
                       to ws-reject-reason
               when trn-mandate-date is not numeric
                   move 'MANDATE DATE NOT NUMERIC' to ws-reject-reason
               when other
                   perform 2380-check-routing-digit
                   if  trans-accepted
                       perform 2390-validate-mandate-date
                   end-if
           end-evaluate
           .

       2380-check-routing-digit.

           compute ws-routing-sum =
               3 * (trn-routing-digit(1) + trn-routing-digit(4)
                    + trn-routing-digit(7))
               + 7 * (trn-routing-digit(2) + trn-routing-digit(5)
                    + trn-routing-digit(8))
               + trn-routing-digit(3) + trn-routing-digit(6)
               + trn-routing-digit(9)
           divide ws-routing-sum by 10
               giving ws-routing-quotient
               remainder ws-routing-remainder
           end-divide
           if  ws-routing-remainder not = zero
           or ws-routing-sum = zero
               move 'ROUTING NUMBER FAILS CHECK DIGIT'
                   to ws-reject-reason
           end-if
           .

       2390-validate-mandate-date.

           move trn-mandate-year to ws-chk-year
           move trn-mandate-month to ws-chk-month
           move trn-mandate-day to ws-chk-day
           evaluate true
               when ws-chk-year < 1900 or ws-chk-year > 2199
                   move 'MANDATE DATE YEAR OUT OF RANGE'
                       to ws-reject-reason
               when ws-chk-month < 1 or ws-chk-month > 12
                   move 'MANDATE DATE MONTH NOT 01-12'
                       to ws-reject-reason
               when other
                   perform 2400-check-day-of-month
                   if  not trans-accepted
                       move 'MANDATE DATE DAY NOT VALID FOR MONTH'
                           to ws-reject-reason
                   end-if
           end-evaluate
           .

      ***********************************************************************
      * 2300-VALIDATE-INVOICE-DATE insists on a real calendar date -
      * numeric, month 1-12, day within the month's length with leap
      ***********************************************************************
      * 2500-APPLY-ONE-TRANSACTION touches only the record the
      * transaction names: WRITE for an add, REWRITE for a change,
      * DELETE for a delete.  A change or delete still holds the
      * record the edit read, which becomes the before image in the
      * change history.
      ***********************************************************************

       2500-apply-one-transaction.

           move spaces to ws-change-history-fields
           move trn-action to chg-action
           if  not trans-add
               move master-record to chg-before-image
           end-if

           move trn-acct-number to mst-acct-key
           evaluate true
               when trans-add
                   if  not master-ok
                       perform 2700-abend-on-master-failure
                   end-if
                   move master-record to chg-after-image
               when trans-change
                   perform 2600-build-master-detail
                   rewrite master-record
                   if  not master-ok
                       perform 2700-abend-on-master-failure
                   end-if
                   move master-record to chg-after-image
               when trans-delete
                   delete master-file record
                   if  not master-ok
                       perform 2700-abend-on-master-failure
                   end-if
           end-evaluate

           perform 2800-write-change-history
           .

      ***********************************************************************
      * 2600-BUILD-MASTER-DETAIL lays the transaction image over the
      * record.  On a change the record still holds the values just
      * read, so the returned-debit count carries over unless the
      * bank details change or a mandate is reinstated.
      ***********************************************************************

       2600-build-master-detail.
           if  trans-add
           or trn-routing-number not = mst-dd-routing-number
           or trn-bank-account not = mst-dd-bank-account
           or (trn-mandate-active and not mst-dd-mandate-active)
           or mst-dd-return-count is not numeric
               move zero to mst-dd-return-count
           end-if
           move trn-last-invoice-date to mst-date
           move trn-billing-cycle to mst-cycle
           move trn-plan-code to mst-plan
           move trn-acct-status to mst-status
           move trn-open-date to mst-open-date
           move trn-mandate-status to mst-dd-mandate-status
           move trn-routing-number to mst-dd-routing-number
           move trn-bank-account to mst-dd-bank-account
           move trn-mandate-date to mst-dd-mandate-date
           .

       2700-abend-on-master-failure.
           stop run
           .

      ***********************************************************************
      * 2800-WRITE-CHANGE-HISTORY appends the change just applied and
      * folds it into the running count and hash the trailer carries.
      ***********************************************************************

       2800-write-change-history.
           move ws-run-date to chg-run-date
           accept chg-run-time from time
           move 'ACCT-MAINT' to chg-source-program
           string 'TRANSACTION ' ws-trans-sequence
               delimited by size into chg-source-reference
           end-string
           move trn-acct-number to chg-acct-number
           write change-history-record from ws-change-history-fields
           if  not change-history-ok
               display 'ACCT-MAINT ABEND: WRITE TO CHANGE-HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-change-history-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-changes-recorded
           move ws-change-history-fields to ws-chg-hash-input
           perform 2850-add-change-to-hash
           .

       2850-add-change-to-hash.
           move zero to ws-chg-hash-accum
           perform 2860-fold-one-hash-char
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

       2860-fold-one-hash-char.
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

       2900-write-edit-line.
           move trn-action to det-action
           move trn-acct-number to det-acct-number
           .

       9400-close-files.
           if  change-history-open
               perform 9450-write-history-trailer
           end-if
           close master-file
           close trans-file
           close report-file
           close change-history-file
           .

      ***********************************************************************
      * The change-history trailer is written on the abend path too:
      * the changes already applied are on the master, so they stay on
      * the history with a trailer that accounts for them.
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
           display '  TRANSACTIONS READ...... ' ws-trans-read
           display '  TRANSACTIONS APPLIED... ' ws-trans-applied
           display '  TRANSACTIONS REJECTED.. ' ws-trans-rejected
           display '  CHANGES RECORDED....... ' ws-changes-recorded
           .

       9999-end.
