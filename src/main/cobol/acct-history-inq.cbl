      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Account change-history inquiry.  Reads the account
      *            change history acct-maint, write-off, and dd-return
      *            append to, lists every change to one account in the
      *            order it was made - when, by which program, from
      *            what input, and each field's value before and after
      *            - and rebuilds the account's master record as it
      *            stood at the end of any date.  The whole file is
      *            checked on the way through: every trailer's count
      *            and hash are recomputed from the change records
      *            before it, so an edited, inserted, or removed record
      *            is reported, as is a run that left no trailer.
      *
      * Usage:     acct-history-inq change-history-filename
      *            account-number [as-of-date]
      *
      *            Change-history record as described in ACCTCHG.  The
      *            as-of date is YYYYMMDD and defaults to today.  The
      *            record as of a date is the after image of the last
      *            change made on or before it; with no such change it
      *            is the before image of the first change after it,
      *            and with no change at all the record is unchanged
      *            since the history began.  A change whose before
      *            image differs from the previous change's after image
      *            is flagged: something updated the master without
      *            recording it.  A broken trailer or a run without a
      *            trailer sets a nonzero return code.
      **********************************************************************
       identification division.
       program-id. acct-history-inq.
       environment division.
       input-output section.
       file-control.

           select change-history-file
               assign to change-history-filename
               organization is line sequential
               file status is ws-change-history-status.

       data division.
       file section.

       fd  change-history-file.
       01  change-history-record pic x(191).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  change-history-filename pic x(120).
           05  account-arg         pic x(10).
           05  as-of-date-arg      pic x(08).

       01  ws-change-history-status pic x(02).
           88  change-history-ok   value '00'.
           88  change-history-eof  value '10'.

       01  ws-change-history-fields.
           copy acctchg.

           copy acctchgh.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-as-of-date           pic x(08).

      ***********************************************************************
      * The master fields named on the timeline and the rebuilt
      * record: name, offset in the master record image, length.
      ***********************************************************************

       01  ws-master-field-values.
           05  filler pic x(19) value 'LAST INVOICE  01108'.
           05  filler pic x(19) value 'BILLING CYCLE 01901'.
           05  filler pic x(19) value 'PLAN CODE     02002'.
           05  filler pic x(19) value 'ACCOUNT STATUS02201'.
           05  filler pic x(19) value 'OPEN DATE     02308'.
           05  filler pic x(19) value 'MANDATE STATUS03101'.
           05  filler pic x(19) value 'ROUTING NUMBER03209'.
           05  filler pic x(19) value 'BANK ACCOUNT  04117'.
           05  filler pic x(19) value 'MANDATE DATE  05808'.
           05  filler pic x(19) value 'DEBIT RETURNS 06602'.
       01  ws-master-field-table redefines ws-master-field-values.
           05  ws-master-field occurs 10 times
                                   indexed by ws-fld-idx.
               10  ws-fld-name     pic x(14).
               10  ws-fld-offset   pic 9(03).
               10  ws-fld-length   pic 9(02).

       01  ws-field-before         pic x(17).
       01  ws-field-after          pic x(17).
       01  ws-action-name          pic x(06).

       01  ws-prior-after-image    pic x(67).
       01  ws-prior-switch         pic x(01) value 'N'.
           88  prior-change-seen   value 'Y'.

       01  ws-as-of-image          pic x(67).
       01  ws-as-of-switch         pic x(01) value 'N'.
           88  as-of-no-change     value 'N'.
           88  as-of-from-change   value 'C'.
           88  as-of-settled       value 'S'.

       01  ws-block-switch         pic x(01) value 'N'.
           88  block-open          value 'Y'.
           88  block-closed        value 'N'.

       01  ws-break-switch         pic x(01) value 'N'.
           88  history-altered     value 'Y'.

       01  ws-control-totals.
           05  ws-records-read     pic 9(07) value zero.
           05  ws-changes-read     pic 9(07) comp value zero.
           05  ws-account-changes  pic 9(07) comp value zero.
           05  ws-trailers-checked pic 9(07) comp value zero.
           05  ws-unterminated-runs pic 9(07) comp value zero.
           05  ws-unrecorded-gaps  pic 9(07) comp value zero.
           05  ws-break-record     pic 9(07) value zero.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-read-change-history
           perform 2100-check-one-record
               until not change-history-ok
           close change-history-file
           if  block-open
               add 1 to ws-unterminated-runs
               display 'ACCT-HISTORY-INQ: LAST RUN ON THE HISTORY'
                   ' HAS NO TRAILER'
           end-if
           perform 4000-show-as-of-record
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into change-history-filename account-arg
                   as-of-date-arg
           end-unstring

           if  change-history-filename = spaces
           or account-arg = spaces
               display 'USAGE: ACCT-HISTORY-INQ'
                   ' CHANGE-HISTORY-FILENAME ACCOUNT-NUMBER'
                   ' [AS-OF-DATE]'
               goback
           end-if

           if  as-of-date-arg = spaces
               accept ws-as-of-date from date yyyymmdd
           else
               if  as-of-date-arg is not numeric
                   display 'ACCT-HISTORY-INQ: AS-OF-DATE MUST BE'
                       ' YYYYMMDD, GOT ' as-of-date-arg
                   move 16 to return-code
                   goback
               end-if
               move as-of-date-arg to ws-as-of-date
           end-if

           move zero to ws-chg-file-count
           move zero to ws-chg-file-hash

           open input change-history-file
           if  not change-history-ok
               display 'ACCT-HISTORY-INQ: OPEN OF CHANGE-HISTORY-FILE'
                   ' FAILED, FILE STATUS=' ws-change-history-status
               move 16 to return-code
               goback
           end-if

           display 'ACCOUNT CHANGE HISTORY FOR ' account-arg
               ' AS OF ' ws-as-of-date
           display '  DATE     TIME   SOURCE     REFERENCE'
               '            ACTION'
           .

       2000-read-change-history.
           read change-history-file
           if  change-history-ok
               add 1 to ws-records-read
           end-if
           .

      ***********************************************************************
      * 2100-CHECK-ONE-RECORD keeps the running count and hash of the
      * change records exactly as the writing programs do and holds
      * every trailer to them.  Only the first disagreement is
      * reported; every trailer after it disagrees as well.
      ***********************************************************************

       2100-check-one-record.

           evaluate change-history-record(1:3)
               when 'HDR'
                   if  block-open
                       add 1 to ws-unterminated-runs
                       display 'ACCT-HISTORY-INQ: RUN BEFORE RECORD '
                           ws-records-read ' HAS NO TRAILER'
                   end-if
                   set block-open to true
               when 'TRL'
                   move change-history-record
                       to ws-header-trailer-record
                   add 1 to ws-trailers-checked
                   if  (ht-record-count not = ws-chg-file-count
                   or ht-hash-total not = ws-chg-file-hash)
                   and not history-altered
                       set history-altered to true
                       move ws-records-read to ws-break-record
                       display 'ACCT-HISTORY-INQ: TRAILER AT RECORD '
                           ws-break-record ' DOES NOT AGREE'
                       display '  EXPECTED COUNT ' ws-chg-file-count
                           ' HASH ' ws-chg-file-hash
                       display '  FOUND    COUNT ' ht-record-count
                           ' HASH ' ht-hash-total(1:11)
                   end-if
                   set block-closed to true
               when other
                   add 1 to ws-changes-read
                   move change-history-record
                       to ws-change-history-fields
                   move change-history-record to ws-chg-hash-input
                   perform 2300-add-change-to-hash
                   if  chg-acct-number = account-arg
                       perform 3000-list-account-change
                   end-if
           end-evaluate
           perform 2000-read-change-history
           .

       2300-add-change-to-hash.
           move zero to ws-chg-hash-accum
           perform 2310-fold-one-hash-char
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

       2310-fold-one-hash-char.
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

      ***********************************************************************
      * 3000-LIST-ACCOUNT-CHANGE shows one change on the timeline with
      * the fields it altered, and carries the record as of the
      * inquiry date forward.  The history is in the order the
      * changes were made, so the first change dated after the
      * inquiry date settles the as-of record.
      ***********************************************************************

       3000-list-account-change.

           add 1 to ws-account-changes
           evaluate true
               when chg-action-add
                   move 'ADD' to ws-action-name
               when chg-action-delete
                   move 'DELETE' to ws-action-name
               when other
                   move 'CHANGE' to ws-action-name
           end-evaluate
           display '  ' chg-run-date ' ' chg-run-time(1:6) ' '
               chg-source-program ' ' chg-source-reference ' '
               ws-action-name

           if  prior-change-seen
           and chg-before-image not = ws-prior-after-image
               add 1 to ws-unrecorded-gaps
               display '      ** BEFORE IMAGE DOES NOT MATCH THE'
                   ' PREVIOUS CHANGE - AN UPDATE WAS NOT RECORDED'
           end-if

           if  not chg-action-delete
               perform 3100-list-changed-field
                   varying ws-fld-idx from 1 by 1
                   until ws-fld-idx > 10
           end-if

           move chg-after-image to ws-prior-after-image
           set prior-change-seen to true

           evaluate true
               when as-of-settled
                   continue
               when chg-run-date not > ws-as-of-date
                   move chg-after-image to ws-as-of-image
                   set as-of-from-change to true
               when other
                   if  as-of-no-change
                       move chg-before-image to ws-as-of-image
                   end-if
                   set as-of-settled to true
           end-evaluate
           .

       3100-list-changed-field.
           move spaces to ws-field-before
           move spaces to ws-field-after
           move chg-before-image(ws-fld-offset(ws-fld-idx):
                                 ws-fld-length(ws-fld-idx))
               to ws-field-before
           move chg-after-image(ws-fld-offset(ws-fld-idx):
                                ws-fld-length(ws-fld-idx))
               to ws-field-after
           if  ws-field-before not = ws-field-after
               display '      ' ws-fld-name(ws-fld-idx) ' '
                   ws-field-before ' -> ' ws-field-after
           end-if
           .

       4000-show-as-of-record.

           display 'MASTER RECORD FOR ' account-arg
               ' AS OF ' ws-as-of-date
           evaluate true
               when as-of-no-change
                   display '  NO CHANGES RECORDED - THE CURRENT'
                       ' MASTER RECORD STANDS UNCHANGED'
               when ws-as-of-image = spaces
                   display '  ACCOUNT NOT ON THE MASTER'
               when other
                   perform 4100-show-one-field
                       varying ws-fld-idx from 1 by 1
                       until ws-fld-idx > 10
           end-evaluate
           .

       4100-show-one-field.
           move spaces to ws-field-after
           move ws-as-of-image(ws-fld-offset(ws-fld-idx):
                               ws-fld-length(ws-fld-idx))
               to ws-field-after
           display '  ' ws-fld-name(ws-fld-idx) ' ' ws-field-after
           .

       9500-display-control-totals.
           display 'ACCT-HISTORY-INQ CONTROL TOTALS'
           display '  RECORDS READ........... ' ws-records-read
           display '  CHANGES READ........... ' ws-changes-read
           display '  CHANGES TO ACCOUNT..... ' ws-account-changes
           display '  TRAILERS CHECKED....... ' ws-trailers-checked
           display '  RUNS WITHOUT TRAILER... ' ws-unterminated-runs
           display '  UNRECORDED UPDATES..... ' ws-unrecorded-gaps
           if  history-altered
               display 'ACCT-HISTORY-INQ RESULT: HISTORY ALTERED AT'
                   ' RECORD ' ws-break-record
               move 8 to return-code
           else
               if  ws-unterminated-runs > zero
                   display 'ACCT-HISTORY-INQ RESULT: HISTORY'
                       ' INCOMPLETE'
                   move 8 to return-code
               else
                   display 'ACCT-HISTORY-INQ RESULT: HISTORY INTACT'
                   move zero to return-code
               end-if
           end-if
           .

       9999-end.
           .
