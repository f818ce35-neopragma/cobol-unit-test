      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Day-over-day change extract from convert's output.
      *            The system downstream of convert reloads the whole
      *            output file every night although only a small part
      *            of it changes.  This program matches tonight's
      *            converted output against the previous generation
      *            recorded in gen-manager's catalog and writes only
      *            the differences: each record flagged add, change,
      *            or delete, a changed record showing which fields
      *            moved.  Unchanged records are counted and left out.
      *
      * Usage:     convert-delta catalog-filename label
      *            current-filename extract-filename [generation-date]
      *
      *            LABEL is the label convert's output is stored under
      *            in gen-manager's config file.  The previous
      *            generation is the latest one cataloged under that
      *            label with a generation date before tonight's run
      *            date (from the current file's header), or the
      *            generation named by GENERATION-DATE.
      *
      *            Records are matched on TEXT-OUT-1.  The key is not
      *            unique, so when a key repeats its records are
      *            paired in file order - the second tonight against
      *            the second last night - and any left over are adds
      *            or deletes.
      *
      *            Nothing is compared unless both files can be
      *            trusted: the previous generation's data record
      *            count and hash total, as stored, must agree with its
      *            catalog entry, and tonight's file must balance to
      *            its own trailer.  Otherwise the run stops with
      *            return code 16 and no extract is written.
      **********************************************************************
       identification division.
       program-id. convert-delta.
       environment division.
       input-output section.
       file-control.

           select catalog-file assign to catalog-filename
               organization is line sequential
               file status is ws-catalog-status.

           select prior-file assign to prior-filename
               organization is line sequential
               file status is ws-prior-status.

           select current-file assign to current-filename
               organization is line sequential
               file status is ws-current-status.

           select extract-file assign to extract-filename
               organization is line sequential
               file status is ws-extract-status.

       data division.
       file section.

       fd  catalog-file.
       01  catalog-record pic x(310).

       fd  prior-file.
       01  prior-record pic x(200).

       fd  current-file.
       01  current-record pic x(200).

       fd  extract-file.
       01  extract-record.
           copy convdlt.

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  catalog-filename    pic x(120).
           05  label-arg           pic x(20).
           05  current-filename    pic x(120).
           05  extract-filename    pic x(120).
           05  generation-date-arg pic x(08).

       01  prior-filename          pic x(130).

       01  ws-catalog-status       pic x(02).
           88  catalog-ok          value '00'.
           88  catalog-eof         value '10'.

       01  ws-prior-status         pic x(02).
           88  prior-ok            value '00'.
           88  prior-eof           value '10'.

       01  ws-current-status       pic x(02).
           88  current-ok          value '00'.
           88  current-eof         value '10'.

       01  ws-extract-status       pic x(02).
           88  extract-ok          value '00'.

       01  ws-extract-open-switch  pic x(01) value 'n'.
           88  extract-open        value 'y'.

       01  ws-catalog-fields.
           05  cat-generation-date pic x(08).
           05  cat-label           pic x(20).
           05  cat-live-filename   pic x(120).
           05  cat-stored-filename pic x(130).
           05  cat-record-count    pic 9(09).
           05  cat-hash-total      pic 9(11)v9(04).

       01  ws-current-fields.
           copy output.

       01  ws-prior-fields.
           copy output.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-current-run-date     pic x(08).

      ***********************************************************************
      * The catalog entry picked as the previous generation.
      ***********************************************************************

       01  ws-prior-generation.
           05  ws-prior-date       pic x(08) value spaces.
           05  ws-prior-cat-count  pic 9(09).
           05  ws-prior-cat-hash   pic 9(11)v9(04).

       01  ws-prior-found-switch   pic x(01) value 'n'.
           88  prior-found         value 'y'.

      ***********************************************************************
      * Count and hash observed reading a file, for checking against
      * its trailer and, for the previous generation, its catalog
      * entry.
      ***********************************************************************

       01  ws-file-check-fields.
           05  ws-header-seen-switch   pic x(01).
               88  header-seen         value 'y'.
               88  header-not-seen     value 'n'.
           05  ws-trailer-seen-switch  pic x(01).
               88  trailer-seen        value 'y'.
               88  trailer-not-seen    value 'n'.
           05  ws-data-read-count      pic 9(09).
           05  ws-amount-hash-total    pic 9(11)v9(04).
           05  ws-trailer-rec-count    pic 9(09).
           05  ws-trailer-hash-total   pic 9(11)v9(04).

      ***********************************************************************
      * The previous generation, held in file order.  An entry is
      * marked matched when a record of tonight's is paired with it;
      * whatever is left unmatched was deleted.
      ***********************************************************************

       01  ws-prior-table.
           05  ws-prior-count      pic 9(05) comp value zero.
           05  ws-prior-entry occurs 5000 times
                                   indexed by ws-pri-idx.
               10  ws-pri-image.
                   15  ws-pri-key  pic x(12).
                   15  filler      pic x(110).
               10  ws-pri-match-switch pic x(01).
                   88  pri-matched     value 'y'.
                   88  pri-unmatched   value 'n'.

       01  ws-match-found-switch   pic x(01).
           88  match-found         value 'y'.
           88  match-not-found     value 'n'.

       01  ws-matched-pri-idx      pic 9(05) comp value zero.

       01  ws-extract-totals.
           05  ws-extract-count    pic 9(09) value zero.
           05  ws-extract-hash     pic 9(11)v9(04) value zero.
           05  ws-net-change       pic s9(11)v9(04) value zero.

       01  ws-control-totals.
           05  ws-current-read     pic 9(09) value zero.
           05  ws-add-count        pic 9(09) value zero.
           05  ws-change-count     pic 9(09) value zero.
           05  ws-delete-count     pic 9(09) value zero.
           05  ws-unchanged-count  pic 9(09) value zero.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 1200-find-prior-generation
           perform 1300-load-prior-generation
           perform 1400-verify-prior-generation
           perform 1500-verify-current-file
           perform 2000-write-extract-header
           perform 3000-compare-current-file
           perform 4000-write-deleted-records
               varying ws-pri-idx from 1 by 1
               until ws-pri-idx > ws-prior-count
           perform 5000-write-extract-trailer
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into catalog-filename label-arg current-filename
                   extract-filename generation-date-arg
           end-unstring

           if  catalog-filename = spaces
           or label-arg = spaces
           or current-filename = spaces
           or extract-filename = spaces
               display 'USAGE: CONVERT-DELTA CATALOG-FILENAME LABEL'
                   ' CURRENT-FILENAME EXTRACT-FILENAME'
                   ' [GENERATION-DATE]'
               move 16 to return-code
               goback
           end-if

           if  generation-date-arg not = spaces
           and generation-date-arg is not numeric
               display 'CONVERT-DELTA: GENERATION-DATE MUST BE'
                   ' YYYYMMDD, GOT ' generation-date-arg
               move 16 to return-code
               goback
           end-if

           perform 1100-read-current-header
           .

      ***********************************************************************
      * 1100-READ-CURRENT-HEADER takes tonight's run date from the
      * current file's standard header; the previous generation is
      * the one before it.
      ***********************************************************************

       1100-read-current-header.
           open input current-file
           if  not current-ok
               display 'CONVERT-DELTA ABEND: OPEN OF CURRENT-FILE'
                   ' FAILED, FILE STATUS=' ws-current-status
               move 16 to return-code
               stop run
           end-if
           read current-file
           if  not current-ok
           or current-record(1:3) not = 'HDR'
               display 'CONVERT-DELTA ABEND: CURRENT-FILE HAS NO'
                   ' HEADER RECORD - NOT COMPARED'
               move 16 to return-code
               close current-file
               stop run
           end-if
           move current-record(1:48) to ws-header-trailer-record
           move ht-run-date to ws-current-run-date
           close current-file
           .

      ***********************************************************************
      * 1200-FIND-PRIOR-GENERATION scans gen-manager's catalog for
      * the generation to compare against.
      ***********************************************************************

       1200-find-prior-generation.
           open input catalog-file
           if  not catalog-ok
               display 'CONVERT-DELTA ABEND: OPEN OF CATALOG-FILE'
                   ' FAILED, FILE STATUS=' ws-catalog-status
               move 16 to return-code
               stop run
           end-if
           perform 1210-check-catalog-entry until catalog-eof
           close catalog-file

           if  not prior-found
               display 'CONVERT-DELTA ABEND: NO PREVIOUS GENERATION'
                   ' OF ' label-arg ' ON THE CATALOG - NOT COMPARED'
               move 16 to return-code
               stop run
           end-if
           .

       1210-check-catalog-entry.
           read catalog-file into ws-catalog-fields
           if  catalog-ok
           and cat-label = label-arg
               if  generation-date-arg = spaces
                   if  cat-generation-date < ws-current-run-date
                   and (not prior-found
                        or cat-generation-date > ws-prior-date)
                       perform 1220-take-catalog-entry
                   end-if
               else
                   if  cat-generation-date = generation-date-arg
                       perform 1220-take-catalog-entry
                   end-if
               end-if
           end-if
           .

       1220-take-catalog-entry.
           set prior-found to true
           move cat-generation-date to ws-prior-date
           move cat-stored-filename to prior-filename
           move cat-record-count to ws-prior-cat-count
           move cat-hash-total to ws-prior-cat-hash
           .

      ***********************************************************************
      * 1300-LOAD-PRIOR-GENERATION reads the stored generation copy
      * into the table, counting its data records and adding up the
      * amounts on the way, as gen-manager counted it when stored.
      ***********************************************************************

       1300-load-prior-generation.
           open input prior-file
           if  not prior-ok
               display 'CONVERT-DELTA ABEND: OPEN OF GENERATION '
                   ws-prior-date ' COPY ' prior-filename(1:60)
                   ' FAILED, FILE STATUS=' ws-prior-status
               move 16 to return-code
               stop run
           end-if
           perform 8000-reset-file-check
           perform 1310-read-prior-record until prior-eof
           close prior-file
           .

       1310-read-prior-record.
           read prior-file
           if  prior-ok
               evaluate prior-record(1:3)
                   when 'HDR'
                       set header-seen to true
                   when 'TRL'
                       move prior-record(1:48)
                           to ws-header-trailer-record
                       perform 8100-note-trailer
                   when other
                       move prior-record to ws-prior-fields
                       add 1 to ws-data-read-count
                       add decimal-out-1 of ws-prior-fields
                           to ws-amount-hash-total
                       perform 1320-store-prior-record
               end-evaluate
           end-if
           .

       1320-store-prior-record.
           if  ws-prior-count = 5000
               display 'CONVERT-DELTA ABEND: GENERATION ' ws-prior-date
                   ' HAS MORE THAN 5000 RECORDS,'
                   ' WS-PRIOR-TABLE IS FULL'
               move 16 to return-code
               close prior-file
               stop run
           end-if
           add 1 to ws-prior-count
           move ws-prior-fields to ws-pri-image(ws-prior-count)
           set pri-unmatched(ws-prior-count) to true
           .

      ***********************************************************************
      * 1400-VERIFY-PRIOR-GENERATION refuses to compare against a
      * generation copy that is not the file gen-manager stored: its
      * count must be the cataloged count, and both its trailer hash
      * and the amounts actually on it must add to the cataloged
      * hash.
      ***********************************************************************

       1400-verify-prior-generation.

           if  ws-data-read-count not = ws-prior-cat-count
               display 'CONVERT-DELTA ABEND: GENERATION ' ws-prior-date
                   ' HAS ' ws-data-read-count ' RECORDS, CATALOG'
                   ' SAYS ' ws-prior-cat-count ' - NOT COMPARED'
               move 16 to return-code
               stop run
           end-if

           if  ws-trailer-hash-total not = ws-prior-cat-hash
           or ws-amount-hash-total not = ws-prior-cat-hash
               display 'CONVERT-DELTA ABEND: GENERATION ' ws-prior-date
                   ' HASH ' ws-amount-hash-total ' TRAILER '
                   ws-trailer-hash-total ' DOES NOT MATCH CATALOG '
                   ws-prior-cat-hash ' - NOT COMPARED'
               move 16 to return-code
               stop run
           end-if
           .

      ***********************************************************************
      * 1500-VERIFY-CURRENT-FILE reads tonight's file through once
      * before anything is compared, so a truncated or altered file
      * never produces an extract.
      ***********************************************************************

       1500-verify-current-file.
           open input current-file
           if  not current-ok
               display 'CONVERT-DELTA ABEND: REOPEN OF CURRENT-FILE'
                   ' FAILED, FILE STATUS=' ws-current-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 8000-reset-file-check
           perform 1510-read-current-for-check until current-eof
           close current-file

           if  trailer-not-seen
               display 'CONVERT-DELTA ABEND: CURRENT-FILE HAS NO'
                   ' TRAILER RECORD - FILE MAY BE TRUNCATED'
               move 16 to return-code
               stop run
           end-if

           if  ws-trailer-rec-count not = ws-data-read-count
           or ws-trailer-hash-total not = ws-amount-hash-total
               display 'CONVERT-DELTA ABEND: CURRENT-FILE TRAILER'
                   ' COUNT ' ws-trailer-rec-count ' HASH '
                   ws-trailer-hash-total ' DOES NOT MATCH RECORDS'
                   ' READ ' ws-data-read-count ' HASH '
                   ws-amount-hash-total
               move 16 to return-code
               stop run
           end-if
           .

       1510-read-current-for-check.
           read current-file
           if  current-ok
               evaluate current-record(1:3)
                   when 'HDR'
                       set header-seen to true
                   when 'TRL'
                       move current-record(1:48)
                           to ws-header-trailer-record
                       perform 8100-note-trailer
                   when other
                       move current-record to ws-current-fields
                       add 1 to ws-data-read-count
                       add decimal-out-1 of ws-current-fields
                           to ws-amount-hash-total
               end-evaluate
           end-if
           .

       2000-write-extract-header.
           open output extract-file
           if  not extract-ok
               display 'CONVERT-DELTA ABEND: OPEN OF EXTRACT-FILE'
                   ' FAILED, FILE STATUS=' ws-extract-status
               move 16 to return-code
               stop run
           end-if
           set extract-open to true

           move spaces to ws-header-trailer-record
           move 'HDR' to ht-record-type
           move ws-current-run-date to ht-run-date
           move 'CONV-DELTA' to ht-program-name
           move 'CONVERT-CHANGES' to ht-file-identifier
           move spaces to extract-record
           move ws-header-trailer-record to dlt-trl-standard
           write extract-record
           if  not extract-ok
               display 'CONVERT-DELTA ABEND: WRITE TO EXTRACT-FILE'
                   ' FAILED, FILE STATUS=' ws-extract-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

      ***********************************************************************
      * 3000-COMPARE-CURRENT-FILE pairs each of tonight's records
      * with the first unmatched record of last night's that has the
      * same key.
      ***********************************************************************

       3000-compare-current-file.
           open input current-file
           if  not current-ok
               display 'CONVERT-DELTA ABEND: REOPEN OF CURRENT-FILE'
                   ' FAILED, FILE STATUS=' ws-current-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 3100-compare-one-record until current-eof
           close current-file
           .

       3100-compare-one-record.
           read current-file
           if  current-ok
           and current-record(1:3) not = 'HDR'
           and current-record(1:3) not = 'TRL'
               move current-record to ws-current-fields
               add 1 to ws-current-read
               set match-not-found to true
               perform 3110-check-prior-entry
                   varying ws-pri-idx from 1 by 1
                   until ws-pri-idx > ws-prior-count
                   or match-found
               if  match-found
                   set pri-matched(ws-matched-pri-idx) to true
                   move ws-pri-image(ws-matched-pri-idx)
                       to ws-prior-fields
                   perform 3200-compare-matched-record
               else
                   perform 3300-write-added-record
               end-if
           end-if
           .

       3110-check-prior-entry.
           if  pri-unmatched(ws-pri-idx)
           and ws-pri-key(ws-pri-idx) = text-out-1 of ws-current-fields
               set match-found to true
               set ws-matched-pri-idx to ws-pri-idx
           end-if
           .

       3200-compare-matched-record.

           if  ws-current-fields = ws-prior-fields
               add 1 to ws-unchanged-count
           else
               move spaces to extract-record
               move 'C' to dlt-change-type
               if  country-code-out of ws-current-fields
                       not = country-code-out of ws-prior-fields
                   move 'Y' to dlt-country-changed
               end-if
               if  state-name-out of ws-current-fields
                       not = state-name-out of ws-prior-fields
                   move 'Y' to dlt-state-changed
               end-if
               if  text-out-2 of ws-current-fields
                       not = text-out-2 of ws-prior-fields
                   move 'Y' to dlt-text-2-changed
               end-if
               if  decimal-out-1 of ws-current-fields
                       not = decimal-out-1 of ws-prior-fields
                   move 'Y' to dlt-amount-changed
               end-if
               if  tax-rate-out of ws-current-fields
                       not = tax-rate-out of ws-prior-fields
                   move 'Y' to dlt-tax-rate-changed
               end-if
               if  tax-amount-out of ws-current-fields
                       not = tax-amount-out of ws-prior-fields
                   move 'Y' to dlt-tax-amount-changed
               end-if
               if  gross-amount-out of ws-current-fields
                       not = gross-amount-out of ws-prior-fields
                   move 'Y' to dlt-gross-changed
               end-if
               if  usd-amount-out of ws-current-fields
                       not = usd-amount-out of ws-prior-fields
                   move 'Y' to dlt-usd-changed
               end-if
               if  exchange-rate-out of ws-current-fields
                       not = exchange-rate-out of ws-prior-fields
                   move 'Y' to dlt-exchange-rate-changed
               end-if
               move ws-current-fields to dlt-record-image
               add 1 to ws-change-count
               add decimal-out-1 of ws-current-fields
                   to ws-net-change
               subtract decimal-out-1 of ws-prior-fields
                   from ws-net-change
               add decimal-out-1 of ws-current-fields
                   to ws-extract-hash
               perform 8200-write-extract-record
           end-if
           .

       3300-write-added-record.
           move spaces to extract-record
           move 'A' to dlt-change-type
           move ws-current-fields to dlt-record-image
           add 1 to ws-add-count
           add decimal-out-1 of ws-current-fields to ws-net-change
           add decimal-out-1 of ws-current-fields to ws-extract-hash
           perform 8200-write-extract-record
           .

      ***********************************************************************
      * 4000-WRITE-DELETED-RECORDS writes last night's records that
      * nothing tonight was paired with, as last night had them.
      ***********************************************************************

       4000-write-deleted-records.
           if  pri-unmatched(ws-pri-idx)
               move ws-pri-image(ws-pri-idx) to ws-prior-fields
               move spaces to extract-record
               move 'D' to dlt-change-type
               move ws-prior-fields to dlt-record-image
               add 1 to ws-delete-count
               subtract decimal-out-1 of ws-prior-fields
                   from ws-net-change
               add decimal-out-1 of ws-prior-fields
                   to ws-extract-hash
               perform 8200-write-extract-record
           end-if
           .

      ***********************************************************************
      * 5000-WRITE-EXTRACT-TRAILER closes the extract with the
      * standard trailer - records written and the hash of their
      * amounts, the net total being the night's net change in
      * DECIMAL-OUT-1 - followed by the count of each change type.
      ***********************************************************************

       5000-write-extract-trailer.
           move spaces to ws-header-trailer-record
           move 'TRL' to ht-record-type
           move ws-extract-count to ht-record-count
           move ws-extract-hash to ht-hash-total
           move ws-net-change to ht-net-total
           move spaces to extract-record
           move ws-header-trailer-record to dlt-trl-standard
           move ws-add-count to dlt-trl-add-count
           move ws-change-count to dlt-trl-change-count
           move ws-delete-count to dlt-trl-delete-count
           write extract-record
           if  not extract-ok
               display 'CONVERT-DELTA ABEND: WRITE TO EXTRACT-FILE'
                   ' FAILED, FILE STATUS=' ws-extract-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           .

       8000-reset-file-check.
           set header-not-seen to true
           set trailer-not-seen to true
           move zero to ws-data-read-count
           move zero to ws-amount-hash-total
           move zero to ws-trailer-rec-count
           move zero to ws-trailer-hash-total
           .

       8100-note-trailer.
           set trailer-seen to true
           move ht-record-count to ws-trailer-rec-count
           move ht-hash-total to ws-trailer-hash-total
           .

       8200-write-extract-record.
           write extract-record
           if  not extract-ok
               display 'CONVERT-DELTA ABEND: WRITE TO EXTRACT-FILE'
                   ' FAILED, FILE STATUS=' ws-extract-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-extract-count
           .

       9400-close-files.
           if  extract-open
               close extract-file
           end-if
           .

       9500-display-control-totals.
           display 'CONVERT-DELTA CONTROL TOTALS'
           display '  PREVIOUS GENERATION.... ' ws-prior-date
           display '  PREVIOUS RECORDS....... ' ws-prior-count
           display '  CURRENT RECORDS........ ' ws-current-read
           display '  RECORDS ADDED.......... ' ws-add-count
           display '  RECORDS CHANGED........ ' ws-change-count
           display '  RECORDS DELETED........ ' ws-delete-count
           display '  RECORDS UNCHANGED...... ' ws-unchanged-count
           display '  EXTRACT RECORDS........ ' ws-extract-count
           .

       9999-end.
           .
