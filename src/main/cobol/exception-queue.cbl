      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   Morning exceptions queue.  The nightly programs that
      *            report findings - stats-guard, batch-recon,
      *            rate-import, missed-invoice, convert-recycle,
      *            CARDFACK, CARDVAUD, CARDRCYL, and CARD1's velocity
      *            review - each append their findings to the shared
      *            exceptions file (copybook EXCEPTN).  This program
      *            folds that file into a cumulative queue that carries
      *            every finding from night to night until an analyst
      *            resolves it, applies the analysts' acknowledgments,
      *            and prints the morning exceptions report by owning
      *            team: items new since the last report, items aged
      *            past the threshold with nobody owning them, and the
      *            rest that are still open.
      *
      * Usage:     exception-queue exceptions-filename queue-filename
      *            team-filename report-filename
      *            [ack-filename [aged-days]]
      *
      *            The team file routes each source program to its
      *            owning team, fixed columns: program X(10), team
      *            X(20); a program not on it reports under UNASSIGNED.
      *            A finding already open on the queue for the same
      *            source program and key is counted again rather than
      *            queued twice.  Each acknowledgment record names a
      *            queue item number, the analyst taking ownership, the
      *            date, and optionally the resolution; an item with a
      *            resolution is resolved and drops off the report,
      *            otherwise it is acknowledged and stays open under
      *            that owner.  AGED-DAYS defaults to 3.  Resolved items
      *            are kept on the queue for 30 days for reference.
      *            Once the queue is rewritten the exceptions file is
      *            emptied so the next night's blocks start afresh.
      **********************************************************************
       identification division.
       program-id. exception-queue.
       environment division.
       input-output section.
       file-control.

           select exceptions-file assign to exceptions-filename
               organization is line sequential
               file status is ws-exceptions-status.

           select queue-file assign to queue-filename
               organization is line sequential
               file status is ws-queue-status.

           select team-file assign to team-filename
               organization is line sequential
               file status is ws-team-status.

           select ack-file assign to ack-filename
               organization is line sequential
               file status is ws-ack-status.

           select report-file assign to report-filename
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.

       fd  exceptions-file.
       01  exceptions-record pic x(113).

       fd  queue-file.
       01  queue-record pic x(264).

       fd  team-file.
       01  team-record pic x(30).

       fd  ack-file.
       01  ack-record pic x(103).

       fd  report-file.
       01  report-record pic x(132).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  exceptions-filename pic x(120).
           05  queue-filename      pic x(120).
           05  team-filename       pic x(120).
           05  report-filename     pic x(120).
           05  ack-filename        pic x(120).
           05  aged-days-arg       pic x(06).

       01  ws-exceptions-status    pic x(02).
           88  exceptions-ok       value '00'.
           88  exceptions-eof      value '10'.
           88  exceptions-missing  value '35'.

       01  ws-queue-status         pic x(02).
           88  queue-ok            value '00'.
           88  queue-eof           value '10'.

       01  ws-team-status          pic x(02).
           88  team-ok             value '00'.
           88  team-eof            value '10'.

       01  ws-ack-status           pic x(02).
           88  ack-ok              value '00'.
           88  ack-eof             value '10'.

       01  ws-report-status        pic x(02).
           88  report-ok           value '00'.

       01  ws-exception-record.
           copy exceptn.

       01  ws-header-trailer-record.
           copy hdrtrlr.

       01  ws-team-fields.
           05  tm-source-program   pic x(10).
           05  tm-team             pic x(20).

       01  ws-ack-fields.
           05  ack-item-number     pic x(12).
           05  ack-item-number-num redefines ack-item-number
                                   pic 9(12).
           05  filler              pic x(01).
           05  ack-owner           pic x(20).
           05  filler              pic x(01).
           05  ack-date            pic x(08).
           05  filler              pic x(01).
           05  ack-resolution      pic x(60).

      ***********************************************************************
      * The whole queue is held in a table and rewritten at the end,
      * gen-manager catalog style.  The item number is the date the
      * item was queued followed by a four-digit sequence within that
      * day, so it never repeats even after old items are purged.
      * The status is O (open, nobody owns it), A (acknowledged, an
      * owner is working it), or R (resolved).
      ***********************************************************************

       01  ws-queue-table.
           05  ws-queue-count      pic 9(04) comp value zero.
           05  ws-queue-entry occurs 5000 times
                                   indexed by ws-q-idx.
               10  ws-q-record     pic x(264).
               10  ws-q-record-fields redefines ws-q-record.
                   15  ws-q-item-number    pic 9(12).
                   15  filler              pic x(01).
                   15  ws-q-status         pic x(01).
                       88  q-open          value 'O'.
                       88  q-acknowledged  value 'A'.
                       88  q-resolved      value 'R'.
                   15  filler              pic x(01).
                   15  ws-q-source-program pic x(10).
                   15  filler              pic x(01).
                   15  ws-q-severity       pic x(01).
                   15  filler              pic x(01).
                   15  ws-q-key            pic x(30).
                   15  filler              pic x(01).
                   15  ws-q-description    pic x(60).
                   15  filler              pic x(01).
                   15  ws-q-team           pic x(20).
                   15  filler              pic x(01).
                   15  ws-q-first-seen     pic x(08).
                   15  filler              pic x(01).
                   15  ws-q-last-seen      pic x(08).
                   15  filler              pic x(01).
                   15  ws-q-occurrences    pic 9(05).
                   15  filler              pic x(01).
                   15  ws-q-owner          pic x(20).
                   15  filler              pic x(01).
                   15  ws-q-ack-date       pic x(08).
                   15  filler              pic x(01).
                   15  ws-q-resolved-date  pic x(08).
                   15  filler              pic x(01).
                   15  ws-q-resolution     pic x(60).
               10  ws-q-new-switch pic x(01).
                   88  q-new-tonight   value 'Y'.
                   88  q-carried       value 'N'.
               10  ws-q-purge-switch pic x(01).
                   88  q-purged        value 'Y'.
                   88  q-kept          value 'N'.
               10  ws-q-section    pic x(01).
                   88  q-section-new   value 'N'.
                   88  q-section-aged  value 'G'.
                   88  q-section-open  value 'S'.
                   88  q-section-none  value space.
               10  ws-q-age-days   pic 9(05).

       01  ws-q-found-switch       pic x(01).
           88  q-found             value 'Y'.
           88  q-not-found         value 'N'.

       01  ws-matched-q-index      pic 9(04) comp value zero.

      ***********************************************************************
      * Team routing, one entry per team file record, plus the
      * distinct teams in the order the team file first names them -
      * the order the report prints them in, UNASSIGNED last.
      ***********************************************************************

       01  ws-team-table.
           05  ws-team-count       pic 9(03) comp value zero.
           05  ws-team-entry occurs 100 times
                                   indexed by ws-tm-idx.
               10  ws-tm-source-program pic x(10).
               10  ws-tm-team      pic x(20).

       01  ws-report-team-table.
           05  ws-report-team-count pic 9(03) comp value zero.
           05  ws-report-team-entry occurs 101 times
                                   indexed by ws-rt-idx.
               10  ws-rt-team      pic x(20).
               10  ws-rt-item-count pic 9(05) comp.

       01  ws-team-found-switch    pic x(01).
           88  team-found          value 'Y'.
           88  team-not-found      value 'N'.

       01  ws-routed-team          pic x(20).

      ***********************************************************************
      * Acknowledgments that could not be applied, listed at the end
      * of the report so the analyst can correct and resubmit them.
      ***********************************************************************

       01  ws-ack-reject-table.
           05  ws-ack-reject-count pic 9(03) comp value zero.
           05  ws-ack-reject-entry occurs 500 times
                                   indexed by ws-ar-idx.
               10  ws-ar-item-number pic x(12).
               10  ws-ar-owner     pic x(20).
               10  ws-ar-reason    pic x(30).

       01  ws-ack-reject-reason    pic x(30).

      ***********************************************************************
      * The block currently being read from the exceptions file.  A
      * block whose trailer never arrives, or whose trailer count
      * does not match its records, came from a run that did not
      * finish, and is queued as a finding of its own.
      ***********************************************************************

       01  ws-block-switch         pic x(01) value 'N'.
           88  block-open          value 'Y'.
           88  block-closed        value 'N'.

       01  ws-block-program        pic x(10).
       01  ws-block-run-date       pic x(08).
       01  ws-block-count          pic 9(09) value zero.
       01  ws-exc-count-edit       pic z(08)9.
       01  ws-exc-trailer-edit     pic z(08)9.

       01  ws-run-date             pic x(08).
       01  ws-run-date-num redefines ws-run-date pic 9(08).

       01  ws-item-base            pic 9(12) value zero.
       01  ws-next-item-seq        pic 9(04) value zero.
       01  ws-item-seq             pic 9(04) value zero.

       01  ws-aged-days            pic 9(05) value 3.
       01  ws-purge-after-days     pic 9(05) value 30.
       01  ws-parse-sub            pic 9(02) comp.
       01  ws-parse-digit          pic 9(01).
       01  ws-parse-switch         pic x(01).
           88  parse-ok            value 'Y'.
           88  parse-bad           value 'N'.

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
       01  ws-item-day-number      pic 9(07) value zero.
       01  ws-item-age             pic s9(07) value zero.

       01  ws-section-code         pic x(01).
       01  ws-section-printed      pic 9(05) comp value zero.

       01  ws-control-totals.
           05  ws-queue-loaded     pic 9(05) comp value zero.
           05  ws-blocks-read      pic 9(05) comp value zero.
           05  ws-incomplete-blocks pic 9(05) comp value zero.
           05  ws-exceptions-read  pic 9(07) comp value zero.
           05  ws-items-added      pic 9(05) comp value zero.
           05  ws-items-repeated   pic 9(07) comp value zero.
           05  ws-acks-read        pic 9(05) comp value zero.
           05  ws-acks-applied     pic 9(05) comp value zero.
           05  ws-acks-rejected    pic 9(05) comp value zero.
           05  ws-items-resolved   pic 9(05) comp value zero.
           05  ws-items-purged     pic 9(05) comp value zero.
           05  ws-items-written    pic 9(05) comp value zero.
           05  ws-count-new        pic 9(05) comp value zero.
           05  ws-count-aged       pic 9(05) comp value zero.
           05  ws-count-open       pic 9(05) comp value zero.

       01  ws-report-lines.
           05  ws-report-heading.
               10  filler          pic x(34) value
                   'EXCEPTIONS QUEUE MORNING REPORT - '.
               10  hdg-run-date    pic x(08).
               10  filler          pic x(32) value
                   '   AGED WHEN UNACKNOWLEDGED FOR '.
               10  hdg-aged-days   pic zzzz9.
               10  filler          pic x(05) value ' DAYS'.
           05  ws-team-heading.
               10  filler          pic x(06) value 'TEAM: '.
               10  hdg-team        pic x(20).
               10  filler          pic x(14) value '  OPEN ITEMS: '.
               10  hdg-team-count  pic zzzz9.
           05  ws-section-heading.
               10  filler          pic x(02) value spaces.
               10  hdg-section     pic x(40).
           05  ws-column-heading.
               10  filler          pic x(61) value
                   '    ITEM NUMBER  S SOURCE     KEY'.
               10  filler          pic x(40) value
                   'FIRST SEEN LAST SEEN DAYS TIMES OWNER'.
           05  ws-item-detail.
               10  filler          pic x(04) value spaces.
               10  det-item-number pic 9(12).
               10  filler          pic x(01) value spaces.
               10  det-severity    pic x(01).
               10  filler          pic x(01) value spaces.
               10  det-source      pic x(10).
               10  filler          pic x(01) value spaces.
               10  det-key         pic x(30).
               10  filler          pic x(01) value spaces.
               10  det-first-seen  pic x(08).
               10  filler          pic x(03) value spaces.
               10  det-last-seen   pic x(08).
               10  filler          pic x(01) value spaces.
               10  det-age-days    pic zzzz9.
               10  filler          pic x(01) value spaces.
               10  det-occurrences pic zzzz9.
               10  filler          pic x(01) value spaces.
               10  det-owner       pic x(20).
           05  ws-item-description.
               10  filler          pic x(20) value spaces.
               10  det-description pic x(60).
           05  ws-none-line.
               10  filler          pic x(08) value '    NONE'.
           05  ws-reject-heading.
               10  filler          pic x(50) value
                   'ACKNOWLEDGMENTS REJECTED'.
           05  ws-reject-detail.
               10  filler          pic x(04) value spaces.
               10  rej-item-number pic x(12).
               10  filler          pic x(02) value spaces.
               10  rej-owner       pic x(20).
               10  filler          pic x(02) value spaces.
               10  rej-reason      pic x(30).
           05  ws-summary-line.
               10  sum-label       pic x(30).
               10  sum-count       pic zzzz9.

       procedure division.

       0000-main.

           perform 1000-initialize
           if  ack-filename not = spaces
               perform 2000-apply-acknowledgments
           end-if
           perform 3000-load-exceptions
           perform 4000-classify-queue
           perform 5000-print-report
           perform 6000-rewrite-queue
           perform 6500-empty-exceptions-file
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into exceptions-filename queue-filename team-filename
                   report-filename ack-filename aged-days-arg
           end-unstring

           if  exceptions-filename = spaces
           or queue-filename = spaces
           or team-filename = spaces
           or report-filename = spaces
               display 'USAGE: EXCEPTION-QUEUE EXCEPTIONS-FILENAME'
                   ' QUEUE-FILENAME TEAM-FILENAME REPORT-FILENAME'
               display '       [ACK-FILENAME [AGED-DAYS]]'
               goback
           end-if

           if  aged-days-arg not = spaces
               perform 1100-parse-aged-days
               if  parse-bad
                   display 'EXCEPTION-QUEUE: AGED-DAYS MUST BE'
                       ' NUMERIC, GOT ' aged-days-arg
                   move 16 to return-code
                   goback
               end-if
           end-if

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-work-date
           perform 8000-compute-day-number
           move ws-daynum-total to ws-run-day-number
           compute ws-item-base = ws-run-date-num * 10000

           open output report-file
           if  not report-ok
               display 'EXCEPTION-QUEUE: OPEN OF REPORT-FILE'
                   ' FAILED, FILE STATUS=' ws-report-status
               move 16 to return-code
               goback
           end-if

           perform 1200-load-teams
           perform 1500-load-queue
           .

       1100-parse-aged-days.

           set parse-ok to true
           move zero to ws-aged-days

           perform 1110-parse-one-digit
               varying ws-parse-sub from 1 by 1
               until ws-parse-sub > 6
               or aged-days-arg(ws-parse-sub:1) = space
               or parse-bad
           .

       1110-parse-one-digit.
           if  aged-days-arg(ws-parse-sub:1) is numeric
               move aged-days-arg(ws-parse-sub:1) to ws-parse-digit
               compute ws-aged-days =
                   ws-aged-days * 10 + ws-parse-digit
           else
               set parse-bad to true
           end-if
           .

       1200-load-teams.

           open input team-file
           if  not team-ok
               display 'EXCEPTION-QUEUE ABEND: OPEN OF TEAM-FILE'
                   ' FAILED, FILE STATUS=' ws-team-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 1210-read-team-record
           perform 1220-store-team-entry
               until team-eof
           close team-file

           move 'UNASSIGNED' to ws-routed-team
           perform 1230-note-report-team
           .

       1210-read-team-record.
           read team-file into ws-team-fields
           .

       1220-store-team-entry.
           if  ws-team-count = 100
               display 'EXCEPTION-QUEUE ABEND: TEAM FILE HAS MORE'
                   ' THAN 100 ENTRIES, WS-TEAM-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-team-count
           move tm-source-program
               to ws-tm-source-program(ws-team-count)
           move tm-team to ws-tm-team(ws-team-count)
           move tm-team to ws-routed-team
           perform 1230-note-report-team
           perform 1210-read-team-record
           .

      ***********************************************************************
      * 1230-NOTE-REPORT-TEAM adds WS-ROUTED-TEAM to the report order
      * the first time it is seen.  UNASSIGNED is noted after the team
      * file is loaded, so it prints last unless the file names it.
      ***********************************************************************

       1230-note-report-team.
           set team-not-found to true
           perform 1240-check-report-team
               varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-report-team-count
               or team-found
           if  team-not-found
               add 1 to ws-report-team-count
               move ws-routed-team
                   to ws-rt-team(ws-report-team-count)
               move zero to ws-rt-item-count(ws-report-team-count)
           end-if
           .

       1240-check-report-team.
           if  ws-rt-team(ws-rt-idx) = ws-routed-team
               set team-found to true
           end-if
           .

       1500-load-queue.
           open input queue-file
           if  queue-ok
               perform 1510-read-queue-record
               perform 1520-store-queue-entry
                   until queue-eof
               close queue-file
           end-if
           .

       1510-read-queue-record.
           read queue-file
           .

       1520-store-queue-entry.
           if  ws-queue-count = 5000
               display 'EXCEPTION-QUEUE ABEND: QUEUE HAS MORE THAN'
                   ' 5000 ITEMS, WS-QUEUE-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-queue-count
           add 1 to ws-queue-loaded
           move queue-record to ws-q-record(ws-queue-count)
           set q-carried(ws-queue-count) to true
           set q-kept(ws-queue-count) to true
           if  ws-q-item-number(ws-queue-count) > ws-item-base
               compute ws-item-seq =
                   ws-q-item-number(ws-queue-count) - ws-item-base
               if  ws-item-seq > ws-next-item-seq
                   move ws-item-seq to ws-next-item-seq
               end-if
           end-if
           perform 1510-read-queue-record
           .

      ***********************************************************************
      * 2000-APPLY-ACKNOWLEDGMENTS works through the analysts' file
      * before tonight's findings are loaded: the acknowledgments were
      * made against yesterday's report, so a finding resolved
      * yesterday that turns up again tonight is queued as a new item
      * rather than folded into the one just closed.
      ***********************************************************************

       2000-apply-acknowledgments.

           open input ack-file
           if  not ack-ok
               display 'EXCEPTION-QUEUE ABEND: OPEN OF ACK-FILE'
                   ' FAILED, FILE STATUS=' ws-ack-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 2100-apply-one-acknowledgment
               until ack-eof
           close ack-file
           .

       2100-apply-one-acknowledgment.

           read ack-file into ws-ack-fields
           if  ack-ok
               add 1 to ws-acks-read
               move spaces to ws-ack-reject-reason
               if  ack-item-number is not numeric
                   move 'ITEM NUMBER NOT NUMERIC'
                       to ws-ack-reject-reason
               else
                   set q-not-found to true
                   perform 2110-find-item-number
                       varying ws-q-idx from 1 by 1
                       until ws-q-idx > ws-queue-count
                       or q-found
                   evaluate true
                       when q-not-found
                           move 'ITEM NOT ON QUEUE'
                               to ws-ack-reject-reason
                       when q-resolved(ws-matched-q-index)
                           move 'ITEM ALREADY RESOLVED'
                               to ws-ack-reject-reason
                       when ack-owner = spaces
                           move 'NO OWNER GIVEN'
                               to ws-ack-reject-reason
                       when other
                           perform 2200-record-acknowledgment
                   end-evaluate
               end-if
               if  ws-ack-reject-reason not = spaces
                   perform 2300-note-rejected-acknowledgment
               end-if
           end-if
           .

       2110-find-item-number.
           if  ws-q-item-number(ws-q-idx) = ack-item-number-num
               set q-found to true
               set ws-matched-q-index to ws-q-idx
           end-if
           .

       2200-record-acknowledgment.
           add 1 to ws-acks-applied
           move ack-owner to ws-q-owner(ws-matched-q-index)
           if  ack-date = spaces
               move ws-run-date to ws-q-ack-date(ws-matched-q-index)
           else
               move ack-date to ws-q-ack-date(ws-matched-q-index)
           end-if
           if  ack-resolution = spaces
               set q-acknowledged(ws-matched-q-index) to true
           else
               set q-resolved(ws-matched-q-index) to true
               move ws-q-ack-date(ws-matched-q-index)
                   to ws-q-resolved-date(ws-matched-q-index)
               move ack-resolution
                   to ws-q-resolution(ws-matched-q-index)
               add 1 to ws-items-resolved
           end-if
           .

       2300-note-rejected-acknowledgment.
           add 1 to ws-acks-rejected
           if  ws-ack-reject-count = 500
               display 'EXCEPTION-QUEUE ABEND: MORE THAN 500'
                   ' ACKNOWLEDGMENTS REJECTED, WS-ACK-REJECT-TABLE'
                   ' IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-ack-reject-count
           move ack-item-number
               to ws-ar-item-number(ws-ack-reject-count)
           move ack-owner to ws-ar-owner(ws-ack-reject-count)
           move ws-ack-reject-reason
               to ws-ar-reason(ws-ack-reject-count)
           .

      ***********************************************************************
      * 3000-LOAD-EXCEPTIONS reads the shared exceptions file block by
      * block.  No file at all means no program logged anything
      * tonight, which is not an error.
      ***********************************************************************

       3000-load-exceptions.

           open input exceptions-file
           if  exceptions-missing
               display 'EXCEPTION-QUEUE: NO EXCEPTIONS FILE,'
                   ' NOTHING NEW TO QUEUE'
           else
               if  not exceptions-ok
                   display 'EXCEPTION-QUEUE ABEND: OPEN OF'
                       ' EXCEPTIONS-FILE FAILED, FILE STATUS='
                       ws-exceptions-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               perform 3100-read-exceptions-record
                   until exceptions-eof
               if  block-open
                   perform 3300-queue-incomplete-block
               end-if
               close exceptions-file
           end-if
           .

       3100-read-exceptions-record.

           read exceptions-file
           if  exceptions-ok
               evaluate exceptions-record(1:3)
                   when 'HDR'
                       perform 3200-start-block
                   when 'TRL'
                       perform 3250-end-block
                   when other
                       add 1 to ws-exceptions-read
                       add 1 to ws-block-count
                       move exceptions-record to ws-exception-record
                       perform 3400-queue-exception
               end-evaluate
           end-if
           .

       3200-start-block.
           if  block-open
               perform 3300-queue-incomplete-block
           end-if
           move exceptions-record(1:48) to ws-header-trailer-record
           add 1 to ws-blocks-read
           move ht-program-name to ws-block-program
           move ht-run-date to ws-block-run-date
           move zero to ws-block-count
           set block-open to true
           .

       3250-end-block.
           if  block-open
               move exceptions-record(1:48)
                   to ws-header-trailer-record
               if  ht-record-count not = ws-block-count
                   move ws-block-count to ws-exc-count-edit
                   move ht-record-count to ws-exc-trailer-edit
                   move spaces to ws-exception-record
                   string ws-block-program delimited by space
                       ' TRAILER COUNT' delimited by size
                       into exc-key
                   end-string
                   string 'TRAILER SAYS ' ws-exc-trailer-edit
                       ' EXCEPTIONS, BLOCK HAS ' ws-exc-count-edit
                       delimited by size into exc-description
                   end-string
                   perform 3350-queue-block-finding
               end-if
           end-if
           set block-closed to true
           move zero to ws-block-count
           .

       3300-queue-incomplete-block.
           move ws-block-count to ws-exc-count-edit
           move spaces to ws-exception-record
           string ws-block-program delimited by space
               ' NO TRAILER' delimited by size
               into exc-key
           end-string
           string 'RUN DID NOT FINISH, BLOCK ENDS AFTER '
               ws-exc-count-edit ' EXCEPTIONS'
               delimited by size into exc-description
           end-string
           perform 3350-queue-block-finding
           set block-closed to true
           .

       3350-queue-block-finding.
           add 1 to ws-incomplete-blocks
           move 'EXCQUEUE' to exc-source-program
           move 'H' to exc-severity
           if  ws-block-run-date = spaces
               move ws-run-date to exc-run-date
           else
               move ws-block-run-date to exc-run-date
           end-if
           perform 3400-queue-exception
           .

      ***********************************************************************
      * 3400-QUEUE-EXCEPTION folds one finding into the queue.  A
      * finding still unresolved under the same source program and
      * key is the same problem seen again: its last-seen date,
      * occurrence count, severity, and description are brought up to
      * date.  Anything else becomes a new open item routed to the
      * source program's team.
      ***********************************************************************

       3400-queue-exception.

           if  not exc-severity-valid
               move 'M' to exc-severity
           end-if

           set q-not-found to true
           perform 3410-find-open-finding
               varying ws-q-idx from 1 by 1
               until ws-q-idx > ws-queue-count
               or q-found

           if  q-found
               add 1 to ws-items-repeated
               if  exc-run-date > ws-q-last-seen(ws-matched-q-index)
                   move exc-run-date
                       to ws-q-last-seen(ws-matched-q-index)
               end-if
               if  ws-q-occurrences(ws-matched-q-index) < 99999
                   add 1 to ws-q-occurrences(ws-matched-q-index)
               end-if
               move exc-severity
                   to ws-q-severity(ws-matched-q-index)
               move exc-description
                   to ws-q-description(ws-matched-q-index)
           else
               perform 3500-add-queue-item
           end-if
           .

       3410-find-open-finding.
           if  not q-resolved(ws-q-idx)
           and ws-q-source-program(ws-q-idx) = exc-source-program
           and ws-q-key(ws-q-idx) = exc-key
               set q-found to true
               set ws-matched-q-index to ws-q-idx
           end-if
           .

       3500-add-queue-item.

           if  ws-queue-count = 5000
               display 'EXCEPTION-QUEUE ABEND: MORE THAN 5000 QUEUE'
                   ' ITEMS, WS-QUEUE-TABLE IS FULL'
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           add 1 to ws-queue-count
           add 1 to ws-items-added
           add 1 to ws-next-item-seq

           move spaces to ws-q-record(ws-queue-count)
           compute ws-q-item-number(ws-queue-count) =
               ws-item-base + ws-next-item-seq
           set q-open(ws-queue-count) to true
           move exc-source-program
               to ws-q-source-program(ws-queue-count)
           move exc-severity to ws-q-severity(ws-queue-count)
           move exc-key to ws-q-key(ws-queue-count)
           move exc-description to ws-q-description(ws-queue-count)
           move exc-run-date to ws-q-first-seen(ws-queue-count)
           move exc-run-date to ws-q-last-seen(ws-queue-count)
           move 1 to ws-q-occurrences(ws-queue-count)

           move 'UNASSIGNED' to ws-routed-team
           perform 3510-route-to-team
               varying ws-tm-idx from 1 by 1
               until ws-tm-idx > ws-team-count
           move ws-routed-team to ws-q-team(ws-queue-count)

           set q-new-tonight(ws-queue-count) to true
           set q-kept(ws-queue-count) to true
           .

       3510-route-to-team.
           if  ws-tm-source-program(ws-tm-idx) = exc-source-program
               move ws-tm-team(ws-tm-idx) to ws-routed-team
           end-if
           .

      ***********************************************************************
      * 4000-CLASSIFY-QUEUE places every unresolved item in one report
      * section - new tonight, aged past the threshold with no owner,
      * or still open - ages it from the night it was first seen,
      * and marks resolved items past the retention period for purge.
      ***********************************************************************

       4000-classify-queue.
           perform 4100-classify-one-item
               varying ws-q-idx from 1 by 1
               until ws-q-idx > ws-queue-count
           .

       4100-classify-one-item.

           move space to ws-q-section(ws-q-idx)

           if  q-resolved(ws-q-idx)
               move ws-q-resolved-date(ws-q-idx) to ws-work-date
           else
               move ws-q-first-seen(ws-q-idx) to ws-work-date
           end-if
           move zero to ws-item-age
           if  ws-work-date is numeric
           and ws-work-month >= 1 and ws-work-month <= 12
               perform 8000-compute-day-number
               move ws-daynum-total to ws-item-day-number
               compute ws-item-age =
                   ws-run-day-number - ws-item-day-number
               if  ws-item-age < zero
                   move zero to ws-item-age
               end-if
           end-if
           move ws-item-age to ws-q-age-days(ws-q-idx)

           evaluate true
               when q-resolved(ws-q-idx)
                   if  ws-item-age > ws-purge-after-days
                       set q-purged(ws-q-idx) to true
                       add 1 to ws-items-purged
                   end-if
               when q-new-tonight(ws-q-idx)
                   set q-section-new(ws-q-idx) to true
                   add 1 to ws-count-new
               when q-open(ws-q-idx)
               and ws-item-age >= ws-aged-days
                   set q-section-aged(ws-q-idx) to true
                   add 1 to ws-count-aged
               when other
                   set q-section-open(ws-q-idx) to true
                   add 1 to ws-count-open
           end-evaluate

           if  not q-section-none(ws-q-idx)
               move ws-q-team(ws-q-idx) to ws-routed-team
               perform 1230-note-report-team
               set team-not-found to true
               perform 4110-count-team-item
                   varying ws-rt-idx from 1 by 1
                   until ws-rt-idx > ws-report-team-count
                   or team-found
           end-if
           .

       4110-count-team-item.
           if  ws-rt-team(ws-rt-idx) = ws-routed-team
               set team-found to true
               add 1 to ws-rt-item-count(ws-rt-idx)
           end-if
           .

      ***********************************************************************
      * 5000-PRINT-REPORT prints one block per team with unresolved
      * items, in team file order, each with its three sections, then
      * the rejected acknowledgments and the queue summary.
      ***********************************************************************

       5000-print-report.

           move ws-run-date to hdg-run-date
           move ws-aged-days to hdg-aged-days
           write report-record from ws-report-heading
           move spaces to report-record
           write report-record

           perform 5100-print-one-team
               varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-report-team-count

           if  ws-ack-reject-count > zero
               write report-record from ws-reject-heading
               perform 5400-print-one-reject
                   varying ws-ar-idx from 1 by 1
                   until ws-ar-idx > ws-ack-reject-count
               move spaces to report-record
               write report-record
           end-if

           perform 5500-print-summary
           .

       5100-print-one-team.
           if  ws-rt-item-count(ws-rt-idx) > zero
               move ws-rt-team(ws-rt-idx) to hdg-team
               move ws-rt-item-count(ws-rt-idx) to hdg-team-count
               write report-record from ws-team-heading

               move 'N' to ws-section-code
               move 'NEW SINCE LAST REPORT' to hdg-section
               perform 5200-print-one-section

               move 'G' to ws-section-code
               move 'AGED UNACKNOWLEDGED' to hdg-section
               perform 5200-print-one-section

               move 'S' to ws-section-code
               move 'STILL OPEN' to hdg-section
               perform 5200-print-one-section

               move spaces to report-record
               write report-record
           end-if
           .

       5200-print-one-section.
           write report-record from ws-section-heading
           write report-record from ws-column-heading
           move zero to ws-section-printed
           perform 5300-print-one-item
               varying ws-q-idx from 1 by 1
               until ws-q-idx > ws-queue-count
           if  ws-section-printed = zero
               write report-record from ws-none-line
           end-if
           .

       5300-print-one-item.
           if  ws-q-section(ws-q-idx) = ws-section-code
           and ws-q-team(ws-q-idx) = ws-rt-team(ws-rt-idx)
               add 1 to ws-section-printed
               move ws-q-item-number(ws-q-idx) to det-item-number
               move ws-q-severity(ws-q-idx) to det-severity
               move ws-q-source-program(ws-q-idx) to det-source
               move ws-q-key(ws-q-idx) to det-key
               move ws-q-first-seen(ws-q-idx) to det-first-seen
               move ws-q-last-seen(ws-q-idx) to det-last-seen
               move ws-q-age-days(ws-q-idx) to det-age-days
               move ws-q-occurrences(ws-q-idx) to det-occurrences
               move ws-q-owner(ws-q-idx) to det-owner
               write report-record from ws-item-detail
               move ws-q-description(ws-q-idx) to det-description
               write report-record from ws-item-description
           end-if
           .

       5400-print-one-reject.
           move ws-ar-item-number(ws-ar-idx) to rej-item-number
           move ws-ar-owner(ws-ar-idx) to rej-owner
           move ws-ar-reason(ws-ar-idx) to rej-reason
           write report-record from ws-reject-detail
           .

       5500-print-summary.
           move 'QUEUE SUMMARY' to sum-label
           move spaces to report-record
           write report-record from sum-label
           move '  NEW SINCE LAST REPORT......' to sum-label
           move ws-count-new to sum-count
           write report-record from ws-summary-line
           move '  AGED UNACKNOWLEDGED........' to sum-label
           move ws-count-aged to sum-count
           write report-record from ws-summary-line
           move '  STILL OPEN.................' to sum-label
           move ws-count-open to sum-count
           write report-record from ws-summary-line
           move '  RESOLVED THIS RUN..........' to sum-label
           move ws-items-resolved to sum-count
           write report-record from ws-summary-line
           move '  ACKNOWLEDGMENTS REJECTED...' to sum-label
           move ws-acks-rejected to sum-count
           write report-record from ws-summary-line
           .

      ***********************************************************************
      * 6000-REWRITE-QUEUE writes the queue back without the purged
      * items.  Only after it is safely rewritten is the exceptions
      * file emptied, so a failure in between loses nothing - the
      * findings are simply counted again on the next run.
      ***********************************************************************

       6000-rewrite-queue.
           open output queue-file
           if  not queue-ok
               display 'EXCEPTION-QUEUE ABEND: OPEN OF QUEUE-FILE'
                   ' FOR OUTPUT FAILED, FILE STATUS=' ws-queue-status
               move 16 to return-code
               perform 9400-close-files
               stop run
           end-if
           perform 6100-write-one-queue-record
               varying ws-q-idx from 1 by 1
               until ws-q-idx > ws-queue-count
           close queue-file
           .

       6100-write-one-queue-record.
           if  q-kept(ws-q-idx)
               write queue-record from ws-q-record(ws-q-idx)
               if  not queue-ok
                   display 'EXCEPTION-QUEUE ABEND: WRITE TO'
                       ' QUEUE-FILE FAILED, FILE STATUS='
                       ws-queue-status
                   move 16 to return-code
                   close queue-file
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-items-written
           end-if
           .

       6500-empty-exceptions-file.
           if  not exceptions-missing
               open output exceptions-file
               if  not exceptions-ok
                   display 'EXCEPTION-QUEUE: EMPTYING OF'
                       ' EXCEPTIONS-FILE FAILED, FILE STATUS='
                       ws-exceptions-status
                   move 8 to return-code
               else
                   close exceptions-file
               end-if
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

       9400-close-files.
           close report-file
           .

       9500-display-control-totals.
           display 'EXCEPTION-QUEUE CONTROL TOTALS'
           display '  QUEUE ITEMS LOADED..... ' ws-queue-loaded
           display '  ACKS READ.............. ' ws-acks-read
           display '  ACKS APPLIED........... ' ws-acks-applied
           display '  ACKS REJECTED.......... ' ws-acks-rejected
           display '  ITEMS RESOLVED......... ' ws-items-resolved
           display '  EXCEPTION BLOCKS READ.. ' ws-blocks-read
           display '  INCOMPLETE BLOCKS...... ' ws-incomplete-blocks
           display '  EXCEPTIONS READ........ ' ws-exceptions-read
           display '  NEW ITEMS QUEUED....... ' ws-items-added
           display '  REPEATS COUNTED........ ' ws-items-repeated
           display '  RESOLVED ITEMS PURGED.. ' ws-items-purged
           display '  ITEMS WRITTEN TO QUEUE. ' ws-items-written
           .

       9999-end.
           .
