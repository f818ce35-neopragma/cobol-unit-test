      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      09 Aug 2026
      * Purpose:   Runs the nightly batch chain as one job - either
      *            the built-in chain (CARD1, convert-bad2,
      *            stats-guard, invdate, batch-recon) or the steps a
      *            job-stream file defines - checking each step's
      *            completion status before starting the next one, and
      *            writing a single consolidated run report instead of
      *            a separate console trail per step.
      *
      * Usage:     batch-driver run-parameter-filename
      *
      *            or
      *
      *            batch-driver run-report-filename
      *            "card1-args|convert-args|invdate-args[|recon-args]"
      *
      *            Given one argument, it names a run-parameter file of
      *            PARM=VALUE control cards, one per line, '*' in
      *            column one for a comment.  The cards are:
      *
      *              REPORT=run-report-filename      (required)
      *              CARD1ARGS=, CONVERTARGS=, GUARDARGS=,
      *              INVDATEARGS=, RECONARGS=   each built-in step's
      *                                         own arguments
      *              HISTORY=run-history-filename
      *              HOLIDAYS=holiday-filename
      *              SCHEDULE=schedule-filename
      *              DATECTL=date-control-filename
      *              JOBSTREAM=job-stream-filename
      *              RESTART=YES or NO
      *              OVERRIDE=step-name         (up to 10 cards)
      *
      *            JOBSTREAM= replaces the built-in chain with the
      *            steps its file defines, so it cannot be combined
      *            with the built-in steps' argument cards.
      *            RESTART=YES needs HISTORY= and skips every step the
      *            run history shows finished clean for the processing
      *            date, resuming at the first step that failed or
      *            never ran.  OVERRIDE=step-name runs that step again
      *            even though it finished clean.  An unknown keyword
      *            stops the run at startup.
      *
      *            Given two arguments, the second is the built-in
      *            steps' own command line arguments, in step order,
      *            separated by "|" so that the spaces within each
      *            step's own argument list don't get mistaken for the
      *            boundary between steps.  stats-guard's arguments
      *            are only given by the GUARDARGS= card.
      **********************************************************************
       identification division.
       program-id. batch-driver.
      * run date, step name, start and end times, return code - so
      * "is CARD1 getting slower" finally has an answer.  It is
      * opened for append and named by the HISTORY= control card.
      * Each record carries the processing date the step ran for, so
      * a restart after a failure can tell which steps of that date
      * already finished clean.
      ***********************************************************************

           select run-history-file assign to run-history-filename
               organization is line sequential
               file status is ws-date-control-status.

      ***********************************************************************
      * JOB-STREAM-FILE, named by the JOBSTREAM= control card, defines
      * the chain instead of the five built-in steps: one record per
      * step, in run order, giving the step's program, its parameter
      * file (or its own command-line arguments), up to four
      * predecessor steps that must have finished clean first, and
      * whether a failure stops the chain or is only reported.
      ***********************************************************************

           select job-stream-file assign to job-stream-filename
               organization is line sequential
               file status is ws-job-stream-status.

       data division.
       file section.

       fd  date-control-file.
       01  date-control-record pic x(08).

       fd  job-stream-file.
       01  job-stream-record pic x(321).

       working-storage section.

       01  ws-args pic x(500).
       01  ws-step-switch pic x(01) value 'N'.
           88  step-chain-failed value 'Y'.

      ***********************************************************************
      * STEP-FAILURE-FOUND is set by any failed step, whether its
      * failure stops the chain or is only reported; it decides the
      * overall result and whether the processing date advances.
      ***********************************************************************

       01  ws-failure-switch pic x(01) value 'N'.
           88  step-failure-found value 'Y'.

       01  ws-step-idx pic 9(02) comp.
       01  ws-pred-idx pic 9(01) comp.

       01  ws-step-table.
           05  ws-step-count pic 9(02) comp value zero.
           05  ws-step-entry occurs 20 times.
               10  ws-step-name         pic x(20).
               10  ws-step-program      pic x(20).
               10  ws-step-args         pic x(200).
               10  ws-step-start-time   pic x(08).
               10  ws-step-end-time     pic x(08).
               10  ws-step-return-code  pic 9(03).
               10  ws-step-failure-action pic x(01).
                   88  step-failure-stops value 'S' space.
                   88  step-failure-reports value 'R'.
               10  ws-step-pred-entry occurs 4 times.
                   15  ws-step-pred-name pic x(20).
                   15  ws-step-pred-step pic 9(02) comp.
               10  ws-step-blocked-by   pic x(20).
               10  ws-step-ran-switch   pic x(01) value 'N'.
                   88  step-ran         value 'Y'.
                   88  step-skipped-not-due value 'S'.
                   88  step-skipped-complete value 'C'.
                   88  step-blocked     value 'P'.
               10  ws-step-prior-switch pic x(01) value 'N'.
                   88  step-prior-clean value 'Y'.
                   88  step-prior-failed value 'F'.
                   88  step-prior-not-run value 'N'.

       01  ws-command-line pic x(250).

       01  ws-step-note    pic x(40).

       01  ws-run-report-status pic x(02).
           88  run-report-ok    value '00'.


       01  ws-run-date         pic x(08).

       01  job-stream-filename pic x(120) value spaces.

       01  ws-job-stream-status pic x(02).
           88  job-stream-ok   value '00'.
           88  job-stream-eof  value '10'.

       01  ws-job-stream-switch pic x(01) value 'N'.
           88  job-stream-defined value 'Y'.

       01  ws-builtin-args-switch pic x(01) value 'N'.
           88  builtin-args-given value 'Y'.

      ***********************************************************************
      * Job-stream record, fixed columns: step name X(20), program
      * X(20), failure action X(01) - S (the default) stops the chain,
      * R reports the failure and lets steps that do not depend on
      * the failed one carry on - four predecessor step names X(20)
      * each, and the step's parameter X(200).  A predecessor must be
      * defined earlier in the file.
      ***********************************************************************

       01  ws-job-stream-rec-fields.
           05  js-step-name        pic x(20).
           05  js-program          pic x(20).
           05  js-failure-action   pic x(01).
               88  js-failure-action-valid value 'S' 'R' space.
           05  js-predecessor occurs 4 times pic x(20).
           05  js-parameter        pic x(200).

       01  ws-pred-found-switch pic x(01).
           88  pred-found      value 'Y'.
           88  pred-not-found  value 'N'.

       01  ws-pred-search-idx  pic 9(02) comp.

      ***********************************************************************
      * Restart mode.  RESTART=YES reads the run history for the
      * processing date and skips every step whose latest record for
      * that date shows a zero return code; the chain resumes at the
      * first step that failed or never ran.  A clean step is only
      * run again when an OVERRIDE=step-name card names it, the same
      * way invdate refuses a second run without OVERRIDE.
      ***********************************************************************

       01  ws-restart-parameter pic x(03) value spaces.
           88  restart-requested value 'YES' 'Y'.
           88  restart-not-requested value 'NO' 'N' spaces.

       01  ws-override-table.
           05  ws-override-count pic 9(02) comp value zero.
           05  ws-override-entry occurs 10 times
                                indexed by ws-ovr-idx
                                pic x(20).

       01  ws-override-found-switch pic x(01).
           88  override-found  value 'Y'.
           88  override-not-found value 'N'.

       01  ws-restart-step-found-switch pic x(01).
           88  restart-step-found value 'Y'.
           88  restart-step-not-found value 'N'.

       01  ws-restart-step-idx pic 9(02) comp.
       01  ws-matched-restart-idx pic 9(02) comp value zero.

       01  ws-restart-counts.
           05  ws-restart-records-read pic 9(05) comp value zero.
           05  ws-restart-records-matched pic 9(05) comp value zero.

       01  holiday-filename    pic x(120).
       01  schedule-filename   pic x(120).
       01  date-control-filename pic x(120).

       01  ws-schedule-table.
           05  ws-schedule-count pic 9(02) comp value zero.
           05  ws-schedule-entry occurs 20 times
                                indexed by ws-sch-idx.
               10  ws-sch-step pic x(20).
               10  ws-sch-rule pic x(01).
           perform 1000-initialize
           perform 2000-run-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
               or step-chain-failed
           if  run-history-enabled
               close run-history-file
           end-if
               end-unstring
           end-if

           if  job-stream-filename not = spaces
               if  builtin-args-given
                   display 'BATCH-DRIVER ABEND: JOBSTREAM= REPLACES'
                       ' THE BUILT-IN STEPS - CARD1ARGS, CONVERTARGS,'
                       ' GUARDARGS, INVDATEARGS AND RECONARGS DO NOT'
                       ' APPLY'
                   move 16 to return-code
                   goback
               end-if
               set job-stream-defined to true
               perform 1500-load-job-stream
           else
               move 5 to ws-step-count
               move "CARD1"       to ws-step-name (1)
               move "CARD1"       to ws-step-program (1)
               move "CONVERT"     to ws-step-name (2)
               move "convert-bad2" to ws-step-program (2)
               move "GUARD"       to ws-step-name (3)
               move "stats-guard" to ws-step-program (3)
               move "INVDATE"     to ws-step-name (4)
               move "invdate"     to ws-step-program (4)
               move "RECON"       to ws-step-name (5)
               move "batch-recon" to ws-step-program (5)
           end-if

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-processing-date
                   ws-processing-date
           end-if

           if  restart-requested
               if  run-history-filename = spaces
                   display 'BATCH-DRIVER ABEND: RESTART=YES NEEDS THE'
                       ' RUN HISTORY FILE (HISTORY=)'
                   move 16 to return-code
                   goback
               end-if
               perform 1950-load-restart-history
           end-if

           perform 1960-validate-override-entry
               varying ws-ovr-idx from 1 by 1
               until ws-ovr-idx > ws-override-count

           if  run-history-filename not = spaces
               open extend run-history-file
               if  not run-history-ok
                   move ws-parm-value to run-report-filename
               when 'CARD1ARGS'
                   move ws-parm-value to ws-step-args (1)
                   set builtin-args-given to true
               when 'CONVERTARGS'
                   move ws-parm-value to ws-step-args (2)
                   set builtin-args-given to true
               when 'GUARDARGS'
                   move ws-parm-value to ws-step-args (3)
                   set builtin-args-given to true
               when 'INVDATEARGS'
                   move ws-parm-value to ws-step-args (4)
                   set builtin-args-given to true
               when 'RECONARGS'
                   move ws-parm-value to ws-step-args (5)
                   set builtin-args-given to true
               when 'HISTORY'
                   move ws-parm-value to run-history-filename
               when 'HOLIDAYS'
                   move ws-parm-value to schedule-filename
               when 'DATECTL'
                   move ws-parm-value to date-control-filename
               when 'JOBSTREAM'
                   move ws-parm-value to job-stream-filename
               when 'RESTART'
                   move ws-parm-value to ws-restart-parameter
                   if  not restart-requested
                   and not restart-not-requested
                       display 'BATCH-DRIVER ABEND: RESTART MUST BE'
                           ' YES OR NO, GOT ' ws-parm-value(1:20)
                       move 16 to return-code
                       close parameter-file
                       goback
                   end-if
               when 'OVERRIDE'
                   if  ws-override-count = 10
                       display 'BATCH-DRIVER ABEND: MORE THAN 10'
                           ' OVERRIDE CARDS, WS-OVERRIDE-TABLE IS FULL'
                       move 16 to return-code
                       close parameter-file
                       goback
                   end-if
                   add 1 to ws-override-count
                   move ws-parm-value
                       to ws-override-entry(ws-override-count)
               when other
                   display 'BATCH-DRIVER ABEND: UNKNOWN PARAMETER'
                       ' KEYWORD ' ws-parm-keyword

      ***********************************************************************
      * The RECON step is optional: when no fourth argument segment is
      * supplied it is simply not run, without failing the chain.  In
      * a job stream every defined step is run, and a step whose
      * predecessor did not finish clean is held back and reported.
      ***********************************************************************

       2000-run-one-step.

           if  not job-stream-defined
           and (ws-step-idx = 3 or ws-step-idx = 5)
           and ws-step-args (ws-step-idx) = spaces
               exit paragraph
           end-if

           if  job-stream-defined
               perform 2400-check-predecessors
               if  step-blocked (ws-step-idx)
                   exit paragraph
               end-if
           end-if

           if  scheduling-enabled
               perform 2600-check-step-due
               if  step-not-due
               end-if
           end-if

           if  restart-requested
           and step-prior-clean (ws-step-idx)
               perform 2650-check-step-override
               if  override-not-found
                   set step-skipped-complete (ws-step-idx) to true
                   display 'BATCH-DRIVER: ' ws-step-name (ws-step-idx)
                       ' COMPLETED CLEAN FOR ' ws-processing-date
                       ' - SKIPPED, SUPPLY OVERRIDE TO RUN AGAIN'
                   exit paragraph
               end-if
               display 'BATCH-DRIVER: ' ws-step-name (ws-step-idx)
                   ' COMPLETED CLEAN FOR ' ws-processing-date
                   ' - RERUN BY OPERATOR OVERRIDE'
           end-if

           move spaces to ws-command-line
           string ws-step-program (ws-step-idx) delimited by space
               ' ' delimited by size
           end-if

           if  ws-step-return-code (ws-step-idx) not = zero
               set step-failure-found to true
               if  step-failure-stops (ws-step-idx)
                   set step-chain-failed to true
               end-if
           end-if
           .

      ***********************************************************************
      * 2400-CHECK-PREDECESSORS holds a step back unless every step it
      * depends on ran clean, was already complete on a restart, or
      * was not due on the processing date.
      ***********************************************************************

       2400-check-predecessors.
           perform 2410-check-one-predecessor
               varying ws-pred-idx from 1 by 1
               until ws-pred-idx > 4
               or step-blocked (ws-step-idx)
           .

       2410-check-one-predecessor.
           if  ws-step-pred-step (ws-step-idx, ws-pred-idx) = zero
               exit paragraph
           end-if
           move ws-step-pred-step (ws-step-idx, ws-pred-idx)
               to ws-pred-search-idx
           evaluate true
               when step-ran (ws-pred-search-idx)
               and ws-step-return-code (ws-pred-search-idx) = zero
                   continue
               when step-skipped-complete (ws-pred-search-idx)
               or step-skipped-not-due (ws-pred-search-idx)
                   continue
               when other
                   set step-blocked (ws-step-idx) to true
                   move ws-step-pred-name (ws-step-idx, ws-pred-idx)
                       to ws-step-blocked-by (ws-step-idx)
           end-evaluate
           .

       2500-append-run-history.
           move ws-processing-date to rh-run-date
           move ws-step-name (ws-step-idx) to rh-step-name
           move ws-step-start-time (ws-step-idx) to rh-start-time
           move ws-step-end-time (ws-step-idx) to rh-end-time

           perform 3100-write-step-line
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count

           move spaces to run-report-record
           if  step-failure-found
               move "OVERALL RESULT: FAILED" to run-report-record
           else
               move "OVERALL RESULT: SUCCESS" to run-report-record
           display " CONSOLIDATED BATCH RUN REPORT"
           perform 3200-display-step-line
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
           if  step-failure-found
               display " OVERALL RESULT: FAILED"
               move 16 to return-code
           else
               end-if
               exit paragraph
           end-if
           if  step-skipped-complete (ws-step-idx)
               string ws-step-name (ws-step-idx) delimited by space
                   "  SKIPPED-ALREADY-COMPLETE" delimited by size
                   into run-report-record
               write run-report-record
               if  not run-report-ok
                   perform 3900-abend-on-report-write-failure
               end-if
               exit paragraph
           end-if
           if  step-blocked (ws-step-idx)
               string ws-step-name (ws-step-idx) delimited by space
                   "  NOT RUN (predecessor " delimited by size
                   ws-step-blocked-by (ws-step-idx) delimited by space
                   " did not complete)" delimited by size
                   into run-report-record
               write run-report-record
               if  not run-report-ok
                   perform 3900-abend-on-report-write-failure
               end-if
               exit paragraph
           end-if
           move spaces to ws-step-note
           if  step-ran (ws-step-idx)
           and ws-step-return-code (ws-step-idx) not = zero
           and step-failure-reports (ws-step-idx)
               move "  FAILED - REPORTED, CHAIN CONTINUED"
                   to ws-step-note
           end-if
           if  step-ran (ws-step-idx)
               string ws-step-name (ws-step-idx) delimited by space
                   "  START=" delimited by size
                   ws-step-end-time (ws-step-idx) delimited by size
                   "  RC=" delimited by size
                   ws-step-return-code (ws-step-idx) delimited by size
                   ws-step-note delimited by size
                   into run-report-record
           else
               if  ws-step-args (ws-step-idx) = spaces
               and not job-stream-defined
                   string ws-step-name (ws-step-idx)
                       delimited by space
                       "  NOT CONFIGURED" delimited by size
           end-if
           .

       1500-load-job-stream.
           open input job-stream-file
           if  not job-stream-ok
               display 'BATCH-DRIVER ABEND: OPEN OF JOB-STREAM-FILE'
                   ' FAILED, FILE STATUS=' ws-job-stream-status
               move 16 to return-code
               goback
           end-if
           perform 1510-read-job-stream-record
           perform 1520-store-job-stream-step
               until job-stream-eof
           close job-stream-file
           if  ws-step-count = zero
               display 'BATCH-DRIVER ABEND: JOB-STREAM-FILE DEFINES'
                   ' NO STEPS'
               move 16 to return-code
               goback
           end-if
           display 'BATCH-DRIVER JOB STREAM: ' ws-step-count ' STEPS'
           .

       1510-read-job-stream-record.
           read job-stream-file into ws-job-stream-rec-fields
           .

       1520-store-job-stream-step.
           if  job-stream-record = spaces
           or job-stream-record(1:1) = '*'
               perform 1510-read-job-stream-record
               exit paragraph
           end-if
           if  ws-step-count = 20
               display 'BATCH-DRIVER ABEND: JOB-STREAM-FILE HAS MORE'
                   ' THAN 20 STEPS, WS-STEP-TABLE IS FULL'
               move 16 to return-code
               goback
           end-if
           if  js-step-name = spaces
           or js-program = spaces
           or not js-failure-action-valid
               display 'BATCH-DRIVER ABEND: JOB-STREAM STEP '
                   js-step-name ' NEEDS A NAME, A PROGRAM AND'
                   ' FAILURE ACTION S OR R'
               move 16 to return-code
               goback
           end-if
           add 1 to ws-step-count
           move js-step-name to ws-step-name (ws-step-count)
           move js-program to ws-step-program (ws-step-count)
           move js-parameter to ws-step-args (ws-step-count)
           move js-failure-action
               to ws-step-failure-action (ws-step-count)
           perform 1530-resolve-predecessor
               varying ws-pred-idx from 1 by 1
               until ws-pred-idx > 4
           display '  STEP ' ws-step-name (ws-step-count)
               ' PROGRAM ' ws-step-program (ws-step-count)
               ' ON FAILURE ' ws-step-failure-action (ws-step-count)
           perform 1510-read-job-stream-record
           .

       1530-resolve-predecessor.
           move js-predecessor (ws-pred-idx)
               to ws-step-pred-name (ws-step-count, ws-pred-idx)
           move zero to ws-step-pred-step (ws-step-count, ws-pred-idx)
           if  js-predecessor (ws-pred-idx) = spaces
               exit paragraph
           end-if
           set pred-not-found to true
           perform 1540-check-predecessor-entry
               varying ws-pred-search-idx from 1 by 1
               until ws-pred-search-idx >= ws-step-count
               or pred-found
           if  pred-not-found
               display 'BATCH-DRIVER ABEND: STEP '
                   ws-step-name (ws-step-count) ' PREDECESSOR '
                   js-predecessor (ws-pred-idx)
                   ' IS NOT DEFINED EARLIER IN THE JOB STREAM'
               move 16 to return-code
               goback
           end-if
           .

       1540-check-predecessor-entry.
           if  js-predecessor (ws-pred-idx)
                   = ws-step-name (ws-pred-search-idx)
               set pred-found to true
               move ws-pred-search-idx
                   to ws-step-pred-step (ws-step-count, ws-pred-idx)
           end-if
           .

       1600-load-holiday-table.
           open input holiday-file
           if  not holiday-ok
           .

       1720-store-schedule-entry.
           if  ws-schedule-count = 20
               display 'BATCH-DRIVER ABEND: SCHEDULE-FILE HAS MORE'
                   ' THAN 20 ENTRIES, WS-SCHEDULE-TABLE IS FULL'
               move 16 to return-code
               goback
           end-if
           end-if
           .

      ***********************************************************************
      * 1950-LOAD-RESTART-HISTORY reads the whole run history and
      * keeps, for each step, the outcome of its latest record for
      * the processing date.  Records are in append order, so a step
      * that failed and was then rerun clean ends up marked clean.
      ***********************************************************************

       1950-load-restart-history.
           open input run-history-file
           if  not run-history-ok
               display 'BATCH-DRIVER ABEND: RESTART=YES BUT OPEN OF'
                   ' RUN-HISTORY-FILE FAILED, FILE STATUS='
                   ws-run-history-status
               move 16 to return-code
               goback
           end-if
           perform 1951-read-restart-record
           perform 1952-apply-restart-record
               until not run-history-ok
           close run-history-file
           display 'BATCH-DRIVER RESTART FOR ' ws-processing-date
               ': ' ws-restart-records-matched ' OF '
               ws-restart-records-read ' HISTORY RECORDS MATCH'
           .

       1951-read-restart-record.
           read run-history-file into ws-run-history-fields
           .

       1952-apply-restart-record.
           add 1 to ws-restart-records-read
           if  rh-run-date = ws-processing-date
               set restart-step-not-found to true
               perform 1953-check-restart-step
                   varying ws-restart-step-idx from 1 by 1
                   until ws-restart-step-idx > ws-step-count
                   or restart-step-found
               if  restart-step-found
                   add 1 to ws-restart-records-matched
                   if  rh-return-code = zero
                       set step-prior-clean (ws-matched-restart-idx)
                           to true
                   else
                       set step-prior-failed (ws-matched-restart-idx)
                           to true
                   end-if
               end-if
           end-if
           perform 1951-read-restart-record
           .

       1953-check-restart-step.
           if  rh-step-name = ws-step-name (ws-restart-step-idx)
               set restart-step-found to true
               move ws-restart-step-idx to ws-matched-restart-idx
           end-if
           .

       1960-validate-override-entry.
           set restart-step-not-found to true
           perform 1961-check-override-step
               varying ws-restart-step-idx from 1 by 1
               until ws-restart-step-idx > ws-step-count
               or restart-step-found
           if  restart-step-not-found
               display 'BATCH-DRIVER ABEND: OVERRIDE NAMES UNKNOWN'
                   ' STEP ' ws-override-entry(ws-ovr-idx)
               move 16 to return-code
               goback
           end-if
           .

       1961-check-override-step.
           if  ws-override-entry(ws-ovr-idx)
                   = ws-step-name (ws-restart-step-idx)
               set restart-step-found to true
           end-if
           .

       2600-check-step-due.

           set step-is-due to true
           end-if
           .

       2650-check-step-override.
           set override-not-found to true
           perform 2660-check-override-entry
               varying ws-ovr-idx from 1 by 1
               until ws-ovr-idx > ws-override-count
               or override-found
           .

       2660-check-override-entry.
           if  ws-override-entry(ws-ovr-idx)
                   = ws-step-name (ws-step-idx)
               set override-found to true
           end-if
           .

       2630-check-business-day.
           perform 2700-calculate-day-of-week
           perform 2820-check-holiday-match

      ***********************************************************************
      * 7000-UPDATE-DATE-CONTROL advances the control record to the
      * day after the date just processed - on success only.  Any
      * failed step, even one whose failure was only reported, leaves
      * the processing date in place, so the morning rerun is for the
      * right business date.
      ***********************************************************************

       7000-update-date-control.
           if  not step-failure-found
               perform 7100-advance-processing-date
           end-if
           open output date-control-file
                   "  SKIPPED-NOT-DUE"
               exit paragraph
           end-if
           if  step-skipped-complete (ws-step-idx)
               display " " ws-step-name (ws-step-idx)
                   "  SKIPPED-ALREADY-COMPLETE"
               exit paragraph
           end-if
           if  step-blocked (ws-step-idx)
               display " " ws-step-name (ws-step-idx)
                   "  NOT RUN (predecessor "
                   ws-step-blocked-by (ws-step-idx) " did not complete)"
               exit paragraph
           end-if
           move spaces to ws-step-note
           if  step-ran (ws-step-idx)
           and ws-step-return-code (ws-step-idx) not = zero
           and step-failure-reports (ws-step-idx)
               move "  FAILED - REPORTED, CHAIN CONTINUED"
                   to ws-step-note
           end-if
           if  step-ran (ws-step-idx)
               display " " ws-step-name (ws-step-idx)
                   "  START=" ws-step-start-time (ws-step-idx)
                   "  END=" ws-step-end-time (ws-step-idx)
                   "  RC=" ws-step-return-code (ws-step-idx)
                   ws-step-note
           else
               if  ws-step-args (ws-step-idx) = spaces
               and not job-stream-defined
                   display " " ws-step-name (ws-step-idx)
                       "  NOT CONFIGURED"
               else
