      **********************************************************************
      * Author:    Dave Nicolette
      * Date:      15 Oct 2026
      * Purpose:   One-time indexed account master conversion.  The
      *            indexed master acct-load built held only the
      *            original 30-byte account record until the
      *            direct-debit mandate and returned-debit count were
      *            added after it (67 bytes).  An indexed master built
      *            with the old record cannot be opened with the new
      *            one, so this program copies every account from the
      *            30-byte master into a new 67-byte master before
      *            acct-maint, invdate, missed-invoice, dd-collect, or
      *            dd-return run against it.  Every account converts
      *            with the mandate blank and a zero returned-debit
      *            count, exactly as acct-load loads a new account;
      *            mandates are then added through acct-maint.
      *
      *            The new master must not already exist: the program
      *            refuses to overwrite one, so running it twice cannot
      *            destroy a converted master.  Once the counts agree,
      *            the new master replaces the old one under the master
      *            name the other programs are given.
      *
      * Usage:     acct-convert old-indexed-master-filename
      *            new-indexed-master-filename
      **********************************************************************
       identification division.
       program-id. acct-convert.
       environment division.
       input-output section.
       file-control.

           select old-master-file
               assign to old-master-filename
               organization is indexed
               access mode is sequential
               record key is old-acct-key
               file status is ws-old-master-status.

           select new-master-file
               assign to new-master-filename
               organization is indexed
               access mode is sequential
               record key is mst-acct-key
               file status is ws-new-master-status.

       data division.
       file section.

       fd  old-master-file.
       01  old-master-record.
           05  old-acct-key        pic x(10).
           05  old-detail          pic x(20).

       fd  new-master-file.
       01  new-master-record.
           05  mst-acct-key        pic x(10).
           05  mst-detail          pic x(20).
           05  mst-dd-mandate      pic x(35).
           05  mst-dd-return-count pic 9(02).

       working-storage section.

       01  args pic x(500).

       01  arg-values.
           05  old-master-filename pic x(120).
           05  new-master-filename pic x(120).

       01  ws-old-master-status    pic x(02).
           88  old-master-ok       value '00'.
           88  old-master-eof      value '10'.

       01  ws-new-master-status    pic x(02).
           88  new-master-ok       value '00'.

       01  ws-control-totals.
           05  ws-records-read     pic 9(06) comp value zero.
           05  ws-records-written  pic 9(06) comp value zero.

       procedure division.

       0000-main.

           perform 1000-initialize
           perform 2000-convert-master-record until old-master-eof
           perform 9400-close-files
           perform 9500-display-control-totals
           goback
           .

       1000-initialize.

           accept args from command-line end-accept
           unstring args delimited by space
               into old-master-filename new-master-filename
           end-unstring

           if  old-master-filename = spaces
           or new-master-filename = spaces
           or old-master-filename = new-master-filename
               display 'USAGE: ACCT-CONVERT OLD-INDEXED-MASTER-FILENAME'
                   ' NEW-INDEXED-MASTER-FILENAME'
               display '       (THE TWO FILENAMES MUST DIFFER)'
               goback
           end-if

           open input new-master-file
           if  new-master-ok
               close new-master-file
               display 'ACCT-CONVERT: NEW MASTER ALREADY EXISTS - '
                   new-master-filename(1:60)
               display 'ACCT-CONVERT: CONVERSION REFUSED, NOTHING'
                   ' WRITTEN'
               move 16 to return-code
               goback
           end-if

           open input old-master-file
           if  not old-master-ok
               display 'ACCT-CONVERT: OPEN OF OLD-MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-old-master-status
               move 16 to return-code
               goback
           end-if

           open output new-master-file
           if  not new-master-ok
               display 'ACCT-CONVERT: OPEN OF NEW-MASTER-FILE FAILED,'
                   ' FILE STATUS=' ws-new-master-status
               move 16 to return-code
               close old-master-file
               goback
           end-if
           .

      ***********************************************************************
      * The old master is read in account-number sequence, which is
      * the order the new master is written in.
      ***********************************************************************

       2000-convert-master-record.

           read old-master-file next record
           if  old-master-ok
               add 1 to ws-records-read
               move spaces to new-master-record
               move old-acct-key to mst-acct-key
               move old-detail to mst-detail
               move zero to mst-dd-return-count
               write new-master-record
               if  not new-master-ok
                   display 'ACCT-CONVERT ABEND: WRITE OF ACCOUNT '
                       mst-acct-key ' FAILED, FILE STATUS='
                       ws-new-master-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
               add 1 to ws-records-written
           else
               if  not old-master-eof
                   display 'ACCT-CONVERT ABEND: READ OF OLD-MASTER-FILE'
                       ' FAILED, FILE STATUS=' ws-old-master-status
                   move 16 to return-code
                   perform 9400-close-files
                   stop run
               end-if
           end-if
           .

       9400-close-files.
           close old-master-file
           close new-master-file
           .

       9500-display-control-totals.
           display 'ACCT-CONVERT CONTROL TOTALS'
           display '  ACCOUNTS READ.......... ' ws-records-read
           display '  ACCOUNTS CONVERTED..... ' ws-records-written
           .

       9999-end.
           .
