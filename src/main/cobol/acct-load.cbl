      *            master keyed instead of scanning the whole file, and
      *            a one-account change stops rewriting every record.
      *            Duplicate account numbers in the old file are
      *            reported and the first occurrence wins.  The
      *            direct-debit mandate fields the indexed record
      *            carries after the original 30 bytes load blank,
      *            with a zero returned-debit count; mandates are
      *            added through acct-maint.
      *
      * Usage:     acct-load old-master-filename indexed-master-filename
      *
      *            An indexed master already loaded in the original
      *            30-byte layout, before the mandate fields were
      *            added, is not reloaded from the line-sequential
      *            file; it is converted once to the 67-byte layout by
      *                acct-convert old-indexed-master-filename
      *                             new-indexed-master-filename
      *            which loads the mandate blank with a zero
      *            returned-debit count, as this program does.
      **********************************************************************
       identification division.
       program-id. acct-load.
       01  indexed-master-record.
           05  mst-acct-key        pic x(10).
           05  mst-detail          pic x(20).
           05  mst-dd-mandate      pic x(35).
           05  mst-dd-return-count pic 9(02).

       working-storage section.

           if  old-master-ok
               add 1 to ws-records-read
               move old-master-record to indexed-master-record
               move zero to mst-dd-return-count
               write indexed-master-record
                   invalid key
                       add 1 to ws-duplicates-found
