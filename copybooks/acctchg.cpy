      **********************************************************************
      * Copybook: ACCTCHG
      * Purpose:  Account change-history record, appended by every
      *           program that updates the indexed account master -
      *           acct-maint, write-off, dd-return - and read back by
      *           acct-history-inq.  Each record is one add, change, or
      *           delete of one account: the run date and time, the
      *           program that made it and a reference to the input
      *           that caused it, and the whole master record before
      *           and after the change.  An add has a blank before
      *           image and a delete a blank after image.  The file is
      *           only ever extended: each run appends a standard
      *           header, its change records, and a trailer whose count
      *           and hash cover every change record in the file from
      *           the first, so an edited or removed record no longer
      *           agrees with the trailers written after it.  The hash
      *           is the sum, modulo 10**11, of each record's fold
      *           value (see ACCTCHGH).
      **********************************************************************
           05  chg-run-date          pic x(08).
           05  chg-run-time          pic x(08).
           05  chg-source-program    pic x(10).
           05  chg-source-reference  pic x(20).
           05  chg-action            pic x(01).
               88  chg-action-add    value 'A'.
               88  chg-action-change value 'C'.
               88  chg-action-delete value 'D'.
           05  chg-acct-number       pic x(10).
           05  chg-before-image      pic x(67).
           05  chg-after-image       pic x(67).
