      **********************************************************************
      * Copybook: EXCEPTN
      * Purpose:  Shared nightly exceptions record.  Every program that
      *           reports findings for an analyst to chase - guard and
      *           reconciliation imbalances, unmatched acknowledgments,
      *           rejected and stale rates, vault integrity findings,
      *           aged recycle items, missed invoices, velocity hits -
      *           also appends one of these per finding to the shared
      *           exceptions file, where exception-queue picks them up
      *           for the morning exceptions report.  Each writing run
      *           adds its own block to the file: a standard header
      *           naming the program, its exception records, and a
      *           standard trailer carrying the block's record count,
      *           written only when the run finishes normally.  The
      *           severity is H (act before the business day), M (act
      *           today), or L (review).  The key identifies the thing
      *           in error - account, token, brand and date, country,
      *           file - and the kind of finding where one program
      *           reports several kinds, so the source program and the
      *           key together identify the same finding repeated on a
      *           later night.  Expanded into an 01-level record
      *           declared by each caller; data records never begin
      *           'HDR' or 'TRL'.
      **********************************************************************
           05  exc-source-program       pic x(10).
           05  filler                   pic x(01) value space.
           05  exc-severity             pic x(01).
               88  exc-severity-high    value 'H'.
               88  exc-severity-medium  value 'M'.
               88  exc-severity-low     value 'L'.
               88  exc-severity-valid   value 'H' 'M' 'L'.
           05  filler                   pic x(01) value space.
           05  exc-run-date             pic x(08).
           05  filler                   pic x(01) value space.
           05  exc-key                  pic x(30).
           05  filler                   pic x(01) value space.
           05  exc-description          pic x(60).
