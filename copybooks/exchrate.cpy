      **********************************************************************
      * Copybook: EXCHRATE
      * Purpose:  Exchange-rate reference record, one per country and
      *           effective date - the file convert loads and
      *           rate-import maintains.  The rate is US dollars per
      *           unit of the country's currency.  The card programs
      *           look a currency up by the first two letters of its
      *           ISO currency code, which are the issuing country's
      *           code (CAD under CA, JPY under JP).  The rate used is
      *           the latest one effective on or before the run date.
      *           Expanded into an 01-level record declared by each
      *           caller.
      **********************************************************************
           05  er-country               pic x(02).
           05  er-effective-date        pic x(08).
           05  er-rate                  pic 9(03)v9(06).
