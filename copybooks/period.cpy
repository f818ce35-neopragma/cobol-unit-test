      **********************************************************************
      * Copybook: PERIOD
      * Purpose:  Accounting period control record - one record per
      *           accounting month finance has acted on.  A month with
      *           no record, or with status O, is open for posting.
      *           period-close marks a month C once its period-end
      *           balances have been snapshotted, and records when and
      *           what was signed off.  invoice-adjust, payment-post,
      *           and invdate's catch-up mode read this file and refuse
      *           or redate any entry dated into a closed month.
      **********************************************************************
           05  prd-period            pic x(06).
           05  prd-status            pic x(01).
               88  prd-status-open   value 'O' space.
               88  prd-status-closed value 'C'.
           05  prd-close-date        pic x(08).
           05  prd-account-count     pic 9(07).
           05  prd-balance-total     pic s9(09)v99
                                     sign leading separate.
