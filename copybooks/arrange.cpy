      **********************************************************************
      * Copybook: ARRANGE
      * Purpose:  Payment-arrangement record - the installment plan
      *           collections has agreed with a customer.  One record
      *           per account: the agreed total, up to twelve dated
      *           installments that add up to it, and the arrangement
      *           status.  An active arrangement suppresses dunning in
      *           ar-aging; the nightly arrange-check cancels one whose
      *           installments due are not covered by the payments
      *           journaled since the start date, and marks one paid in
      *           full as completed.  Maintained by arrange-maint.
      **********************************************************************
           05  arr-acct-number       pic x(10).
           05  arr-status            pic x(01).
               88  arr-status-active     value 'A'.
               88  arr-status-cancelled  value 'X'.
               88  arr-status-completed  value 'K'.
           05  arr-start-date        pic x(08).
           05  arr-agreed-total      pic 9(07)v99.
           05  arr-installment-count pic 9(02).
           05  arr-installment occurs 12 times.
               10  arr-inst-due-date pic x(08).
               10  arr-inst-amount   pic 9(07)v99.
           05  arr-status-date       pic x(08).
           05  arr-status-reason     pic x(20).
