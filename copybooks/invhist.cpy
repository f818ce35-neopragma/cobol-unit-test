      *           record type, and the signed amount.  A blank record
      *           type is a legacy invoice row written before the type
      *           and amount fields existed and reads as an invoice of
      *           unknown amount.  Types: I invoice, P payment, C credit
      *           adjustment, D debit adjustment, F late fee or finance
      *           charge (issued under its own register number), W
      *           bad-debt write-off, V agency recovery on a written-off
      *           invoice (no effect on the open balance), R refund of
      *           a credit balance (raises the credit invoice back
      *           toward zero, like a debit), U metered usage charge
      *           and T sales tax on an invoice (written by invdate
      *           under the invoice's own number, right after its I
      *           row, so they add to that invoice), M merchant
      *           processing fee (issued under its own register number
      *           by merchant-fee).
      **********************************************************************
           05  hist-acct-number      pic x(10).
           05  hist-invoice-date     pic x(08).
           05  hist-invoice-number   pic 9(08).
           05  hist-record-type      pic x(01).
               88  hist-type-invoice value 'I' space.
               88  hist-type-late-fee value 'F'.
               88  hist-type-write-off value 'W'.
               88  hist-type-recovery value 'V'.
               88  hist-type-refund value 'R'.
               88  hist-type-sales-tax value 'T'.
               88  hist-type-usage value 'U'.
               88  hist-type-merchant-fee value 'M'.
           05  hist-amount           pic s9(07)v99
                                     sign leading separate.
