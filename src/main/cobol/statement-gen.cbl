      *            lines in the order they were journaled; later rows
      *            are ignored.  Invoices and debit adjustments
      *            charge the account, payments and credits reduce
      *            it, as do bad-debt write-offs; a refund of a credit
      *            balance charges it back.  Agency recovery rows
      *            are bad-debt income, not customer activity, and do
      *            not appear.  Legacy rows with no amount are skipped
      *            with a count.
      **********************************************************************
       identification division.
       program-id. statement-gen.
       01  history-record pic x(46).

       fd  name-address-file.
       01  name-address-record pic x(130).

       fd  statement-print-file.
       01  statement-print-record pic x(132).
           05  ws-na-rec-state     pic x(02).
           05  ws-na-rec-country   pic x(02).
           05  ws-na-rec-pref      pic x(01).
           05  ws-na-rec-tax-exempt pic x(01).
           05  ws-na-rec-exempt-cert pic x(15).
           05  filler              pic x(09).

       01  ws-name-addr-table.
           05  ws-name-addr-count  pic 9(04) comp value zero.

       2100-classify-history-record.

           if  hist-type-recovery
               exit paragraph
           end-if

           evaluate hist-record-type
               when 'P'
               when 'C'
               when 'W'
                   compute ws-signed-amount = zero - hist-amount
               when other
                   move hist-amount to ws-signed-amount
                   move 'CREDIT MEMO' to ws-type-description
               when 'D'
                   move 'DEBIT MEMO' to ws-type-description
               when 'F'
                   move 'LATE FEE' to ws-type-description
               when 'W'
                   move 'WRITE-OFF' to ws-type-description
               when 'R'
                   move 'REFUND' to ws-type-description
               when 'T'
                   move 'SALES TAX' to ws-type-description
               when 'U'
                   move 'USAGE' to ws-type-description
               when 'M'
                   move 'PROCESSING FEE' to ws-type-description
               when other
                   move 'INVOICE' to ws-type-description
           end-evaluate
