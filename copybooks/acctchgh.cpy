      **********************************************************************
      * Copybook: ACCTCHGH
      * Purpose:  Work area for the account change-history hash.  A
      *           change record's fold value is built the way the
      *           audit-log chain is (AUDITCHN): each of its 191 bytes
      *           is weighted by its position in the printable
      *           collating string below and by its column, folded
      *           into a running value kept modulo 10**8, starting
      *           from zero for every record.  The file hash is the
      *           sum of the fold values modulo 10**11.  Every program
      *           that appends to the change history carries this area
      *           and the same fold arithmetic, and carries the running
      *           count and hash forward from the file's last trailer,
      *           so acct-history-inq can recompute every trailer.
      **********************************************************************
       01  ws-chg-hash-work.
           05  ws-chg-collate-values.
               10  filler pic x(32) value
                   ' !"#$%&''()*+,-./0123456789:;<=>?'.
               10  filler pic x(32) value
                   '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
               10  filler pic x(31) value
                   '`abcdefghijklmnopqrstuvwxyz{|}~'.
           05  ws-chg-collate-string
               redefines ws-chg-collate-values pic x(95).
           05  ws-chg-hash-sub         pic 9(03) comp.
           05  ws-chg-hash-char        pic x(01).
           05  ws-chg-hash-weight      pic 9(04) comp.
           05  ws-chg-hash-accum       pic 9(12) comp.
           05  ws-chg-hash-quotient    pic 9(12) comp.
           05  ws-chg-hash-input       pic x(191).

       01  ws-chg-file-totals.
           05  ws-chg-file-count       pic 9(09) value zero.
           05  ws-chg-file-hash        pic 9(11) value zero.
           05  ws-chg-hash-sum         pic 9(12) value zero.
