      *            X(30), address line 1 X(30), address line 2 X(30),
      *            state/region code X(02), country code X(02) (blank
      *            = US), delivery preference X(01) - P paper (the
      *            default), E electronic - tax-exempt flag X(01) Y/N
      *            (blank = N), exemption certificate number X(15),
      *            then filler to 130.  An account flagged exempt must
      *            carry its certificate number; invdate bills it
      *            without sales tax.  Legacy 100- and 110-byte records
      *            load with the missing fields blank and are carried
      *            through unchanged.  Transaction record: action
      *            X(01) A/C/D followed by the record image; a delete
      *            needs only the action and account.
       file section.

       fd  old-na-file.
       01  old-na-record pic x(130).

       fd  trans-file.
       01  trans-record pic x(122).

       fd  new-na-file.
       01  new-na-record pic x(130).

       fd  report-file.
       01  report-record pic x(132).
               10  mst-status      pic x(01).
                   88  mst-acct-active value 'A' space.
               10  mst-open-date   pic x(08).
               10  mst-dd-mandate  pic x(37).

       working-storage section.

           05  trn-country-code    pic x(02).
           05  trn-delivery-pref   pic x(01).
               88  trn-pref-valid  value 'P' 'E' space.
           05  trn-tax-exempt      pic x(01).
               88  trn-exempt-valid value 'Y' 'N' space.
               88  trn-tax-exempt-yes value 'Y'.
           05  trn-exempt-cert     pic x(15).

      ***********************************************************************
      * The old name-and-address file is held in a table;
                   15  ws-na-state     pic x(02).
                   15  ws-na-country   pic x(02).
                   15  ws-na-pref      pic x(01).
                   15  ws-na-tax-exempt pic x(01).
                   15  ws-na-exempt-cert pic x(15).
                   15  filler          pic x(09).
               10  ws-na-deleted-switch pic x(01).
                   88  na-deleted      value 'Y'.
                   88  na-active       value 'N'.
                   move 'DELIVERY PREF MUST BE P, E, OR BLANK'
                       to ws-reject-reason
               end-if
               if  trans-accepted
               and not trn-exempt-valid
                   move 'TAX EXEMPT MUST BE Y, N, OR BLANK'
                       to ws-reject-reason
               end-if
               if  trans-accepted
               and trn-tax-exempt-yes
               and trn-exempt-cert = spaces
                   move 'TAX EXEMPT NEEDS A CERTIFICATE NUMBER'
                       to ws-reject-reason
               end-if
               if  trans-accepted
                   perform 2300-validate-state-code
               end-if
           move trn-state-code to ws-na-state(ws-matched-na-idx)
           move trn-country-code to ws-na-country(ws-matched-na-idx)
           move trn-delivery-pref to ws-na-pref(ws-matched-na-idx)
           move trn-tax-exempt to ws-na-tax-exempt(ws-matched-na-idx)
           move trn-exempt-cert
               to ws-na-exempt-cert(ws-matched-na-idx)
           .

       2900-write-edit-line.
