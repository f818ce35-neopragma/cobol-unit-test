      **********************************************************************
      * Copybook: MERCHANT
      * Purpose:  Merchant master record, one per merchant, kept in
      *           data/merchant-master.dat and maintained by CARDMERM.
      *           The merchant ID and name lead the record, the way
      *           CARDSETL has always read it.  Status is A active, S
      *           suspended, or T terminated; a blank status on a
      *           record carried over from the hand-kept file counts as
      *           active.  A merchant is terminated from its
      *           termination date on, so a termination can be keyed
      *           ahead of time.  The settlement bank account is the
      *           routing and account number payouts are sent to.
      *           Expanded into an 01-level record declared by each
      *           caller.
      **********************************************************************
           05  mm-merchant-id           pic x(08).
           05  mm-merchant-name         pic x(30).
           05  mm-status                pic x(01).
               88  mm-status-active     value 'A' space.
               88  mm-status-suspended  value 'S'.
               88  mm-status-terminated value 'T'.
               88  mm-status-valid      value 'A' 'S' 'T'.
           05  mm-open-date             pic x(08).
           05  mm-term-date             pic x(08).
           05  mm-settle-routing        pic x(09).
           05  mm-settle-routing-digits redefines mm-settle-routing.
               10  mm-settle-routing-digit occurs 9 times pic 9(01).
           05  mm-settle-account        pic x(17).
           05  mm-contact-name          pic x(30).
           05  mm-contact-street        pic x(30).
           05  mm-contact-city          pic x(20).
           05  mm-contact-state         pic x(02).
           05  mm-contact-postal        pic x(10).
           05  mm-contact-phone         pic x(15).
           05  filler                   pic x(12).
