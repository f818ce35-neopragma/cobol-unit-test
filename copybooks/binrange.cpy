      **********************************************************************
      * Copybook: BINRANGE
      * Purpose:  BIN range file record, one per issuer range,
      *           maintained by CARDBINM and loaded by CARD1, CARDRCYL,
      *           and CARDSCRB.  A range is the low and high eight-digit
      *           BIN - the leading eight digits of the account number -
      *           it covers.  Besides the brand, each range carries the
      *           card product (credit, debit, prepaid), whether the
      *           cards are commercial or consumer, and the ISO country
      *           of the issuer, so two ranges under one brand can be
      *           told apart and priced apart at settlement.
      *           Expanded into an 01-level record declared by each
      *           caller.
      **********************************************************************
           05  br-range-low             pic 9(08).
           05  br-range-high            pic 9(08).
           05  br-brand                 pic x(20).
           05  br-card-product          pic x(01).
               88  br-product-credit    value 'C'.
               88  br-product-debit     value 'D'.
               88  br-product-prepaid   value 'P'.
               88  br-product-valid     value 'C' 'D' 'P'.
           05  br-commercial-ind        pic x(01).
               88  br-commercial-card   value 'Y'.
               88  br-consumer-card     value 'N'.
               88  br-commercial-valid  value 'Y' 'N'.
           05  br-issuer-country        pic x(02).
