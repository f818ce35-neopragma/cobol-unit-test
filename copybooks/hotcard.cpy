      **********************************************************************
      * Copybook: HOTCARD
      * Purpose:  Hot-card negative file record, one per blocked card,
      *           maintained by CARDHOTM and loaded by CARD1 to keep
      *           a lost, stolen, or compromised card's transactions
      *           out of settlement.  The card is keyed by its vault
      *           token, never its PAN, so the negative file stays out
      *           of PCI scope like everything else downstream of the
      *           vault.  A block takes effect on its block date and
      *           lapses after its expiry date; a blank expiry blocks
      *           the card until the entry is removed.  The requestor
      *           is the ID of whoever keyed the block.
      *           Expanded into an 01-level record declared by each
      *           caller.
      **********************************************************************
           05  hc-token                 pic x(16).
           05  hc-token-digits redefines hc-token.
               10  hc-token-prefix      pic x(02).
               10  hc-token-sequence    pic x(14).
           05  hc-reason-code           pic x(01).
               88  hc-reason-lost       value 'L'.
               88  hc-reason-stolen     value 'S'.
               88  hc-reason-compromised value 'C'.
               88  hc-reason-fraud      value 'F'.
               88  hc-reason-valid      value 'L' 'S' 'C' 'F'.
           05  hc-block-date            pic x(08).
           05  hc-expiry-date           pic x(08).
           05  hc-requestor             pic x(08).
           05  filler                   pic x(19).
