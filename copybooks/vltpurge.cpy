      **********************************************************************
      * Copybook: VLTPURGE
      * Purpose:  Vault purge count record, one appended per CARDVPRG
      *           run: the mapping count before and after the purge,
      *           the number purged, and the **TOKEN-CONTROL* sequence
      *           as the purge found it (and left it).  Every mapping
      *           added since comes from a token CARD1 issued past that
      *           sequence, so CARDVAUD's next audit reconciles the
      *           vault against the latest record: mappings now must
      *           equal the after-count plus the tokens issued since.
      *           Expanded into an 01-level record declared by each
      *           caller.
      **********************************************************************
           05  vp-purge-date            pic x(08).
           05  vp-before-count          pic 9(09).
           05  vp-purged-count          pic 9(09).
           05  vp-after-count           pic 9(09).
           05  vp-control-seq           pic 9(14).
           05  filler                   pic x(11).
