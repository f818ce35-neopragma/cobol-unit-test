      **********************************************************************
      * Copybook: CONVDLT
      * Purpose:  Day-over-day change extract record written by
      *           convert-delta: one record per converted record that
      *           was added, changed, or deleted since the previous
      *           generation of convert's output.  The change flags
      *           are 'Y' for each output field whose value moved on a
      *           changed record and blank otherwise (all blank on an
      *           add or a delete).  The record image is tonight's
      *           converted record for an add or change and the
      *           previous night's for a delete, in the OUTPUT
      *           copybook layout.  The file carries the standard
      *           header and trailer; the trailer is followed by the
      *           count of each change type, so the standard count is
      *           their sum.  Expanded into an 01-level record
      *           declared by each caller.
      **********************************************************************
           05  dlt-data-detail.
               10  dlt-change-type         pic x(01).
                   88  dlt-change-add      value 'A'.
                   88  dlt-change-change   value 'C'.
                   88  dlt-change-delete   value 'D'.
               10  filler                  pic x(01).
               10  dlt-changed-fields.
                   15  dlt-country-changed     pic x(01).
                   15  dlt-state-changed       pic x(01).
                   15  dlt-text-2-changed      pic x(01).
                   15  dlt-amount-changed      pic x(01).
                   15  dlt-tax-rate-changed    pic x(01).
                   15  dlt-tax-amount-changed  pic x(01).
                   15  dlt-gross-changed       pic x(01).
                   15  dlt-usd-changed         pic x(01).
                   15  dlt-exchange-rate-changed pic x(01).
               10  filler                  pic x(01).
               10  dlt-record-image        pic x(122).
           05  dlt-trailer-detail redefines dlt-data-detail.
               10  dlt-trl-standard        pic x(48).
               10  filler                  pic x(01).
               10  dlt-trl-add-count       pic 9(09).
               10  filler                  pic x(01).
               10  dlt-trl-change-count    pic 9(09).
               10  filler                  pic x(01).
               10  dlt-trl-delete-count    pic 9(09).
               10  filler                  pic x(56).
