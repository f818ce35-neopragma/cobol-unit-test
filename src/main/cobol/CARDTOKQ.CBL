       01 TOKEN-VAULT-RECORD.
           05  VAULT-PAN          PIC X(16).
           05  VAULT-TOKEN        PIC X(16).
           05  VAULT-LAST-SEEN-DATE PIC X(08).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
