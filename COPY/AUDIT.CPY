      *>   Legal-order step (LEGLMGT); the order's status transition
      *>   rides in the status bytes.
               88 AUDIT-LEGAL      VALUE 'G'.
      *>   Re-domiciled to another office by a branch merge
      *>   (BRMERGE); the account status, unchanged, rides in both
      *>   status bytes.
               88 AUDIT-BRANCH-MOVE VALUE 'B'.
           05  AUDIT-OLD-STATUS    PIC X(01).
           05  AUDIT-NEW-STATUS    PIC X(01).
           05  AUDIT-DATE          PIC 9(08).
