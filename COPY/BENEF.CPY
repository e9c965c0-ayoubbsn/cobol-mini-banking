               88 BEN-ACTIVE       VALUE 'A'.
               88 BEN-REJECTED     VALUE 'R'.
               88 BEN-CANCELLED    VALUE 'C'.
      *>   Approved, but stopped on a possible watchlist hit - it
      *>   resolves for nothing until compliance clears it.
               88 BEN-COMPLIANCE-HOLD VALUE 'H'.
           05  BEN-MAKER-ID        PIC X(08).
           05  BEN-CHECKER-ID      PIC X(08).
           05  BEN-CREATED-DATE    PIC 9(08).
