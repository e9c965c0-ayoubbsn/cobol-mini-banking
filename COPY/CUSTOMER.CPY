           05  CUST-STATUS         PIC X(01).
               88 CUST-ACTIVE      VALUE 'A'.
               88 CUST-CLOSED      VALUE 'C'.
      *>   Compliance hold: a possible watchlist hit is open on the
      *>   review queue (see SANCSCRN/CMPLMGT). No new account may be
      *>   opened for the customer until compliance clears it.
               88 CUST-COMPLIANCE-HOLD VALUE 'H'.
      *>   Deceased: set only by ESTMGT when a death is notified.
      *>   The date of death and the estate's representative live
      *>   on the estate register (ESTATE.CPY), not here.
               88 CUST-DECEASED    VALUE 'D'.
           05  CUST-ID-DOC-NUMBER  PIC X(20).
      *>   Withholding flag for credit interest (see INTPOST): 'W'
      *>   deducts withholding at the WHT-RATE-PCT parameter when
