      *>   TRANS-ID of the deposit leg posted when the funds were
      *>   released - what a returned-check reversal points back at.
           05  CHK-REL-TRANS-ID    PIC 9(08).
      *>   Clearing routing for a check drawn on another bank: the
      *>   drawee bank's clearing code, keyed at deposit, and the date
      *>   CHKPRES sent the item out on the presentment file. Zero
      *>   (or spaces on an older row) means not yet presented.
           05  CHK-DRAWEE-BANK     PIC X(08).
           05  CHK-PRESENTED-DATE  PIC 9(08).
