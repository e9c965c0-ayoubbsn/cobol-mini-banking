      *>   One possible watchlist hit on the compliance review queue
      *>   DATA/compliance_queue.dat - raised by SANCSCRN wherever an
      *>   item is screened, worked through CMPLMGT. The parked item
      *>   itself stays where it was stopped (customer or
      *>   beneficiary on compliance hold, payment instruction held
      *>   on payment_instr.txt); an inbound clearing detail has no
      *>   such home, so its posting details ride on the case and
      *>   are posted from here when the case is cleared.
           05  CQ-CASE-ID          PIC 9(08).
           05  CQ-SOURCE           PIC X(01).
               88 CQ-CUSTOMER      VALUE 'C'.
               88 CQ-BENEFICIARY   VALUE 'B'.
               88 CQ-CLEARING-IN   VALUE 'I'.
               88 CQ-PAYMENT-OUT   VALUE 'O'.
      *>   Customer ID, beneficiary ID, or the item's clearing
      *>   reference, left-justified.
           05  CQ-SUBJECT-KEY      PIC X(16).
           05  CQ-SCREENED-VALUE   PIC X(30).
           05  CQ-WL-ENTRY-ID      PIC 9(08).
           05  CQ-MATCHED-VALUE    PIC X(30).
           05  CQ-RAISED-BY        PIC X(08).
           05  CQ-RAISED-DATE      PIC 9(08).
           05  CQ-ITEM-DIRECTION   PIC X(01).
           05  CQ-ITEM-ACCT-ID     PIC 9(05).
           05  CQ-ITEM-AMOUNT      PIC 9(09)V99.
           05  CQ-ITEM-BANK        PIC X(08).
           05  CQ-STATUS           PIC X(01).
               88 CQ-OPEN          VALUE 'O'.
               88 CQ-CLEARED       VALUE 'C'.
               88 CQ-BLOCKED       VALUE 'B'.
           05  CQ-WORKED-BY        PIC X(08).
           05  CQ-WORKED-DATE      PIC 9(08).
