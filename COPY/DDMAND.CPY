      *>   One direct-debit mandate on DATA/dd_mandates.dat (see
      *>   DDMMGT) - the customer's standing authority for one
      *>   originator to collect from one account under one mandate
      *>   reference. PAYIN matches every inbound clearing debit on
      *>   account, originator and reference; a debit with no ACTIVE
      *>   mandate, or above the mandate's maximum, is returned to
      *>   the sending bank instead of posting.
           05  DM-ID               PIC 9(05).
           05  DM-ACCT-ID          PIC 9(05).
      *>   The originator's identification number as it arrives on
      *>   each clearing detail.
           05  DM-ORIGINATOR       PIC X(06).
      *>   The mandate reference the originator quotes on every
      *>   collection - the clearing detail's reference.
           05  DM-REF              PIC X(16).
           05  DM-MAX-AMOUNT       PIC 9(09)V99.
           05  DM-FREQUENCY        PIC X(01).
               88 DM-ONE-OFF       VALUE 'O'.
               88 DM-WEEKLY        VALUE 'W'.
               88 DM-MONTHLY       VALUE 'M'.
               88 DM-QUARTERLY     VALUE 'Q'.
               88 DM-ANNUAL        VALUE 'A'.
               88 DM-VARIABLE      VALUE 'V'.
           05  DM-STATUS           PIC X(01).
               88 DM-ACTIVE        VALUE 'A'.
               88 DM-CANCELLED     VALUE 'C'.
      *>   A one-off mandate, spent by its single collection.
               88 DM-EXPIRED       VALUE 'E'.
           05  DM-CREATED-DATE     PIC 9(08).
           05  DM-CREATED-BY       PIC X(08).
      *>   Set when the customer cancels (or a one-off is used).
           05  DM-STATUS-DATE      PIC 9(08).
           05  DM-STATUS-BY        PIC X(08).
           05  DM-LAST-DEBIT-DATE  PIC 9(08).
           05  DM-LAST-DEBIT-AMT   PIC 9(09)V99.
           05  DM-DEBIT-COUNT      PIC 9(05).
