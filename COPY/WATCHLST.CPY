      *>   One sanctions/watchlist entry on DATA/watchlist.dat,
      *>   maintained through WLSTMGT and read by SANCSCRN. An entry
      *>   names a party ('N' - matched against customer and
      *>   beneficiary names), a bank code ('B' - matched against
      *>   clearing counterparties), or an external account ('A').
      *>   Entries are never deleted, only marked removed, so the
      *>   file is its own record of what was listed when.
           05  WL-ENTRY-ID         PIC 9(08).
           05  WL-TYPE             PIC X(01).
               88 WL-NAME          VALUE 'N'.
               88 WL-BANK          VALUE 'B'.
               88 WL-ACCOUNT       VALUE 'A'.
           05  WL-VALUE            PIC X(30).
           05  WL-LIST-SOURCE      PIC X(08).
           05  WL-STATUS           PIC X(01).
               88 WL-ACTIVE        VALUE 'A'.
               88 WL-REMOVED       VALUE 'D'.
           05  WL-ADDED-BY         PIC X(08).
           05  WL-ADDED-DATE       PIC 9(08).
           05  WL-REMOVED-BY       PIC X(08).
           05  WL-REMOVED-DATE     PIC 9(08).
