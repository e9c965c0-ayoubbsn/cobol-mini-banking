      *>   One checkbook on DATA/checkbooks.dat, maintained by
      *>   CHKBMGT. Each book is a serial range of the account's own
      *>   check numbers: ordered at the branch, sent to the printer
      *>   by the CHKSTOCK batch step, then handed to the customer.
      *>   Only a book in ISSUED status makes its serials payable;
      *>   a book reported lost or stolen stops its whole range.
           05  CB-BOOK-ID          PIC 9(06).
           05  CB-ACCT-ID          PIC 9(05).
           05  CB-FIRST-SERIAL     PIC 9(07).
           05  CB-LAST-SERIAL      PIC 9(07).
           05  CB-LEAVES           PIC 9(03).
           05  CB-ORDER-DATE       PIC 9(08).
           05  CB-ORDERED-BY       PIC X(08).
           05  CB-STATUS           PIC X(01).
               88 CB-ORDERED       VALUE 'O'.
               88 CB-AT-PRINTER    VALUE 'S'.
               88 CB-ISSUED        VALUE 'I'.
               88 CB-LOST          VALUE 'L'.
               88 CB-CANCELLED     VALUE 'X'.
      *>   Date of the last status change and who made it (the
      *>   CHKSTOCK stamp for the printer hand-off).
           05  CB-STATUS-DATE      PIC 9(08).
           05  CB-STATUS-BY        PIC X(08).
