      *>   A scheduled transaction-export subscription on
      *>   DATA/export_subs.dat, one per account. The EXPTRUN batch
      *>   step sends each active subscription's next period when its
      *>   frequency falls due; a cancelled subscription is kept so
      *>   the history of who set it up stays on file.
           05  XS-ACCT-ID          PIC 9(05).
      *>   'D' every window; 'W' on the last business day of the
      *>   week; 'M' on the last business day of the month.
           05  XS-FREQ             PIC X(01).
               88 XS-DAILY         VALUE 'D'.
               88 XS-WEEKLY        VALUE 'W'.
               88 XS-MONTHLY       VALUE 'M'.
           05  XS-STATUS           PIC X(01).
               88 XS-ACTIVE        VALUE 'A'.
               88 XS-CANCELLED     VALUE 'C'.
      *>   First date the first scheduled export covers.
           05  XS-START-DATE       PIC 9(08).
           05  XS-SET-DATE         PIC 9(08).
           05  XS-SET-BY           PIC X(08).
