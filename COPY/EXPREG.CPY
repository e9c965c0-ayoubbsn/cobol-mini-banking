      *>   One transaction export as produced, on the append-only
      *>   register DATA/export_register.dat. Scheduled ('S') entries
      *>   are what stops a period being sent twice: the next
      *>   scheduled export opens the day after the latest one, and
      *>   a period overlapping one already sent is refused. On-demand
      *>   ('D') exports are recorded for the audit trail only and
      *>   never block anything.
           05  XR-ACCT-ID          PIC 9(05).
           05  XR-FROM-DATE        PIC 9(08).
           05  XR-TO-DATE          PIC 9(08).
           05  XR-SOURCE           PIC X(01).
               88 XR-SCHEDULED     VALUE 'S'.
               88 XR-ON-DEMAND     VALUE 'D'.
           05  XR-ROWS             PIC 9(07).
           05  XR-OPENING          PIC S9(09)V99.
           05  XR-CLOSING          PIC S9(09)V99.
           05  XR-MADE-DATE        PIC 9(08).
           05  XR-MADE-TIME        PIC 9(06).
           05  XR-MADE-BY          PIC X(08).
           05  XR-FILE-NAME        PIC X(40).
