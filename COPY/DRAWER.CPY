           05  DRW-STATUS          PIC X(01).
               88 DRW-OPEN         VALUE 'O'.
               88 DRW-PROVED       VALUE 'P'.
      *>   The office whose vault floated the drawer, stamped when it
      *>   is opened; legacy records read zero and are treated as
      *>   branch 001.
           05  DRW-BRANCH-ID       PIC 9(03).
