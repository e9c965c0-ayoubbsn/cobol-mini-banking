      *>   One branch merge on DATA/branch_merge.dat (see BRCHMGT,
      *>   BRMERGE): the closing office's whole book - accounts,
      *>   tellers, drawers, vault cash, and GL balances - moves to
      *>   the receiving office in the batch window of the effective
      *>   business date, and the closing office is marked closed.
      *>   The counts are stamped on the record when it is carried
      *>   out.
           05  BM-CLOSING-BRANCH   PIC 9(03).
           05  BM-RECEIVING-BRANCH PIC 9(03).
           05  BM-EFF-DATE         PIC 9(08).
           05  BM-STATUS           PIC X(01).
               88 BM-PENDING       VALUE 'P'.
               88 BM-DONE          VALUE 'D'.
               88 BM-CANCELLED     VALUE 'K'.
           05  BM-SET-DATE         PIC 9(08).
           05  BM-SET-BY           PIC X(08).
           05  BM-DONE-DATE        PIC 9(08).
           05  BM-ACCOUNTS         PIC 9(05).
           05  BM-TELLERS          PIC 9(05).
           05  BM-VAULT-AMOUNT     PIC S9(11)V99.
           05  BM-GL-LINES         PIC 9(05).
