      *>   One overdraft credit facility on DATA/od_facilities.dat
      *>   (see ODFMGT, ODFREVW) - the approval behind an account's
      *>   ACCT-OVERDRAFT-LIMIT. A facility is proposed by one
      *>   operator and approved or rejected by a different
      *>   supervisor; once approved it goes live on its start date,
      *>   when its amount becomes the account's limit, and the limit
      *>   drops to zero on its expiry date unless a renewed facility
      *>   has superseded it. The review date is when the credit
      *>   officers must next look at it; ODFREVW warns ahead of it.
           05  OF-FAC-ID           PIC 9(06).
           05  OF-ACCT-ID          PIC 9(05).
           05  OF-AMOUNT           PIC 9(09)V99.
           05  OF-START-DATE       PIC 9(08).
           05  OF-EXPIRY-DATE      PIC 9(08).
           05  OF-REVIEW-DATE      PIC 9(08).
           05  OF-STATUS           PIC X(01).
               88 OF-PENDING       VALUE 'P'.
               88 OF-APPROVED      VALUE 'A'.
               88 OF-LIVE          VALUE 'L'.
               88 OF-REJECTED      VALUE 'R'.
               88 OF-EXPIRED       VALUE 'E'.
               88 OF-WITHDRAWN     VALUE 'X'.
               88 OF-SUPERSEDED    VALUE 'S'.
           05  OF-MAKER-ID         PIC X(08).
           05  OF-MADE-DATE        PIC 9(08).
           05  OF-CHECKER-ID       PIC X(08).
           05  OF-CHECKED-DATE     PIC 9(08).
      *>   When the facility stopped being live (expired, withdrawn,
      *>   superseded), zero while it is pending or live.
           05  OF-END-DATE         PIC 9(08).
