      *>   One alert raised by ALRTFEED on DATA/alerts.dat, and its
      *>   journey through the SMS/e-mail gateway. Queued alerts and
      *>   failed ones still within ALERT-MAX-TRIES go out on the
      *>   next outbound file; the gateway's confirmation file says
      *>   which were delivered. AQ-TRANS-ID is zero for a
      *>   low-balance alert, which is raised on the balance, not a
      *>   posting.
           05  AQ-ALERT-ID         PIC 9(08).
           05  AQ-SUB-ID           PIC 9(06).
           05  AQ-ACCT-ID          PIC 9(05).
           05  AQ-CUST-ID          PIC 9(05).
           05  AQ-ALERT-TYPE       PIC X(01).
           05  AQ-TRANS-ID         PIC 9(08).
           05  AQ-AMOUNT           PIC S9(09)V99.
           05  AQ-BALANCE          PIC S9(09)V99.
           05  AQ-RAISED-DATE      PIC 9(08).
           05  AQ-CHANNEL          PIC X(01).
           05  AQ-ADDRESS          PIC X(40).
           05  AQ-STATUS           PIC X(01).
               88 AQ-QUEUED        VALUE 'Q'.
               88 AQ-SENT          VALUE 'S'.
               88 AQ-DELIVERED     VALUE 'D'.
               88 AQ-FAILED        VALUE 'F'.
               88 AQ-UNDELIVERABLE VALUE 'X'.
           05  AQ-ATTEMPTS         PIC 9(02).
           05  AQ-SENT-DATE        PIC 9(08).
           05  AQ-DONE-DATE        PIC 9(08).
      *>   The gateway's reason code for the last failure.
           05  AQ-FAIL-REASON      PIC X(08).
