      *>   One customer's alert subscription on DATA/alert_subs.dat
      *>   (see ALRTMGT): which account to watch, what to watch
      *>   for, and where to send the message. ALRTFEED matches the
      *>   day's postings against the active ones.
      *>     L  balance below AS-THRESHOLD
      *>     D  any debit of AS-THRESHOLD or more
      *>     C  any card (ATM or POS) transaction; a non-zero
      *>        AS-THRESHOLD ignores smaller ones
      *>     I  any incoming credit; likewise
      *>   The customer master holds no phone number or e-mail, so
      *>   the address the customer gave is kept here with the
      *>   channel it is for.
           05  AS-SUB-ID           PIC 9(06).
           05  AS-ACCT-ID          PIC 9(05).
           05  AS-CUST-ID          PIC 9(05).
           05  AS-ALERT-TYPE       PIC X(01).
               88 AS-LOW-BALANCE   VALUE 'L'.
               88 AS-LARGE-DEBIT   VALUE 'D'.
               88 AS-CARD-USE      VALUE 'C'.
               88 AS-CREDIT-IN     VALUE 'I'.
               88 AS-VALID-TYPE    VALUES 'L' 'D' 'C' 'I'.
           05  AS-THRESHOLD        PIC 9(09)V99.
           05  AS-CHANNEL          PIC X(01).
               88 AS-SMS           VALUE 'S'.
               88 AS-EMAIL         VALUE 'E'.
               88 AS-VALID-CHANNEL VALUES 'S' 'E'.
           05  AS-ADDRESS          PIC X(40).
           05  AS-STATUS           PIC X(01).
               88 AS-ACTIVE        VALUE 'A'.
               88 AS-CANCELLED     VALUE 'C'.
      *>   'Y' once a low-balance alert has gone out; cleared when
      *>   the balance is back at the threshold, so the customer
      *>   hears once per dip, not every day of it.
           05  AS-LOW-SENT         PIC X(01).
           05  AS-SET-DATE         PIC 9(08).
           05  AS-SET-BY           PIC X(08).
           05  AS-END-DATE         PIC 9(08).
