               88 ACCT-ACTIVE      VALUE 'A'.
               88 ACCT-CLOSED      VALUE 'C'.
               88 ACCT-FROZEN      VALUE 'F'.
      *>   Balance charged off by CRLOSS - closed to postings and
      *>   accruals; recoveries go through CHGOMGT.
               88 ACCT-WRITTEN-OFF VALUE 'W'.
           05  ACCT-OPEN-DATE      PIC 9(08).
           05  ACCT-TYPE           PIC X(01).
               88 ACCT-SAVINGS     VALUE 'S'.
