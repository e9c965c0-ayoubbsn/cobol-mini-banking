      *>   One line of a day's subledger-to-GL proof on the append-
      *>   only history DATA/gl_proof_hist.dat, written by GLPROOF:
      *>   the customer-subledger total for one GL control account,
      *>   currency and branch beside the control account's
      *>   cumulative balance off gl_journal.dat. Each run reads the
      *>   latest earlier date back as the prior day's figures, and
      *>   the file is the year's proof the auditors ask for.
           05  GP-DATE             PIC 9(08).
           05  GP-GL-ACCOUNT       PIC X(08).
           05  GP-CURRENCY         PIC X(03).
           05  GP-BRANCH           PIC 9(03).
      *>   Account types (ACCT-TYPE, 'I' for bank-internal accounts)
      *>   that gl_map.dat books to the control account.
           05  GP-ACCT-TYPES       PIC X(06).
           05  GP-ACCOUNTS         PIC 9(05).
      *>   Both balances in the customer's sign - money owed to the
      *>   customer positive, so a liability line's GL figure is its
      *>   credits less its debits.
           05  GP-SUB-BALANCE      PIC S9(13)V99.
           05  GP-GL-BALANCE       PIC S9(13)V99.
           05  GP-DIFFERENCE       PIC S9(13)V99.
