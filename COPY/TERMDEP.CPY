           05  TD-STATUS           PIC X(01).
               88 TD-ACTIVE        VALUE 'A'.
               88 TD-MATURED       VALUE 'M'.
      *>   Broken before maturity at the customer's request (TERMMGT
      *>   'B'): the contracted interest is forfeited and the funds
      *>   are free on the account.
               88 TD-BROKEN        VALUE 'B'.
