      *>   One charged-off balance on DATA/chargeoffs.dat, written by
      *>   CRLOSS when a delinquent loan or chronically overdrawn
      *>   account passes the CHGOFF-DAYS threshold and its balance
      *>   is written off to the loan-loss allowance. The account
      *>   itself goes to ACCT-STATUS 'W' so nothing accrues on it
      *>   again; money later collected against the written-off
      *>   amount is booked through CHGOMGT as a recovery (credited
      *>   back to the allowance), never as an ordinary repayment.
           05  CO-ACCT-ID          PIC 9(05).
           05  CO-CUST-ID          PIC 9(05).
      *>   'L' a loan account, 'D' an overdrawn deposit account.
           05  CO-KIND             PIC X(01).
               88 CO-LOAN          VALUE 'L'.
               88 CO-DEPOSIT       VALUE 'D'.
           05  CO-DATE             PIC 9(08).
           05  CO-DAYS-PAST-DUE    PIC 9(05).
           05  CO-AMOUNT           PIC 9(09)V99.
           05  CO-RECOVERED        PIC 9(09)V99.
           05  CO-LAST-RCOV-DATE   PIC 9(08).
           05  CO-CURRENCY         PIC X(03).
           05  CO-BRANCH-ID        PIC 9(03).
           05  CO-STATUS           PIC X(01).
               88 CO-OPEN          VALUE 'O'.
               88 CO-RECOVERED-IN-FULL VALUE 'R'.
