      *>   One deceased customer's estate on DATA/estates.dat,
      *>   maintained by ESTMGT. The customer master only carries
      *>   the 'D' status byte; the date of death, who notified it,
      *>   the estate's representative and the progress of the
      *>   release all live here, one record per customer.
           05  EST-CUST-ID         PIC 9(05).
           05  EST-DEATH-DATE      PIC 9(08).
           05  EST-NOTIFIED-DATE   PIC 9(08).
           05  EST-NOTIFIED-BY     PIC X(08).
      *>   Executor/administrator the balances are released to:
      *>   by transfer to EST-REP-ACCT-ID when one is given, else
      *>   by official check payable to EST-REP-NAME.
           05  EST-REP-NAME        PIC X(30).
           05  EST-REP-ACCT-ID     PIC 9(05).
           05  EST-STATUS          PIC X(01).
               88 EST-OPEN         VALUE 'O'.
               88 EST-PART-PAID    VALUE 'P'.
               88 EST-SETTLED      VALUE 'S'.
      *>   What the death notification did: sole accounts frozen,
      *>   joint accounts passed to a survivor, and the debits found
      *>   posted after the date of death.
           05  EST-FROZEN-COUNT    PIC 9(03).
           05  EST-SURVIVED-COUNT  PIC 9(03).
           05  EST-DEBIT-COUNT     PIC 9(05).
           05  EST-PAID-TOTAL      PIC 9(09)V99.
           05  EST-RELEASE-DATE    PIC 9(08).
           05  EST-RELEASED-BY     PIC X(08).
