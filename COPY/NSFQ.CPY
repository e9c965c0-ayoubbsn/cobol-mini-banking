      *>   One insufficient-funds item on the overnight pay-or-return
      *>   decision queue DATA/nsf_queue.dat (see NSFMGT). A batch
      *>   debit, standing order, loan collection, or inbound
      *>   clearing debit that fails for want of funds is parked here
      *>   instead of going straight to rejects or a notice; an
      *>   account officer pays it into overdraft or returns it, and
      *>   anything still open on its cutoff date is returned by the
      *>   window. The posting details ride on the item so a pay
      *>   decision re-drives exactly what the source program tried.
           05  NQ-ITEM-ID          PIC 9(08).
      *>   The source program's operator stamp - also the stamp the
      *>   item posts under if paid, so it is channelled and coded
      *>   as the original posting would have been.
           05  NQ-SOURCE           PIC X(08).
               88 NQ-FROM-BATCH    VALUE "BATCH".
               88 NQ-FROM-STANDORD VALUE "STANDORD".
               88 NQ-FROM-LOANCOLL VALUE "LOANCOLL".
               88 NQ-FROM-PAYIN    VALUE "PAYIN".
           05  NQ-TXN-TYPE         PIC X(01).
           05  NQ-ACCT-ID          PIC 9(05).
           05  NQ-TARGET-ID        PIC 9(05).
           05  NQ-AMOUNT           PIC 9(09)V99.
      *>   Where the item came from, left-justified: the batch input
      *>   line number, the standing order ID, the loan's due date,
      *>   or the clearing reference.
           05  NQ-REF              PIC X(16).
           05  NQ-QUEUED-DATE      PIC 9(08).
           05  NQ-CUTOFF-DATE      PIC 9(08).
           05  NQ-STATUS           PIC X(01).
               88 NQ-OPEN          VALUE 'O'.
               88 NQ-PAID          VALUE 'P'.
               88 NQ-RETURNED      VALUE 'R'.
      *>   The deciding officer, or NSFCUT when the window returned
      *>   an unworked item at its cutoff.
           05  NQ-DECIDED-BY       PIC X(08).
           05  NQ-DECIDED-DATE     PIC 9(08).
      *>   The NSF fee charged on a return (zero when none was due
      *>   or it could not be posted).
           05  NQ-FEE              PIC 9(09)V99.
      *>   The TRANS-ID of the posting when the item was paid.
           05  NQ-TRANS-ID         PIC 9(08).
