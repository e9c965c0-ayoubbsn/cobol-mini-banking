           05  LN-STATUS           PIC X(01).
               88 LN-ACTIVE        VALUE 'A'.
               88 LN-PAID-OFF      VALUE 'P'.
               88 LN-WRITTEN-OFF   VALUE 'W'.
      *>   When LOANCOLL last charged the monthly interest. The due
      *>   date only rolls on a successful collection, so without
      *>   this a loan in arrears would be charged the same month's
