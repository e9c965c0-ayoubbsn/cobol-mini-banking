           05  GJ-ACCT-TYPE        PIC X(01).
           05  GJ-CURRENCY         PIC X(03).
           05  GJ-BRANCH           PIC 9(03).
      *>   Zero on a line journaled on its own processing date. A
      *>   line GLEXTR carried forward out of a closed period holds
      *>   the processing date it really belonged to, while GJ-DATE
      *>   is the first open date it was booked on instead.
           05  GJ-CARRIED-FROM     PIC 9(08).
