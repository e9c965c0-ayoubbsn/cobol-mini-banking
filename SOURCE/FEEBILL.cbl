               OR TRANS-TELLER-ID = "INTPOST"
               OR TRANS-TELLER-ID = "ODINT"
               OR TRANS-TELLER-ID = "LOANINT"
               OR TRANS-TELLER-ID = "ACCTCLOS"
               OR TRANS-TELLER-ID = "RECOVERY"
               OR TRANS-TELLER-ID = "NSFFEE"
               EXIT PARAGRAPH.

           EVALUATE TRUE
