               88 NOT-ESCHEAT-WARN VALUE 'ES'.
               88 NOT-PAYMENT-RET  VALUE 'PR'.
               88 NOT-KYC-EXPIRY   VALUE 'KY'.
               88 NOT-NSF-RETURN   VALUE 'NR'.
               88 NOT-DD-REFUSED   VALUE 'DR'.
               88 NOT-BRANCH-MOVE  VALUE 'BM'.
               88 NOT-OD-EXPIRED   VALUE 'OX'.
               88 NOT-CHECK-RETURN VALUE 'CR'.
           05  NOT-ACCT-ID         PIC 9(05).
           05  NOT-AMOUNT          PIC S9(09)V99.
           05  NOT-TEXT            PIC X(40).
