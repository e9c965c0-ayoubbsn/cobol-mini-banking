           MOVE SPACE TO GJ-ACCT-TYPE.
           MOVE WS-CCY-CODE(WS-CCY-IDX) TO GJ-CURRENCY.
           MOVE 1 TO GJ-BRANCH.
           MOVE 0 TO GJ-CARRIED-FROM.
           WRITE GLJRNL-RECORD
               INVALID KEY
                   REWRITE GLJRNL-RECORD.
