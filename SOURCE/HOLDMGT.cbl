           88 OP-PLACE         VALUE 'P'.
           88 OP-RELEASE       VALUE 'R'.
           88 OP-EXPIRE        VALUE 'E'.
           88 OP-FIND          VALUE 'F'.

       01  LS-HOLD-DATA.
           05  L-HOLD-ID           PIC 9(08).
                   PERFORM RELEASE-HOLD
               WHEN OP-EXPIRE
                   PERFORM EXPIRE-HOLDS
               WHEN OP-FIND
                   PERFORM FIND-HOLD
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           PERFORM REWRITE-HOLDS.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Looks up the OPEN hold on L-HOLD-ACCT-ID whose reason is
      *>   exactly L-HOLD-REASON and hands it back whole - how
      *>   ATMPOST finds the authorization hold a POS completion
      *>   settles, by the reference the vendor quotes on both.
       FIND-HOLD.
           PERFORM LOAD-HOLDS.
           MOVE '02' TO LS-RESULT-CODE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HT-ACCT-ID(WS-HOLD-IDX) = L-HOLD-ACCT-ID
                   AND WS-HT-REASON(WS-HOLD-IDX) = L-HOLD-REASON
                   AND WS-HT-STATUS(WS-HOLD-IDX) = 'O'
                   MOVE WS-HT-ID(WS-HOLD-IDX) TO L-HOLD-ID
                   MOVE WS-HT-AMOUNT(WS-HOLD-IDX) TO L-HOLD-AMOUNT
                   MOVE WS-HT-PLACED-DATE(WS-HOLD-IDX)
                       TO L-HOLD-PLACED-DATE
                   MOVE WS-HT-EXPIRY-DATE(WS-HOLD-IDX)
                       TO L-HOLD-EXPIRY-DATE
                   MOVE 'O' TO L-HOLD-STATUS
                   MOVE '00' TO LS-RESULT-CODE
                   SET WS-HOLD-IDX TO WS-HOLD-COUNT
               END-IF
           END-PERFORM.

      *>   Batch-window housekeeping: every OPEN hold with a non-zero
      *>   expiry date that has passed is flipped to 'E', so stale
      *>   card authorizations stop pinning funds without an operator
