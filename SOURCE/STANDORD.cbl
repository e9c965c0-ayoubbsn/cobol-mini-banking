           05  WS-ORDERS-RUN     PIC 9(05) VALUE 0.
           05  WS-ORDERS-FAILED  PIC 9(05) VALUE 0.
           05  WS-ORDERS-PARKED  PIC 9(05) VALUE 0.
           05  WS-ORDERS-NSF     PIC 9(05) VALUE 0.
           05  WS-ORDERS-SKIPPED PIC 9(05) VALUE 0.

      *>   Orders already journaled as executed under today's date.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

      *>   Insufficient-funds pay-or-return queue - see NSFMGT.
       01  WS-NSF-DATA.
           05  WS-NQ-ITEM-ID       PIC 9(08).
           05  WS-NQ-SOURCE        PIC X(08).
           05  WS-NQ-TXN-TYPE      PIC X(01).
           05  WS-NQ-ACCT-ID       PIC 9(05).
           05  WS-NQ-TARGET-ID     PIC 9(05).
           05  WS-NQ-AMOUNT        PIC 9(09)V99.
           05  WS-NQ-REF           PIC X(16).
           05  WS-NQ-FEE           PIC 9(09)V99.
           05  WS-NQ-COUNT         PIC 9(05).
       01  WS-NSF-RESULT       PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
           DISPLAY "Orders Run:    " WS-ORDERS-RUN.
           DISPLAY "Orders Failed: " WS-ORDERS-FAILED.
           DISPLAY "Orders Parked: " WS-ORDERS-PARKED.
           DISPLAY "Orders Queued NSF: " WS-ORDERS-NSF.
           DISPLAY "Orders Skipped (already run today): "
               WS-ORDERS-SKIPPED.

                       ": Parked for Supervisor Approval"
                   PERFORM ADVANCE-NEXT-RUN-DATE
                   PERFORM EXPIRE-ORDER-IF-DONE
               WHEN '10'
                   PERFORM QUEUE-NSF-ORDER
               WHEN OTHER
                   PERFORM NOTIFY-ORDER-FAILED
           END-EVALUATE.

      *>   Short of funds: the payment goes onto the NSFMGT
      *>   pay-or-return queue for an account officer, and like a
      *>   parked order this cycle is then done with - the officer's
      *>   decision settles it, so the date advances and a rerun
      *>   skips it. Only if the queue cannot take it does the order
      *>   fail the old way.
       QUEUE-NSF-ORDER.
           INITIALIZE WS-NSF-DATA.
           MOVE WS-TELLER-STAMP TO WS-NQ-SOURCE.
           MOVE WS-TXN-TYPE TO WS-NQ-TXN-TYPE.
           MOVE WS-SO-SOURCE-ID(WS-SO-IDX) TO WS-NQ-ACCT-ID.
           MOVE WS-SO-TARGET-ID(WS-SO-IDX) TO WS-NQ-TARGET-ID.
           MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-NQ-AMOUNT.
           MOVE WS-SO-ORDER-ID(WS-SO-IDX) TO WS-NQ-REF.
           CALL "NSFMGT" USING BY CONTENT "Q"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-NSF-RESULT
                               BY CONTENT WS-TELLER-STAMP.
           IF WS-NSF-RESULT NOT = '00'
               PERFORM NOTIFY-ORDER-FAILED
               EXIT PARAGRAPH.

           ADD 1 TO WS-ORDERS-NSF.
           PERFORM WRITE-JOURNAL-ENTRY.
           DISPLAY "Order " WS-SO-ORDER-ID(WS-SO-IDX)
               ": Insufficient Funds - Queued As NSF Item "
               WS-NQ-ITEM-ID.
           PERFORM ADVANCE-NEXT-RUN-DATE.
           PERFORM EXPIRE-ORDER-IF-DONE.

       NOTIFY-ORDER-FAILED.
           ADD 1 TO WS-ORDERS-FAILED.
           DISPLAY "Order " WS-SO-ORDER-ID(WS-SO-IDX)
               ": Transfer failed. Code: " WS-RESULT-CODE.
           MOVE 'SF' TO WS-NOT-TYPE.
           MOVE WS-SO-SOURCE-ID(WS-SO-IDX) TO WS-NOT-ACCT-ID.
           MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-NOT-AMOUNT.
           MOVE "STANDING ORDER COULD NOT BE EXECUTED"
               TO WS-NOT-TEXT.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.

      *>   Orders stop themselves: a remaining-occurrences count (zero
      *>   means unlimited) is worked down one per execution, and an
      *>   end date (zero means none) expires the order once the
