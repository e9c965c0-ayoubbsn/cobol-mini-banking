      *>       account, capped at what is actually still owed);
      *>     - rolls the due date a month through LOANMGT, which also
      *>       marks the loan paid off when the balance reaches zero.
      *>   A collection short of funds goes onto the NSFMGT
      *>   pay-or-return queue the first time it fails for that due
      *>   date, for an account officer to pay into overdraft or
      *>   return. Any other failed collection leaves the due date
      *>   where it was, the customer gets a notice, and the loan
      *>   surfaces on the arrears report. The report, DATA/loan_arrears.txt, is
      *>   rewritten every run: every active loan past its due date,
      *>   with days past due, so delinquency is worked from one
      *>   ranked list instead of the spreadsheet.
               10  WS-DU-PAYMENT       PIC 9(09)V99.
               10  WS-DU-RATE          PIC 9(01)V9(06).
               10  WS-DU-LAST-INT      PIC 9(08).
               10  WS-DU-DUE-DATE      PIC 9(08).
       01  WS-DU-COUNT         PIC 9(05) VALUE 0.

       01  WS-OWED             PIC 9(09)V99.
       01  WS-LOANMGT-RESULT   PIC X(02).
       01  WS-LOAN-DATA.
           COPY LOAN.CPY.
       01  WS-PAYOFF-DATA.
           05  WS-PO-DATE          PIC 9(08).
           05  WS-PO-FUND-ACCT-ID  PIC 9(05).
           05  WS-PO-AMOUNT        PIC 9(09)V99.
           05  WS-PO-OPTION        PIC X(01).
           05  WS-PO-BALANCE       PIC 9(09)V99.
           05  WS-PO-DAYS          PIC 9(05).
           05  WS-PO-INTEREST      PIC 9(09)V99.
           05  WS-PO-PAYOFF        PIC 9(09)V99.

      *>   Customer-notice event feed - see NOTIFY/NOTICPRT.
       01  WS-NOTICE-DATA.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

      *>   Insufficient-funds pay-or-return queue - see NSFMGT. The
      *>   installment's due date is the item's reference.
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
       01  WS-NSF-FIND-RESULT  PIC X(02).

       01  WS-TOTALS.
           05  WS-COLLECTED    PIC 9(05) VALUE 0.
           05  WS-COLLECTED-AMT PIC 9(11)V99 VALUE 0.
           05  WS-FAILED       PIC 9(05) VALUE 0.
           05  WS-IN-ARREARS   PIC 9(05) VALUE 0.
           05  WS-NSF-QUEUED   PIC 9(05) VALUE 0.
           05  WS-NSF-AWAITING PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Installments Collected: " WS-COLLECTED
               "  Amount: " WS-COLLECTED-AMT.
           DISPLAY "Collections Failed:     " WS-FAILED.
           DISPLAY "Queued As NSF Items:    " WS-NSF-QUEUED.
           DISPLAY "Awaiting NSF Decision:  " WS-NSF-AWAITING.
           DISPLAY "Loans In Arrears:       " WS-IN-ARREARS.

           IF WS-FAILED > 0
                               TO WS-DU-RATE(WS-DU-COUNT)
                           MOVE LN-LAST-INT-DATE OF LOAN-RECORD
                               TO WS-DU-LAST-INT(WS-DU-COUNT)
                           MOVE LN-NEXT-DUE-DATE OF LOAN-RECORD
                               TO WS-DU-DUE-DATE(WS-DU-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-OWED TO WS-COLLECT-AMT
           END-IF.

      *>   An installment already sitting on the NSF queue waits for
      *>   the officer's decision rather than being tried again.
           PERFORM FIND-NSF-ITEM.
           IF WS-NSF-FIND-RESULT = '00'
               ADD 1 TO WS-NSF-AWAITING
               DISPLAY "Loan " WS-DU-ACCT-ID(WS-DU-IDX)
                   ": installment awaiting NSF decision - item "
                   WS-NQ-ITEM-ID
               EXIT PARAGRAPH.

           CALL "TXNPROC" USING BY CONTENT "T"
                    BY CONTENT WS-DU-PAY-ACCT-ID(WS-DU-IDX)
                    BY CONTENT WS-DU-ACCT-ID(WS-DU-IDX)
               DISPLAY "Loan " WS-DU-ACCT-ID(WS-DU-IDX)
                   ": collected " WS-COLLECT-AMT
           ELSE
               PERFORM COLLECTION-FAILED
           END-IF.

      *>   The first time a due installment fails for want of funds
      *>   it goes onto the NSFMGT queue for an account officer to
      *>   pay or return. One already returned for this due date,
      *>   any other failure, or a queue that cannot take it, fails
      *>   the old way: the due date stays put and the customer is
      *>   told.
       COLLECTION-FAILED.
           IF WS-RESULT-CODE = '10' AND WS-NSF-FIND-RESULT = '02'
               PERFORM QUEUE-NSF-INSTALLMENT
               IF WS-NSF-RESULT = '00'
                   ADD 1 TO WS-NSF-QUEUED
                   DISPLAY "Loan " WS-DU-ACCT-ID(WS-DU-IDX)
                       ": insufficient funds - queued as NSF item "
                       WS-NQ-ITEM-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-FAILED.
           DISPLAY "Loan " WS-DU-ACCT-ID(WS-DU-IDX)
               ": collection failed. Code: " WS-RESULT-CODE.
           MOVE 'LA' TO WS-NOT-TYPE.
           MOVE WS-DU-PAY-ACCT-ID(WS-DU-IDX) TO WS-NOT-ACCT-ID.
           MOVE WS-COLLECT-AMT TO WS-NOT-AMOUNT.
           MOVE "LOAN PAYMENT MISSED - PLEASE FUND ACCOUNT"
               TO WS-NOT-TEXT.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.

       FIND-NSF-ITEM.
           PERFORM SET-NSF-ITEM-KEY.
           CALL "NSFMGT" USING BY CONTENT "F"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-NSF-FIND-RESULT
                               BY CONTENT WS-COLL-STAMP.

       QUEUE-NSF-INSTALLMENT.
           PERFORM SET-NSF-ITEM-KEY.
           MOVE "T" TO WS-NQ-TXN-TYPE.
           MOVE WS-COLLECT-AMT TO WS-NQ-AMOUNT.
           CALL "NSFMGT" USING BY CONTENT "Q"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-NSF-RESULT
                               BY CONTENT WS-COLL-STAMP.

       SET-NSF-ITEM-KEY.
           INITIALIZE WS-NSF-DATA.
           MOVE WS-COLL-STAMP TO WS-NQ-SOURCE.
           MOVE WS-DU-PAY-ACCT-ID(WS-DU-IDX) TO WS-NQ-ACCT-ID.
           MOVE WS-DU-ACCT-ID(WS-DU-IDX) TO WS-NQ-TARGET-ID.
           MOVE WS-DU-DUE-DATE(WS-DU-IDX) TO WS-NQ-REF.

      *>   Records that this month's interest has gone on, the
      *>   moment it posts - durable before the collection attempt,
      *>   so neither a failed collection nor a rerun can double it.
           CALL "LOANMGT" USING BY CONTENT "A"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-LOANMGT-RESULT
                                BY CONTENT WS-COLL-STAMP
                                BY REFERENCE WS-PAYOFF-DATA.

       FETCH-LOAN-BALANCE.
           MOVE 0 TO WS-BALANCE.
