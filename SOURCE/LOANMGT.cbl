      *>                     (LOANCOLL calls this after a successful
      *>                     collection)
      *>     'L' list      - the loan book
      *>     'Q' payoff    - what it takes to settle on a chosen date
      *>                     (LS-PAYOFF-DATA; zero date = today): the
      *>                     drawn balance plus per-diem interest at
      *>                     the contracted rate since the last
      *>                     monthly interest charge
      *>     'S' settle    - early settlement today: charges the
      *>                     per-diem interest, collects the payoff
      *>                     from the funding account and marks the
      *>                     loan paid off
      *>     'P' prepay    - a lump-sum principal prepayment, short of
      *>                     the payoff, then either a re-amortised
      *>                     lower installment over the same remaining
      *>                     term ('P') or the same installment over a
      *>                     shorter term ('T')
      *>   MAIN keeps origination supervisor-only; the disbursement
      *>   posts pre-approved because that supervisor IS the second
      *>   pair of eyes. Settlement and prepayment are the same: the
      *>   officer at the screen is the approval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-ACCT-BALANCE     PIC S9(09)V99.

      *>   Payoff and prepayment working figures. Per-diem
      *>   interest runs actual days over 365 from the last monthly
      *>   charge LOANCOLL stamped (the disbursement date if none
      *>   yet); the installment count left runs from the next due
      *>   date to the contractual maturity month (disbursement month
      *>   plus the term).
       01  WS-QUOTE-DATE       PIC 9(08).
       01  WS-INT-FROM-DATE    PIC 9(08).
       01  WS-OWED             PIC 9(09)V99.
       01  WS-PAYOFF-AMT       PIC 9(09)V99.
       01  WS-PREPAY-AMT       PIC 9(09)V99.
       01  WS-FUND-ACCT-ID     PIC 9(05).
       01  WS-PAY-DATE.
           05  WS-PAY-YYYY     PIC 9(04).
           05  WS-PAY-MM       PIC 9(02).
           05  WS-PAY-DD       PIC 9(02).
       01  WS-DISB-DATE.
           05  WS-DISB-YYYY    PIC 9(04).
           05  WS-DISB-MM      PIC 9(02).
           05  WS-DISB-DD      PIC 9(02).
       01  WS-LEFT-COUNT       PIC S9(05).
       01  WS-NEW-COUNT        PIC S9(05).
       01  WS-MONTH-RATE       PIC 9(01)V9(12).
       01  WS-GROWTH           PIC 9(09)V9(09).
       01  WS-COUNT-RAW        PIC 9(05)V9(06).
       01  WS-COVER-RATIO      PIC 9(01)V9(12).

       01  WS-TXN-SOURCE-ID    PIC 9(05).
       01  WS-TXN-TARGET-ID    PIC 9(05).
       01  WS-TXN-AMOUNT       PIC 9(09)V99.
       01  WS-INT-STAMP        PIC X(08) VALUE "LOANINT".
       01  WS-PREP-STAMP       PIC X(08) VALUE "LOANPREP".
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'Y'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-ADVANCE       VALUE 'A'.
           88 OP-LIST          VALUE 'L'.
           88 OP-PAYOFF-QUOTE  VALUE 'Q'.
           88 OP-SETTLE        VALUE 'S'.
           88 OP-PREPAY        VALUE 'P'.

       01  LS-LOAN-DATA.
           COPY LOAN.CPY.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-DATA     VALUE '03'.
           88 RES-ACCT-BAD     VALUE '05'.
      *>   A prepayment that would clear the whole loan - settle
      *>   it instead, so the accrued interest is collected too.
           88 RES-USE-SETTLE   VALUE '06'.
           88 RES-NO-HEADROOM  VALUE '10'.
           88 RES-NOT-ACTIVE   VALUE '12'.
           88 RES-ERROR        VALUE '99'.

      *>   The operator originating the loan, stamped onto the
      *>   disbursement legs TXNPROC logs.
       01  LS-TELLER-ID        PIC X(08).

      *>   Payoff quote, settlement and prepayment only. In: the
      *>   quote date (zero = today; settlement is always today), the
      *>   account the money comes from (zero = the loan's nominated
      *>   payment account), the prepayment amount and re-amortise
      *>   option ('P' lower installment, 'T' shorter term). Out: the
      *>   payoff breakdown.
       01  LS-PAYOFF-DATA.
           05  L-PO-DATE           PIC 9(08).
           05  L-PO-FUND-ACCT-ID   PIC 9(05).
           05  L-PO-AMOUNT         PIC 9(09)V99.
           05  L-PO-OPTION         PIC X(01).
               88 L-PO-LOWER-PAYMENT VALUE 'P'.
               88 L-PO-SHORTER-TERM  VALUE 'T'.
           05  L-PO-BALANCE        PIC 9(09)V99.
           05  L-PO-DAYS           PIC 9(05).
           05  L-PO-INTEREST       PIC 9(09)V99.
           05  L-PO-PAYOFF         PIC 9(09)V99.

       PROCEDURE DIVISION USING LS-OPERATION LS-LOAN-DATA
               LS-RESULT-CODE LS-TELLER-ID LS-PAYOFF-DATA.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
                   PERFORM ADVANCE-LOAN
               WHEN OP-LIST
                   PERFORM LIST-LOANS
               WHEN OP-PAYOFF-QUOTE
                   PERFORM QUOTE-PAYOFF
               WHEN OP-SETTLE
                   PERFORM SETTLE-LOAN
               WHEN OP-PREPAY
                   PERFORM PREPAY-LOAN
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
               DISPLAY "No loans on file."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Read-only: the loan must be live, and the quote date may
      *>   not be in the past or before the last interest charge.
       QUOTE-PAYOFF.
           PERFORM READ-ACTIVE-LOAN.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           MOVE L-PO-DATE TO WS-QUOTE-DATE.
           IF WS-QUOTE-DATE = 0
               MOVE WS-TODAY TO WS-QUOTE-DATE
           END-IF.
           IF WS-QUOTE-DATE < WS-TODAY
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-QUOTE-DATE) NOT = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM COMPUTE-PAYOFF.
           MOVE LOAN-RECORD TO LS-LOAN-DATA.

      *>   Per-diem interest goes on first under the LOANINT stamp -
      *>   it codes and reaches the GL exactly like the monthly
      *>   charge - and is stamped at once, so a failed collection
      *>   retried later starts from zero days rather than charging
      *>   the same days twice. The payoff then moves from the
      *>   funding account under LOANPREP.
       SETTLE-LOAN.
           PERFORM READ-ACTIVE-LOAN.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           MOVE WS-TODAY TO WS-QUOTE-DATE.
           PERFORM COMPUTE-PAYOFF.
           PERFORM SET-FUND-ACCOUNT.

           IF L-PO-INTEREST > 0
               MOVE LN-ACCT-ID OF LOAN-RECORD TO WS-TXN-SOURCE-ID
               MOVE 0 TO WS-TXN-TARGET-ID
               MOVE L-PO-INTEREST TO WS-TXN-AMOUNT
               CALL "TXNPROC" USING BY CONTENT "W"
                        BY CONTENT WS-TXN-SOURCE-ID
                        BY CONTENT WS-TXN-TARGET-ID
                        BY CONTENT WS-TXN-AMOUNT
                        BY REFERENCE WS-TXN-RESULT
                        BY CONTENT WS-TXN-ORIG-ID
                        BY CONTENT WS-INT-STAMP
                        BY CONTENT WS-TXN-APPROVED
                        BY REFERENCE WS-TXN-LOGGED-ID
                        BY CONTENT WS-TXN-NARRATIVE
               IF WS-TXN-RESULT NOT = '00'
                   MOVE WS-TXN-RESULT TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO LN-LAST-INT-DATE OF LOAN-RECORD
               REWRITE LOAN-RECORD
           END-IF.

           IF L-PO-PAYOFF > 0
               MOVE WS-FUND-ACCT-ID TO WS-TXN-SOURCE-ID
               MOVE LN-ACCT-ID OF LOAN-RECORD TO WS-TXN-TARGET-ID
               MOVE L-PO-PAYOFF TO WS-TXN-AMOUNT
               PERFORM POST-LOAN-PAYMENT
               IF WS-TXN-RESULT NOT = '00'
                   MOVE WS-TXN-RESULT TO LS-RESULT-CODE
                   MOVE LOAN-RECORD TO LS-LOAN-DATA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'P' TO LN-STATUS OF LOAN-RECORD.
           REWRITE LOAN-RECORD.
           MOVE LOAN-RECORD TO LS-LOAN-DATA.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The lump sum goes straight to principal; interest keeps
      *>   being charged monthly by LOANCOLL on the lower balance.
      *>   The schedule is then reworked over what remains.
       PREPAY-LOAN.
           IF L-PO-AMOUNT = 0
               OR (NOT L-PO-LOWER-PAYMENT AND NOT L-PO-SHORTER-TERM)
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM READ-ACTIVE-LOAN.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           MOVE WS-TODAY TO WS-QUOTE-DATE.
           PERFORM COMPUTE-PAYOFF.
           IF L-PO-AMOUNT >= L-PO-BALANCE
               MOVE '06' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM SET-FUND-ACCOUNT.
           MOVE L-PO-AMOUNT TO WS-PREPAY-AMT.
           MOVE WS-FUND-ACCT-ID TO WS-TXN-SOURCE-ID.
           MOVE LN-ACCT-ID OF LOAN-RECORD TO WS-TXN-TARGET-ID.
           MOVE WS-PREPAY-AMT TO WS-TXN-AMOUNT.
           PERFORM POST-LOAN-PAYMENT.
           IF WS-TXN-RESULT NOT = '00'
               MOVE WS-TXN-RESULT TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           COMPUTE WS-OWED = L-PO-BALANCE - WS-PREPAY-AMT.
           PERFORM COUNT-INSTALLMENTS-LEFT.
           COMPUTE WS-MONTH-RATE = LN-RATE OF LOAN-RECORD / 12.

           IF L-PO-LOWER-PAYMENT
               PERFORM REAMORTISE-PAYMENT
           ELSE
               PERFORM SHORTEN-TERM
           END-IF.

           REWRITE LOAN-RECORD.
           MOVE WS-OWED TO L-PO-BALANCE.
           MOVE LOAN-RECORD TO LS-LOAN-DATA.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Same remaining installments, smaller level payment - the
      *>   standard annuity over the new balance.
       REAMORTISE-PAYMENT.
           IF WS-MONTH-RATE = 0
               COMPUTE LN-PAYMENT-AMOUNT OF LOAN-RECORD ROUNDED =
                   WS-OWED / WS-LEFT-COUNT
               EXIT PARAGRAPH.

           COMPUTE WS-GROWTH = (1 + WS-MONTH-RATE) ** WS-LEFT-COUNT.
           COMPUTE LN-PAYMENT-AMOUNT OF LOAN-RECORD ROUNDED =
               WS-OWED * WS-MONTH-RATE * WS-GROWTH
               / (WS-GROWTH - 1).

      *>   Same installment, fewer of them: the count that amortises
      *>   the new balance, rounded up (the last installment is
      *>   capped at what is owed by LOANCOLL). An installment that
      *>   no longer even covers the interest leaves the term alone.
       SHORTEN-TERM.
           IF LN-PAYMENT-AMOUNT OF LOAN-RECORD = 0
               EXIT PARAGRAPH.

           IF WS-MONTH-RATE = 0
               COMPUTE WS-COUNT-RAW =
                   WS-OWED / LN-PAYMENT-AMOUNT OF LOAN-RECORD
           ELSE
               COMPUTE WS-COVER-RATIO = WS-OWED * WS-MONTH-RATE
                   / LN-PAYMENT-AMOUNT OF LOAN-RECORD
               IF WS-COVER-RATIO >= 1
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-COUNT-RAW =
                   0 - FUNCTION LOG(1 - WS-COVER-RATIO)
                   / FUNCTION LOG(1 + WS-MONTH-RATE)
           END-IF.

           MOVE WS-COUNT-RAW TO WS-NEW-COUNT.
           IF WS-COUNT-RAW > WS-NEW-COUNT
               ADD 1 TO WS-NEW-COUNT
           END-IF.
           IF WS-NEW-COUNT < 1
               MOVE 1 TO WS-NEW-COUNT
           END-IF.
           IF WS-NEW-COUNT < WS-LEFT-COUNT
               SUBTRACT WS-LEFT-COUNT FROM LN-TERM-MONTHS OF LOAN-RECORD
               ADD WS-NEW-COUNT TO LN-TERM-MONTHS OF LOAN-RECORD
           END-IF.

      *>   Installments left = months from the next due date to the
      *>   maturity month, inclusive; never less than one.
       COUNT-INSTALLMENTS-LEFT.
           MOVE LN-DISB-DATE OF LOAN-RECORD TO WS-DISB-DATE.
           MOVE LN-NEXT-DUE-DATE OF LOAN-RECORD TO WS-PAY-DATE.
           COMPUTE WS-LEFT-COUNT =
               (WS-DISB-YYYY * 12 + WS-DISB-MM
                   + LN-TERM-MONTHS OF LOAN-RECORD)
               - (WS-PAY-YYYY * 12 + WS-PAY-MM) + 1.
           IF WS-LEFT-COUNT < 1
               MOVE 1 TO WS-LEFT-COUNT
           END-IF.

       READ-ACTIVE-LOAN.
           MOVE LN-ACCT-ID OF LS-LOAN-DATA
               TO LN-ACCT-ID OF LOAN-RECORD.
           READ LOAN-FILE
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           IF NOT LN-ACTIVE OF LOAN-RECORD
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Drawn balance off the loan account plus per-diem interest
      *>   to WS-QUOTE-DATE, into LS-PAYOFF-DATA.
       COMPUTE-PAYOFF.
           MOVE 0 TO WS-ACCT-BALANCE.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS = "00"
               MOVE LN-ACCT-ID OF LOAN-RECORD
                   TO ACCT-ID OF ACCOUNT-RECORD
               READ ACCT-FILE
                   NOT INVALID KEY
                       MOVE ACCT-BALANCE OF ACCOUNT-RECORD
                           TO WS-ACCT-BALANCE
               END-READ
               CLOSE ACCT-FILE
           END-IF.
           MOVE 0 TO L-PO-BALANCE.
           IF WS-ACCT-BALANCE < 0
               COMPUTE L-PO-BALANCE = 0 - WS-ACCT-BALANCE
           END-IF.

           MOVE LN-LAST-INT-DATE OF LOAN-RECORD TO WS-INT-FROM-DATE.
           IF WS-INT-FROM-DATE = 0
               MOVE LN-DISB-DATE OF LOAN-RECORD TO WS-INT-FROM-DATE
           END-IF.
           MOVE 0 TO L-PO-DAYS.
           IF WS-INT-FROM-DATE > 0 AND WS-INT-FROM-DATE < WS-QUOTE-DATE
               COMPUTE L-PO-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-INT-FROM-DATE)
           END-IF.

           COMPUTE L-PO-INTEREST ROUNDED = L-PO-BALANCE
               * LN-RATE OF LOAN-RECORD * L-PO-DAYS / 365.
           COMPUTE L-PO-PAYOFF = L-PO-BALANCE + L-PO-INTEREST.
           MOVE WS-QUOTE-DATE TO L-PO-DATE.

       SET-FUND-ACCOUNT.
           MOVE L-PO-FUND-ACCT-ID TO WS-FUND-ACCT-ID.
           IF WS-FUND-ACCT-ID = 0
               MOVE LN-PAYMENT-ACCT-ID OF LOAN-RECORD
                   TO WS-FUND-ACCT-ID
           END-IF.

      *>   Funding account -> loan account. LOANPREP is sized by the
      *>   loan, not picked by the customer at a till, so TXNPROC
      *>   exempts it from the daily-debit cap as it does LOANCOLL.
       POST-LOAN-PAYMENT.
           CALL "TXNPROC" USING BY CONTENT "T"
                    BY CONTENT WS-TXN-SOURCE-ID
                    BY CONTENT WS-TXN-TARGET-ID
                    BY CONTENT WS-TXN-AMOUNT
                    BY REFERENCE WS-TXN-RESULT
                    BY CONTENT WS-TXN-ORIG-ID
                    BY CONTENT WS-PREP-STAMP
                    BY CONTENT WS-TXN-APPROVED
                    BY REFERENCE WS-TXN-LOGGED-ID
                    BY CONTENT WS-TXN-NARRATIVE.
