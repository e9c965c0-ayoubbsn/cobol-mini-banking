       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPRPT.

      *>   Month-end maturity ladder (liquidity gap) for the
      *>   asset-liability committee, run in the batch window on the
      *>   last business day of the month (any other day it does
      *>   nothing). Contractual cash flows are placed on one
      *>   timeline, in days from today, in six bands: overnight
      *>   (anything due by tomorrow, overdue included), up to 1
      *>   week, 1 month (30 days), 3 months (91 days), 1 year (365
      *>   days), and over 1 year.
      *>   Outflows:
      *>     - active term deposits pay principal plus contracted
      *>       interest on TD-MATURITY-DATE (a rolling deposit is
      *>       still contractually repayable then);
      *>     - demand balances - credit balances on savings and
      *>       checking accounts - have no contractual date, so they
      *>       are split by the DEMAND-STABLE-PCT parameter (default
      *>       70): the stable portion over 1 year, the volatile
      *>       remainder overnight.
      *>   Inflows:
      *>     - active loans repay LN-PAYMENT-AMOUNT on
      *>       LN-NEXT-DUE-DATE and each month after (LOANMGT's roll
      *>       - a due day past the 28th falls on the 28th) until the
      *>       amount owed is met; whatever falls beyond a year goes
      *>       over 1 year;
      *>     - overdrawn balances are repayable on demand but are not
      *>       relied on - over 1 year.
      *>   Internal movements land where they take the money:
      *>     - standing orders run every day, week or 30 days from
      *>       SO-NEXT-RUN-DATE (STANDORD's cadence) up to a year
      *>       out, within their end date and remaining count - out
      *>       of the source account's currency and office, into the
      *>       target's;
      *>     - sweeps move an amount set by each night's balances,
      *>       so only tonight's is known: today's excess over target
      *>       (or shortfall under floor) goes overnight.
      *>   Bank-owned and closed accounts are left out. Flows are
      *>   laddered per currency and office with a net and
      *>   cumulative gap per band, then per currency across all
      *>   offices, on DATA/liquidity_gap_YYYYMMDD.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LOAN-FILE ASSIGN TO "DATA/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT TERM-FILE ASSIGN TO "DATA/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-ID
               FILE STATUS IS WS-TERM-STATUS.

           SELECT STANDORD-FILE ASSIGN TO "DATA/standord.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT SWEEP-FILE ASSIGN TO "DATA/sweeps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOAN.CPY.

       FD  TERM-FILE.
       01  TERM-RECORD.
           COPY TERMDEP.CPY.

       FD  STANDORD-FILE.
       01  STANDORD-RECORD.
           COPY STANDORD.CPY.

       FD  SWEEP-FILE.
       01  SWEEP-RECORD.
           COPY SWEEP.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-LOAN-STATUS      PIC X(02).
       01  WS-TERM-STATUS      PIC X(02).
       01  WS-SO-STATUS        PIC X(02).
       01  WS-SWEEP-STATUS     PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-TODAY-INT        PIC S9(09).
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-HORIZON          PIC 9(08).
       01  WS-REPORT-NAME      PIC X(50).

       01  WS-STABLE-PCT       PIC 9(03)V99 VALUE 70.
       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   Upper bound of each band in days from today; band 6 has
      *>   none.
       01  WS-BAND-LIMITS.
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC 9(03) VALUE 7.
           05  FILLER              PIC 9(03) VALUE 30.
           05  FILLER              PIC 9(03) VALUE 91.
           05  FILLER              PIC 9(03) VALUE 365.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05  WS-BAND-LIMIT OCCURS 5 TIMES PIC 9(03).
       01  WS-BAND-NAMES.
           05  FILLER              PIC X(14) VALUE "     OVERNIGHT".
           05  FILLER              PIC X(14) VALUE "        1 WEEK".
           05  FILLER              PIC X(14) VALUE "       1 MONTH".
           05  FILLER              PIC X(14) VALUE "      3 MONTHS".
           05  FILLER              PIC X(14) VALUE "        1 YEAR".
           05  FILLER              PIC X(14) VALUE "   OVER 1 YEAR".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME OCCURS 6 TIMES PIC X(14).

      *>   Flow lines, in report order: 1-4 out, 5-7 in.
       01  WS-LINE-NAMES.
           05  FILLER              PIC X(20)
                                   VALUE "OUT TERM DEPOSITS".
           05  FILLER              PIC X(20)
                                   VALUE "OUT DEMAND VOLATILE".
           05  FILLER              PIC X(20)
                                   VALUE "OUT DEMAND STABLE".
           05  FILLER              PIC X(20)
                                   VALUE "OUT ORDERS/SWEEPS".
           05  FILLER              PIC X(20)
                                   VALUE "IN  LOAN REPAYMENTS".
           05  FILLER              PIC X(20)
                                   VALUE "IN  OVERDRAFTS".
           05  FILLER              PIC X(20)
                                   VALUE "IN  ORDERS/SWEEPS".
       01  WS-LINE-NAME-TABLE REDEFINES WS-LINE-NAMES.
           05  WS-LINE-NAME OCCURS 7 TIMES PIC X(20).

      *>   One ladder per currency and office, kept in that order.
       01  WS-LD-TABLE.
           05  WS-LD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LD-IDX.
               10  WS-LD-CURRENCY      PIC X(03).
               10  WS-LD-BRANCH        PIC 9(03).
               10  WS-LD-LINE OCCURS 7 TIMES.
                   15  WS-LD-AMOUNT OCCURS 6 TIMES
                                       PIC 9(13)V99.
       01  WS-LD-COUNT         PIC 9(03) VALUE 0.
       01  WS-LD-SLOT          PIC 9(03).
       01  WS-LD-MOVE          PIC 9(03).

      *>   The currency-wide ladder, summed at print time.
       01  WS-CT-LADDER.
           05  WS-CT-LINE OCCURS 7 TIMES.
               10  WS-CT-AMOUNT OCCURS 6 TIMES PIC 9(13)V99.

       01  WS-FLOW-CURRENCY    PIC X(03).
       01  WS-FLOW-BRANCH      PIC 9(03).
       01  WS-FLOW-LINE        PIC 9(01).
       01  WS-FLOW-DATE        PIC 9(08).
       01  WS-FLOW-AMOUNT      PIC 9(13)V99.
       01  WS-FLOW-BAND        PIC 9(01).
       01  WS-FLOW-DAYS        PIC S9(09).

       01  WS-LINE-IDX         PIC 9(01).
       01  WS-BAND-IDX         PIC 9(01).
       01  WS-STABLE-AMT       PIC 9(13)V99.
       01  WS-OWED             PIC 9(11)V99.
       01  WS-INSTALMENT       PIC 9(11)V99.
       01  WS-TERM-DAYS        PIC 9(05).
       01  WS-SO-DATE          PIC 9(08).
       01  WS-SO-LEFT          PIC 9(05).
       01  WS-SWEEP-AMT        PIC 9(11)V99.
       01  WS-FROM-ACCT        PIC 9(05).
       01  WS-TO-ACCT          PIC 9(05).
       01  WS-ACCT-FOUND       PIC X(01).

       01  WS-DUE-DATE.
           05  WS-DUE-YYYY         PIC 9(04).
           05  WS-DUE-MM           PIC 9(02).
           05  WS-DUE-DD           PIC 9(02).

       01  WS-TOTALS.
           05  WS-TD-COUNTED       PIC 9(05) VALUE 0.
           05  WS-LOANS-COUNTED    PIC 9(05) VALUE 0.
           05  WS-ORDERS-COUNTED   PIC 9(05) VALUE 0.
           05  WS-SWEEPS-COUNTED   PIC 9(05) VALUE 0.
           05  WS-DEMAND-COUNTED   PIC 9(05) VALUE 0.

       01  WS-BAND-SUM         PIC S9(13)V99.
       01  WS-GAP              PIC S9(13)V99.
       01  WS-CUM-GAP          PIC S9(13)V99.
       01  WS-RPT-AMOUNT       PIC Z(11)9.99.
       01  WS-RPT-GAP          PIC -(11)9.99.
       01  WS-RPT-COL          PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

      *>   Month-end is the last business day: the next business
      *>   day after today already falls in a new month.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + 1).
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-NEXT-DAY
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-NEXT-DAY(1:6) = WS-TODAY(1:6)
               DISPLAY "Liquidity gap: not month-end - nothing to do."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           DISPLAY "========================================".
           DISPLAY "   MATURITY LADDER / LIQUIDITY GAP - " WS-TODAY.
           DISPLAY "========================================".

           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-BAND-LIMIT(5)).

           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "DEMAND-STABLE-PCT" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE >= 0
                   AND WS-PRM-VALUE <= 100
               MOVE WS-PRM-VALUE TO WS-STABLE-PCT
           END-IF.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LADDER-DEMAND-BALANCES.
           PERFORM LADDER-TERM-DEPOSITS.
           PERFORM LADDER-LOANS.
           PERFORM LADDER-STANDING-ORDERS.
           PERFORM LADDER-SWEEPS.
           CLOSE ACCT-FILE.

           PERFORM WRITE-GAP-REPORT.

           DISPLAY " ".
           DISPLAY "Demand Accounts:       " WS-DEMAND-COUNTED.
           DISPLAY "Term Deposits:         " WS-TD-COUNTED.
           DISPLAY "Loans:                 " WS-LOANS-COUNTED.
           DISPLAY "Standing Orders:       " WS-ORDERS-COUNTED.
           DISPLAY "Sweeps:                " WS-SWEEPS-COUNTED.
           DISPLAY "Currency/Office Ladders: " WS-LD-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *>   Credit balances split stable/volatile; overdrawn balances
      *>   to the last band.
       LADDER-DEMAND-BALANCES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (ACCT-SAVINGS OR ACCT-CHECKING)
                               AND (ACCT-ACTIVE OR ACCT-FROZEN)
                               AND NOT ACCT-IS-INTERNAL
                               AND ACCT-BALANCE NOT = 0
                           PERFORM LADDER-ONE-DEMAND
                       END-IF
               END-READ
           END-PERFORM.

       LADDER-ONE-DEMAND.
           PERFORM SET-FLOW-KEY.
           ADD 1 TO WS-DEMAND-COUNTED.
           MOVE 6 TO WS-FLOW-BAND.
           IF ACCT-BALANCE < 0
               COMPUTE WS-FLOW-AMOUNT = 0 - ACCT-BALANCE
               MOVE 6 TO WS-FLOW-LINE
               PERFORM ADD-FLOW
               EXIT PARAGRAPH.

           COMPUTE WS-STABLE-AMT ROUNDED =
               ACCT-BALANCE * WS-STABLE-PCT / 100.
           MOVE WS-STABLE-AMT TO WS-FLOW-AMOUNT.
           MOVE 3 TO WS-FLOW-LINE.
           PERFORM ADD-FLOW.
           COMPUTE WS-FLOW-AMOUNT = ACCT-BALANCE - WS-STABLE-AMT.
           MOVE 1 TO WS-FLOW-BAND.
           MOVE 2 TO WS-FLOW-LINE.
           PERFORM ADD-FLOW.

       LADDER-TERM-DEPOSITS.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-ACTIVE
                           PERFORM LADDER-ONE-TERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-FILE.

      *>   Interest as TDMATUR will pay it: principal times rate
      *>   times the term's actual days over 365.
       LADDER-ONE-TERM.
           MOVE TD-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH.
           IF ACCT-IS-INTERNAL OR ACCT-CLOSED
               EXIT PARAGRAPH.

           PERFORM SET-FLOW-KEY.
           ADD 1 TO WS-TD-COUNTED.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(TD-OPEN-DATE).
           COMPUTE WS-FLOW-AMOUNT ROUNDED = TD-PRINCIPAL
               + TD-PRINCIPAL * TD-RATE * WS-TERM-DAYS / 365.
           MOVE TD-MATURITY-DATE TO WS-FLOW-DATE.
           PERFORM SET-FLOW-BAND.
           MOVE 1 TO WS-FLOW-LINE.
           PERFORM ADD-FLOW.

       LADDER-LOANS.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-ACTIVE
                           PERFORM LADDER-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

      *>   Installments while the amount owed lasts and the date is
      *>   inside a year; the rest in one sum over 1 year.
       LADDER-ONE-LOAN.
           MOVE LN-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH.
           IF ACCT-BALANCE NOT < 0
               EXIT PARAGRAPH.

           PERFORM SET-FLOW-KEY.
           ADD 1 TO WS-LOANS-COUNTED.
           MOVE 5 TO WS-FLOW-LINE.
           COMPUTE WS-OWED = 0 - ACCT-BALANCE.
           MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF LN-NEXT-DUE-DATE = 0
               MOVE WS-TODAY TO WS-DUE-DATE
           END-IF.

           IF LN-PAYMENT-AMOUNT > 0
               PERFORM UNTIL WS-OWED = 0 OR WS-DUE-DATE > WS-HORIZON
                   IF LN-PAYMENT-AMOUNT < WS-OWED
                       MOVE LN-PAYMENT-AMOUNT TO WS-INSTALMENT
                   ELSE
                       MOVE WS-OWED TO WS-INSTALMENT
                   END-IF
                   MOVE WS-INSTALMENT TO WS-FLOW-AMOUNT
                   MOVE WS-DUE-DATE TO WS-FLOW-DATE
                   PERFORM SET-FLOW-BAND
                   PERFORM ADD-FLOW
                   SUBTRACT WS-INSTALMENT FROM WS-OWED
                   PERFORM ROLL-DUE-DATE
               END-PERFORM
           END-IF.

           IF WS-OWED > 0
               MOVE WS-OWED TO WS-FLOW-AMOUNT
               MOVE 6 TO WS-FLOW-BAND
               PERFORM ADD-FLOW
           END-IF.

      *>   LOANMGT's roll: one calendar month, a day past the 28th
      *>   held at the 28th.
       ROLL-DUE-DATE.
           IF WS-DUE-MM = 12
               ADD 1 TO WS-DUE-YYYY
               MOVE 1 TO WS-DUE-MM
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.

       LADDER-STANDING-ORDERS.
           OPEN INPUT STANDORD-FILE.
           IF WS-SO-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDORD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SO-ACTIVE AND SO-AMOUNT > 0
                           PERFORM LADDER-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDORD-FILE.

      *>   Each run inside the year, within the order's end date and
      *>   remaining count, as a pair: out of the source, into the
      *>   target.
       LADDER-ONE-ORDER.
           ADD 1 TO WS-ORDERS-COUNTED.
           MOVE SO-NEXT-RUN-DATE TO WS-SO-DATE.
           IF WS-SO-DATE < WS-TODAY
               MOVE WS-TODAY TO WS-SO-DATE
           END-IF.
           MOVE SO-REMAINING TO WS-SO-LEFT.
           MOVE SO-SOURCE-ACCT-ID TO WS-FROM-ACCT.
           MOVE SO-TARGET-ACCT-ID TO WS-TO-ACCT.

           PERFORM UNTIL WS-SO-DATE > WS-HORIZON
                   OR (SO-END-DATE > 0 AND WS-SO-DATE > SO-END-DATE)
                   OR (SO-REMAINING > 0 AND WS-SO-LEFT = 0)
               MOVE SO-AMOUNT TO WS-FLOW-AMOUNT
               MOVE WS-SO-DATE TO WS-FLOW-DATE
               PERFORM SET-FLOW-BAND
               PERFORM ADD-TRANSFER-PAIR
               IF SO-REMAINING > 0
                   SUBTRACT 1 FROM WS-SO-LEFT
               END-IF
               EVALUATE TRUE
                   WHEN SO-FREQ-DAILY
                       COMPUTE WS-SO-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 1)
                   WHEN SO-FREQ-WEEKLY
                       COMPUTE WS-SO-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 7)
                   WHEN OTHER
                       COMPUTE WS-SO-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 30)
               END-EVALUATE
           END-PERFORM.

       LADDER-SWEEPS.
           OPEN INPUT SWEEP-FILE.
           IF WS-SWEEP-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SWP-ACTIVE
                           PERFORM LADDER-ONE-SWEEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SWEEP-FILE.

      *>   Tonight's sweep from today's master balance, the way SWEEP
      *>   will compute it.
       LADDER-ONE-SWEEP.
           MOVE SWP-MASTER-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH.

           MOVE 0 TO WS-SWEEP-AMT.
           IF ACCT-BALANCE > SWP-TARGET-BAL
               COMPUTE WS-SWEEP-AMT = ACCT-BALANCE - SWP-TARGET-BAL
               MOVE SWP-MASTER-ACCT-ID TO WS-FROM-ACCT
               MOVE SWP-SUB-ACCT-ID TO WS-TO-ACCT
           END-IF.
           IF ACCT-BALANCE < SWP-FLOOR-BAL
               COMPUTE WS-SWEEP-AMT = SWP-TARGET-BAL - ACCT-BALANCE
               MOVE SWP-SUB-ACCT-ID TO WS-FROM-ACCT
               MOVE SWP-MASTER-ACCT-ID TO WS-TO-ACCT
           END-IF.
           IF WS-SWEEP-AMT = 0
               EXIT PARAGRAPH.

           ADD 1 TO WS-SWEEPS-COUNTED.
           MOVE WS-SWEEP-AMT TO WS-FLOW-AMOUNT.
           MOVE 1 TO WS-FLOW-BAND.
           PERFORM ADD-TRANSFER-PAIR.

      *>   WS-FROM-ACCT / WS-TO-ACCT, WS-FLOW-AMOUNT and
      *>   WS-FLOW-BAND set on entry. A leg on a bank-owned or
      *>   unknown account is left out.
       ADD-TRANSFER-PAIR.
           MOVE WS-FROM-ACCT TO ACCT-ID.
           PERFORM READ-FLOW-ACCOUNT.
           IF WS-ACCT-FOUND = 'Y'
               MOVE 4 TO WS-FLOW-LINE
               PERFORM ADD-FLOW
           END-IF.
           MOVE WS-TO-ACCT TO ACCT-ID.
           PERFORM READ-FLOW-ACCOUNT.
           IF WS-ACCT-FOUND = 'Y'
               MOVE 7 TO WS-FLOW-LINE
               PERFORM ADD-FLOW
           END-IF.

       READ-FLOW-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-FOUND.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND = 'Y' AND ACCT-IS-INTERNAL
               MOVE 'N' TO WS-ACCT-FOUND
           END-IF.
           IF WS-ACCT-FOUND = 'Y'
               PERFORM SET-FLOW-KEY
           END-IF.

      *>   ACCOUNT-RECORD is current on entry. Records from before
      *>   the branch rollout belong to the head office.
       SET-FLOW-KEY.
           MOVE ACCT-CURRENCY TO WS-FLOW-CURRENCY.
           IF WS-FLOW-CURRENCY = SPACES
               MOVE "USD" TO WS-FLOW-CURRENCY
           END-IF.
           IF ACCT-BRANCH-ID > 0
               MOVE ACCT-BRANCH-ID TO WS-FLOW-BRANCH
           ELSE
               MOVE 1 TO WS-FLOW-BRANCH
           END-IF.

       SET-FLOW-BAND.
           COMPUTE WS-FLOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE) - WS-TODAY-INT.
           MOVE 6 TO WS-FLOW-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 5 BY -1
                   UNTIL WS-BAND-IDX < 1
               IF WS-FLOW-DAYS <= WS-BAND-LIMIT(WS-BAND-IDX)
                   MOVE WS-BAND-IDX TO WS-FLOW-BAND
               END-IF
           END-PERFORM.

      *>   Into the ladder for WS-FLOW-CURRENCY / WS-FLOW-BRANCH,
      *>   opening it in currency-then-office order if new.
       ADD-FLOW.
           IF WS-FLOW-AMOUNT = 0
               EXIT PARAGRAPH.

           MOVE 0 TO WS-LD-SLOT.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               IF WS-LD-CURRENCY(WS-LD-IDX) = WS-FLOW-CURRENCY
                       AND WS-LD-BRANCH(WS-LD-IDX) = WS-FLOW-BRANCH
                   SET WS-LD-SLOT TO WS-LD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-LD-SLOT = 0
               IF WS-LD-COUNT >= 200
                   DISPLAY "Ladder table full - " WS-FLOW-CURRENCY
                       "/" WS-FLOW-BRANCH " not laddered."
                   EXIT PARAGRAPH
               END-IF
               PERFORM OPEN-LADDER-SLOT
           END-IF.

           ADD WS-FLOW-AMOUNT
               TO WS-LD-AMOUNT(WS-LD-SLOT, WS-FLOW-LINE, WS-FLOW-BAND).

       OPEN-LADDER-SLOT.
           MOVE 1 TO WS-LD-SLOT.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               IF WS-LD-CURRENCY(WS-LD-IDX) < WS-FLOW-CURRENCY
                       OR (WS-LD-CURRENCY(WS-LD-IDX) = WS-FLOW-CURRENCY
                       AND WS-LD-BRANCH(WS-LD-IDX) < WS-FLOW-BRANCH)
                   COMPUTE WS-LD-SLOT = WS-LD-IDX + 1
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LD-MOVE FROM WS-LD-COUNT BY -1
                   UNTIL WS-LD-MOVE < WS-LD-SLOT
               MOVE WS-LD-ENTRY(WS-LD-MOVE)
                   TO WS-LD-ENTRY(WS-LD-MOVE + 1)
           END-PERFORM.
           ADD 1 TO WS-LD-COUNT.

           INITIALIZE WS-LD-ENTRY(WS-LD-SLOT).
           MOVE WS-FLOW-CURRENCY TO WS-LD-CURRENCY(WS-LD-SLOT).
           MOVE WS-FLOW-BRANCH TO WS-LD-BRANCH(WS-LD-SLOT).

       WRITE-GAP-REPORT.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "DATA/liquidity_gap_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open gap report. Status: "
                   WS-REPORT-STATUS
               EXIT PARAGRAPH.

           MOVE SPACES TO REPORT-LINE.
           STRING "MATURITY LADDER / LIQUIDITY GAP - " WS-TODAY
               "  DEMAND STABLE PORTION " WS-STABLE-PCT "%"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CURRENCY " WS-LD-CURRENCY(WS-LD-IDX)
                   "  OFFICE " WS-LD-BRANCH(WS-LD-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > 7
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > 6
                       MOVE WS-LD-AMOUNT(WS-LD-IDX, WS-LINE-IDX,
                           WS-BAND-IDX)
                           TO WS-CT-AMOUNT(WS-LINE-IDX, WS-BAND-IDX)
                   END-PERFORM
               END-PERFORM
               PERFORM WRITE-LADDER

      *>       The currency's all-office ladder after its last office.
               IF WS-LD-IDX = WS-LD-COUNT
                   PERFORM WRITE-CURRENCY-TOTAL
               ELSE
                   IF WS-LD-CURRENCY(WS-LD-IDX + 1)
                           NOT = WS-LD-CURRENCY(WS-LD-IDX)
                       PERFORM WRITE-CURRENCY-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LD-COUNT = 0
               MOVE "NO CONTRACTUAL FLOWS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       WRITE-CURRENCY-TOTAL.
           INITIALIZE WS-CT-LADDER.
           PERFORM VARYING WS-LD-SLOT FROM 1 BY 1
                   UNTIL WS-LD-SLOT > WS-LD-COUNT
               IF WS-LD-CURRENCY(WS-LD-SLOT) = WS-LD-CURRENCY(WS-LD-IDX)
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > 7
                       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                               UNTIL WS-BAND-IDX > 6
                           ADD WS-LD-AMOUNT(WS-LD-SLOT, WS-LINE-IDX,
                               WS-BAND-IDX)
                               TO WS-CT-AMOUNT(WS-LINE-IDX,
                                   WS-BAND-IDX)
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CURRENCY " WS-LD-CURRENCY(WS-LD-IDX)
               "  ALL OFFICES" DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-LADDER.

      *>   The ladder in WS-CT-LADDER: band heads, the seven flow
      *>   lines, then net and cumulative gap (inflows less
      *>   outflows).
       WRITE-LADDER.
           MOVE SPACES TO REPORT-LINE.
           MOVE 21 TO WS-RPT-COL.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
               MOVE WS-BAND-NAME(WS-BAND-IDX)
                   TO REPORT-LINE(WS-RPT-COL + 1:14)
               ADD 16 TO WS-RPT-COL
           END-PERFORM.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 7
               MOVE SPACES TO REPORT-LINE
               MOVE WS-LINE-NAME(WS-LINE-IDX) TO REPORT-LINE(1:20)
               MOVE 21 TO WS-RPT-COL
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 6
                   MOVE WS-CT-AMOUNT(WS-LINE-IDX, WS-BAND-IDX)
                       TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT TO REPORT-LINE(WS-RPT-COL:15)
                   ADD 16 TO WS-RPT-COL
               END-PERFORM
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE 0 TO WS-CUM-GAP.
           MOVE SPACES TO REPORT-LINE.
           MOVE "NET GAP" TO REPORT-LINE(1:20).
           MOVE 21 TO WS-RPT-COL.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
               MOVE 0 TO WS-GAP
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > 7
                   IF WS-LINE-IDX < 5
                       SUBTRACT WS-CT-AMOUNT(WS-LINE-IDX, WS-BAND-IDX)
                           FROM WS-GAP
                   ELSE
                       ADD WS-CT-AMOUNT(WS-LINE-IDX, WS-BAND-IDX)
                           TO WS-GAP
                   END-IF
               END-PERFORM
               MOVE WS-GAP TO WS-RPT-GAP
               MOVE WS-RPT-GAP TO REPORT-LINE(WS-RPT-COL:15)
               ADD 16 TO WS-RPT-COL
           END-PERFORM.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE "CUMULATIVE GAP" TO REPORT-LINE(1:20).
           MOVE 21 TO WS-RPT-COL.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > 7
                   IF WS-LINE-IDX < 5
                       SUBTRACT WS-CT-AMOUNT(WS-LINE-IDX, WS-BAND-IDX)
                           FROM WS-CUM-GAP
                   ELSE
                       ADD WS-CT-AMOUNT(WS-LINE-IDX, WS-BAND-IDX)
                           TO WS-CUM-GAP
                   END-IF
               END-PERFORM
               MOVE WS-CUM-GAP TO WS-RPT-GAP
               MOVE WS-RPT-GAP TO REPORT-LINE(WS-RPT-COL:15)
               ADD 16 TO WS-RPT-COL
           END-PERFORM.
           WRITE REPORT-LINE.
