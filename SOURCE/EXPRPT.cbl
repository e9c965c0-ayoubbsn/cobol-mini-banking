       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.

      *>   Month-end connected-party credit exposure, run in the
      *>   batch window on the last business day of the month (any
      *>   other day it does nothing). What the bank is owed - and
      *>   has committed to lend - is gathered per obligor:
      *>     - an active loan (loans.dat): drawn is what the loan
      *>       account owes; a loan is disbursed in full at
      *>       origination, so nothing is undrawn;
      *>     - a savings or checking account: drawn is the overdrawn
      *>       amount, undrawn the rest of ACCT-OVERDRAFT-LIMIT (a
      *>       frozen account cannot draw, so it has no undrawn).
      *>   Bank-owned, closed and written-off accounts are left out.
      *>   An account counts in full against its owner and against
      *>   every active joint holder on acct_owners.dat - each of
      *>   them is liable for all of it - but only once against a
      *>   connected-party group (cust_groups.dat, see GRPMGT), even
      *>   when several members hold it together.
      *>   Amounts are summed per customer and per group in each
      *>   currency, and converted to the base currency at the buy
      *>   rate RATEMGT has in force. The converted total is
      *>   measured against the CAPITAL-BASE parameter: at or over
      *>   LARGE-EXP-PCT percent (default 10) it is a large exposure
      *>   the regulator must be told about, at or over
      *>   LIMIT-EXP-PCT percent (default 25) it breaches the
      *>   large-exposure limit. A customer in no group is its own
      *>   obligor and is judged the same way.
      *>   DATA/large_exposures_YYYYMMDD.txt carries the customer
      *>   and group detail and ends with the large-exposures list;
      *>   at a quarter end (March, June, September, December) it is
      *>   headed as the quarterly large-exposures return.
      *>   RETURN-CODE 4 when a currency had no rate (its amounts are
      *>   shown but left out of the converted totals) or there is no
      *>   CAPITAL-BASE (nothing can be judged large); 8 when the
      *>   account master cannot be opened.
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

           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OWNER-FILE ASSIGN TO "DATA/acct_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT GROUP-FILE ASSIGN TO "DATA/cust_groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

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

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           COPY OWNER.CPY.

       FD  GROUP-FILE.
       01  GROUP-RECORD.
           COPY CPGROUP.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-LOAN-STATUS      PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-GROUP-STATUS     PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-REPORT-NAME      PIC X(50).
       01  WS-QUARTER-END      PIC X(01) VALUE 'N'.
       01  WS-LOANS-OPEN       PIC X(01) VALUE 'N'.
       01  WS-CUSTS-OPEN       PIC X(01) VALUE 'N'.
       01  WS-BASE-CURRENCY    PIC X(03) VALUE "USD".

      *>   Capital and the two thresholds - PARMMGT overrides. No
      *>   CAPITAL-BASE on file leaves WS-CAPITAL-BASE zero and
      *>   nothing judged.
       01  WS-CAPITAL-BASE     PIC 9(11)V99 VALUE 0.
       01  WS-LARGE-PCT        PIC 9(03)V99 VALUE 10.
       01  WS-LIMIT-PCT        PIC 9(03)V99 VALUE 25.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-FX-RATE-DATA.
           05  WS-FX-FROM-CURR     PIC X(03).
           05  WS-FX-TO-CURR       PIC X(03).
           05  WS-FX-BUY           PIC 9(03)V9(06).
           05  WS-FX-SELL          PIC 9(03)V9(06).
           05  WS-FX-EFF-DATE      PIC 9(08).
       01  WS-FX-RESULT        PIC X(02).

      *>   Who is in which group - the ACTIVE memberships only.
       01  WS-GM-TABLE.
           05  WS-GM-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-GM-IDX.
               10  WS-GM-CUST-ID       PIC 9(05).
               10  WS-GM-GROUP-ID      PIC 9(05).
               10  WS-GM-GROUP-NAME    PIC X(30).
       01  WS-GM-COUNT         PIC 9(05) VALUE 0.

      *>   Active joint holders, by account.
       01  WS-JT-TABLE.
           05  WS-JT-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-JT-IDX.
               10  WS-JT-ACCT-ID       PIC 9(05).
               10  WS-JT-CUST-ID       PIC 9(05).
       01  WS-JT-COUNT         PIC 9(05) VALUE 0.

      *>   Native amounts per customer and currency.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-CUST-ID       PIC 9(05).
               10  WS-CL-CURRENCY      PIC X(03).
               10  WS-CL-DRAWN         PIC 9(11)V99.
               10  WS-CL-UNDRAWN       PIC 9(11)V99.
       01  WS-CL-COUNT         PIC 9(05) VALUE 0.

      *>   Native amounts per group and currency.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-GL-IDX.
               10  WS-GL-GROUP-ID      PIC 9(05).
               10  WS-GL-CURRENCY      PIC X(03).
               10  WS-GL-DRAWN         PIC 9(11)V99.
               10  WS-GL-UNDRAWN       PIC 9(11)V99.
       01  WS-GL-COUNT         PIC 9(03) VALUE 0.

      *>   One row per customer with exposure, converted totals.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CS-IDX.
               10  WS-CS-CUST-ID       PIC 9(05).
               10  WS-CS-GROUP-ID      PIC 9(05).
               10  WS-CS-DRAWN         PIC 9(11)V99.
               10  WS-CS-UNDRAWN       PIC 9(11)V99.
               10  WS-CS-PCT           PIC 9(05)V99.
       01  WS-CS-COUNT         PIC 9(05) VALUE 0.

      *>   One row per group with exposure, converted totals.
       01  WS-GS-TABLE.
           05  WS-GS-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-GS-IDX.
               10  WS-GS-GROUP-ID      PIC 9(05).
               10  WS-GS-GROUP-NAME    PIC X(30).
               10  WS-GS-MEMBERS       PIC 9(05).
               10  WS-GS-DRAWN         PIC 9(11)V99.
               10  WS-GS-UNDRAWN       PIC 9(11)V99.
               10  WS-GS-PCT           PIC 9(05)V99.
       01  WS-GS-COUNT         PIC 9(03) VALUE 0.

      *>   Conversion rate per currency met; 'N' = no rate on file.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-CURRENCY      PIC X(03).
               10  WS-RT-RATE          PIC 9(03)V9(06).
               10  WS-RT-FOUND         PIC X(01).
       01  WS-RT-COUNT         PIC 9(02) VALUE 0.

      *>   The obligors on the account in hand, and the groups they
      *>   fall in, so a group is charged for the account once.
       01  WS-OB-TABLE.
           05  WS-OB-CUST-ID OCCURS 20 TIMES PIC 9(05).
       01  WS-OB-COUNT         PIC 9(02).
       01  WS-OB-IDX           PIC 9(02).
       01  WS-OG-TABLE.
           05  WS-OG-GROUP-ID OCCURS 20 TIMES PIC 9(05).
       01  WS-OG-COUNT         PIC 9(02).
       01  WS-OG-IDX           PIC 9(02).

       01  WS-ACCT-DRAWN       PIC 9(11)V99.
       01  WS-ACCT-UNDRAWN     PIC 9(11)V99.
       01  WS-ACCT-CURRENCY    PIC X(03).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-GROUP-SLOT       PIC 9(03).
       01  WS-SLOT-CUST-ID     PIC 9(05).
       01  WS-SLOT-GROUP-ID    PIC 9(05).
       01  WS-SLOT-GROUP-NAME  PIC X(30).
       01  WS-RATE             PIC 9(03)V9(06).
       01  WS-RATE-FOUND       PIC X(01).
       01  WS-BASE-DRAWN       PIC 9(11)V99.
       01  WS-BASE-UNDRAWN     PIC 9(11)V99.
       01  WS-TOTAL-BASE       PIC 9(11)V99.
       01  WS-JUDGE-PCT        PIC 9(05)V99.
       01  WS-FLAG             PIC X(08).

       01  WS-TOTALS.
           05  WS-ACCTS-MEASURED   PIC 9(05) VALUE 0.
           05  WS-LARGE-COUNT      PIC 9(05) VALUE 0.
           05  WS-BREACH-COUNT     PIC 9(05) VALUE 0.
           05  WS-MISSING-RATES    PIC 9(03) VALUE 0.
           05  WS-BANK-DRAWN       PIC 9(13)V99 VALUE 0.
           05  WS-BANK-UNDRAWN     PIC 9(13)V99 VALUE 0.

       01  WS-RPT-DETAIL.
           05  WS-RD-ID            PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-NAME          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-GROUP         PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-CURRENCY      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-DRAWN         PIC Z(10)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-UNDRAWN       PIC Z(10)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-PCT           PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-FLAG          PIC X(08).
       01  WS-RD-PCT-EDIT      PIC ZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

      *>   Month-end is the last business day: the next business
      *>   day after today already falls in a new month.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1).
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-NEXT-DAY
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-NEXT-DAY(1:6) = WS-TODAY(1:6)
               DISPLAY "Exposure report: not month-end - nothing to "
                   "do."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           IF WS-TODAY(5:2) = "03" OR WS-TODAY(5:2) = "06"
                   OR WS-TODAY(5:2) = "09" OR WS-TODAY(5:2) = "12"
               MOVE 'Y' TO WS-QUARTER-END
           END-IF.

           DISPLAY "========================================".
           DISPLAY "   CONNECTED-PARTY EXPOSURE - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-GROUP-MEMBERS.
           PERFORM LOAD-JOINT-HOLDERS.
           PERFORM GATHER-EXPOSURES.
           PERFORM CONVERT-TO-BASE.
           PERFORM WRITE-EXPOSURE-REPORT.

           DISPLAY " ".
           DISPLAY "Accounts Measured:     " WS-ACCTS-MEASURED.
           DISPLAY "Customers Exposed:     " WS-CS-COUNT.
           DISPLAY "Groups Exposed:        " WS-GS-COUNT.
           DISPLAY "Large Exposures:       " WS-LARGE-COUNT.
           DISPLAY "Limit Breaches:        " WS-BREACH-COUNT.
           DISPLAY "Currencies Unrated:    " WS-MISSING-RATES.

           IF WS-CAPITAL-BASE = 0
               DISPLAY "No CAPITAL-BASE parameter - exposures not "
                   "judged."
           END-IF.
           IF WS-MISSING-RATES > 0 OR WS-CAPITAL-BASE = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "CAPITAL-BASE" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-CAPITAL-BASE
           END-IF.

           MOVE "LARGE-EXP-PCT" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
                   AND WS-PRM-VALUE <= 100
               MOVE WS-PRM-VALUE TO WS-LARGE-PCT
           END-IF.

           MOVE "LIMIT-EXP-PCT" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
                   AND WS-PRM-VALUE <= 100
               MOVE WS-PRM-VALUE TO WS-LIMIT-PCT
           END-IF.

       LOAD-GROUP-MEMBERS.
           OPEN INPUT GROUP-FILE.
           IF WS-GROUP-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CG-ACTIVE AND WS-GM-COUNT < 9999
                           ADD 1 TO WS-GM-COUNT
                           MOVE CG-CUST-ID
                               TO WS-GM-CUST-ID(WS-GM-COUNT)
                           MOVE CG-GROUP-ID
                               TO WS-GM-GROUP-ID(WS-GM-COUNT)
                           MOVE CG-GROUP-NAME
                               TO WS-GM-GROUP-NAME(WS-GM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GROUP-FILE.

       LOAD-JOINT-HOLDERS.
           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OWN-ACTIVE AND OWN-JOINT
                               AND WS-JT-COUNT < 9999
                           ADD 1 TO WS-JT-COUNT
                           MOVE OWN-ACCT-ID
                               TO WS-JT-ACCT-ID(WS-JT-COUNT)
                           MOVE OWN-CUST-ID
                               TO WS-JT-CUST-ID(WS-JT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNER-FILE.

       GATHER-EXPOSURES.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               MOVE 'Y' TO WS-LOANS-OPEN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MEASURE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           IF WS-LOANS-OPEN = 'Y'
               CLOSE LOAN-FILE
           END-IF.
           CLOSE ACCT-FILE.

       MEASURE-ONE-ACCOUNT.
           IF ACCT-IS-INTERNAL
               EXIT PARAGRAPH.
           IF NOT ACCT-ACTIVE AND NOT ACCT-FROZEN
               EXIT PARAGRAPH.

           MOVE 0 TO WS-ACCT-DRAWN.
           MOVE 0 TO WS-ACCT-UNDRAWN.
           IF ACCT-BALANCE < 0
               COMPUTE WS-ACCT-DRAWN = 0 - ACCT-BALANCE
           END-IF.

           EVALUATE TRUE
               WHEN ACCT-LOAN
                   IF WS-LOANS-OPEN NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ACCT-ID TO LN-ACCT-ID
                   READ LOAN-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   IF NOT LN-ACTIVE
                       EXIT PARAGRAPH
                   END-IF
               WHEN ACCT-SAVINGS OR ACCT-CHECKING
                   IF ACCT-ACTIVE
                           AND ACCT-OVERDRAFT-LIMIT > WS-ACCT-DRAWN
                       COMPUTE WS-ACCT-UNDRAWN =
                           ACCT-OVERDRAFT-LIMIT - WS-ACCT-DRAWN
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-ACCT-DRAWN = 0 AND WS-ACCT-UNDRAWN = 0
               EXIT PARAGRAPH.

           ADD 1 TO WS-ACCTS-MEASURED.
           MOVE ACCT-CURRENCY TO WS-ACCT-CURRENCY.
           IF WS-ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
           END-IF.

      *>   The owner first, then every active joint holder not
      *>   already counted.
           MOVE 1 TO WS-OB-COUNT.
           MOVE ACCT-CUST-ID TO WS-OB-CUST-ID(1).
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF WS-JT-ACCT-ID(WS-JT-IDX) = ACCT-ID
                   MOVE WS-JT-CUST-ID(WS-JT-IDX) TO WS-SLOT-CUST-ID
                   PERFORM ADD-OBLIGOR
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-OG-COUNT.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               MOVE WS-OB-CUST-ID(WS-OB-IDX) TO WS-SLOT-CUST-ID
               PERFORM FIND-CUSTOMER-GROUP
               PERFORM ADD-CUSTOMER-AMOUNT
               IF WS-SLOT-GROUP-ID > 0
                   PERFORM ADD-GROUP-AMOUNT
               END-IF
           END-PERFORM.

       ADD-OBLIGOR.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-CUST-ID(WS-OB-IDX) = WS-SLOT-CUST-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-OB-COUNT < 20
               ADD 1 TO WS-OB-COUNT
               MOVE WS-SLOT-CUST-ID TO WS-OB-CUST-ID(WS-OB-COUNT)
           END-IF.

       FIND-CUSTOMER-GROUP.
           MOVE 0 TO WS-SLOT-GROUP-ID.
           MOVE SPACES TO WS-SLOT-GROUP-NAME.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               IF WS-GM-CUST-ID(WS-GM-IDX) = WS-SLOT-CUST-ID
                   MOVE WS-GM-GROUP-ID(WS-GM-IDX) TO WS-SLOT-GROUP-ID
                   MOVE WS-GM-GROUP-NAME(WS-GM-IDX)
                       TO WS-SLOT-GROUP-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-CUSTOMER-AMOUNT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID(WS-CL-IDX) = WS-SLOT-CUST-ID
                       AND WS-CL-CURRENCY(WS-CL-IDX) = WS-ACCT-CURRENCY
                   SET WS-FOUND-IDX TO WS-CL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
               IF WS-CL-COUNT >= 9999
                   DISPLAY "Exposure table full - customer "
                       WS-SLOT-CUST-ID " not measured."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-FOUND-IDX
               MOVE WS-SLOT-CUST-ID TO WS-CL-CUST-ID(WS-FOUND-IDX)
               MOVE WS-ACCT-CURRENCY TO WS-CL-CURRENCY(WS-FOUND-IDX)
               MOVE 0 TO WS-CL-DRAWN(WS-FOUND-IDX)
               MOVE 0 TO WS-CL-UNDRAWN(WS-FOUND-IDX)
               PERFORM ADD-CUSTOMER-SLOT
           END-IF.

           ADD WS-ACCT-DRAWN TO WS-CL-DRAWN(WS-FOUND-IDX).
           ADD WS-ACCT-UNDRAWN TO WS-CL-UNDRAWN(WS-FOUND-IDX).

      *>   The customer's summary row, made on its first currency.
       ADD-CUSTOMER-SLOT.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-CUST-ID(WS-CS-IDX) = WS-SLOT-CUST-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CS-COUNT.
           MOVE WS-SLOT-CUST-ID TO WS-CS-CUST-ID(WS-CS-COUNT).
           MOVE WS-SLOT-GROUP-ID TO WS-CS-GROUP-ID(WS-CS-COUNT).
           MOVE 0 TO WS-CS-DRAWN(WS-CS-COUNT).
           MOVE 0 TO WS-CS-UNDRAWN(WS-CS-COUNT).
           MOVE 0 TO WS-CS-PCT(WS-CS-COUNT).
           IF WS-SLOT-GROUP-ID > 0
               PERFORM ADD-GROUP-SLOT
               ADD 1 TO WS-GS-MEMBERS(WS-GROUP-SLOT)
           END-IF.

      *>   Leaves WS-GROUP-SLOT at the group's summary row.
       ADD-GROUP-SLOT.
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               IF WS-GS-GROUP-ID(WS-GS-IDX) = WS-SLOT-GROUP-ID
                   SET WS-GROUP-SLOT TO WS-GS-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-GS-COUNT.
           MOVE WS-GS-COUNT TO WS-GROUP-SLOT.
           MOVE WS-SLOT-GROUP-ID TO WS-GS-GROUP-ID(WS-GS-COUNT).
           MOVE WS-SLOT-GROUP-NAME TO WS-GS-GROUP-NAME(WS-GS-COUNT).
           MOVE 0 TO WS-GS-MEMBERS(WS-GS-COUNT).
           MOVE 0 TO WS-GS-DRAWN(WS-GS-COUNT).
           MOVE 0 TO WS-GS-UNDRAWN(WS-GS-COUNT).
           MOVE 0 TO WS-GS-PCT(WS-GS-COUNT).

      *>   Once per group per account, however many members hold it.
       ADD-GROUP-AMOUNT.
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
                   UNTIL WS-OG-IDX > WS-OG-COUNT
               IF WS-OG-GROUP-ID(WS-OG-IDX) = WS-SLOT-GROUP-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-OG-COUNT < 20
               ADD 1 TO WS-OG-COUNT
               MOVE WS-SLOT-GROUP-ID TO WS-OG-GROUP-ID(WS-OG-COUNT)
           END-IF.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-GROUP-ID(WS-GL-IDX) = WS-SLOT-GROUP-ID
                       AND WS-GL-CURRENCY(WS-GL-IDX) = WS-ACCT-CURRENCY
                   SET WS-FOUND-IDX TO WS-GL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
               IF WS-GL-COUNT >= 999
                   DISPLAY "Group table full - group "
                       WS-SLOT-GROUP-ID " not measured."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT TO WS-FOUND-IDX
               MOVE WS-SLOT-GROUP-ID TO WS-GL-GROUP-ID(WS-FOUND-IDX)
               MOVE WS-ACCT-CURRENCY TO WS-GL-CURRENCY(WS-FOUND-IDX)
               MOVE 0 TO WS-GL-DRAWN(WS-FOUND-IDX)
               MOVE 0 TO WS-GL-UNDRAWN(WS-FOUND-IDX)
           END-IF.

           ADD WS-ACCT-DRAWN TO WS-GL-DRAWN(WS-FOUND-IDX).
           ADD WS-ACCT-UNDRAWN TO WS-GL-UNDRAWN(WS-FOUND-IDX).

      *>   Every currency line into the base currency, rolled up to
      *>   the customer and group rows, then each row measured
      *>   against capital.
       CONVERT-TO-BASE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE WS-CL-CURRENCY(WS-CL-IDX) TO WS-ACCT-CURRENCY
               PERFORM FIND-RATE
               IF WS-RATE-FOUND = 'Y'
                   COMPUTE WS-BASE-DRAWN ROUNDED =
                       WS-CL-DRAWN(WS-CL-IDX) * WS-RATE
                   COMPUTE WS-BASE-UNDRAWN ROUNDED =
                       WS-CL-UNDRAWN(WS-CL-IDX) * WS-RATE
                   PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                           UNTIL WS-CS-IDX > WS-CS-COUNT
                       IF WS-CS-CUST-ID(WS-CS-IDX)
                               = WS-CL-CUST-ID(WS-CL-IDX)
                           ADD WS-BASE-DRAWN TO WS-CS-DRAWN(WS-CS-IDX)
                           ADD WS-BASE-UNDRAWN
                               TO WS-CS-UNDRAWN(WS-CS-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   ADD WS-BASE-DRAWN TO WS-BANK-DRAWN
                   ADD WS-BASE-UNDRAWN TO WS-BANK-UNDRAWN
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               MOVE WS-GL-CURRENCY(WS-GL-IDX) TO WS-ACCT-CURRENCY
               PERFORM FIND-RATE
               IF WS-RATE-FOUND = 'Y'
                   COMPUTE WS-BASE-DRAWN ROUNDED =
                       WS-GL-DRAWN(WS-GL-IDX) * WS-RATE
                   COMPUTE WS-BASE-UNDRAWN ROUNDED =
                       WS-GL-UNDRAWN(WS-GL-IDX) * WS-RATE
                   PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                           UNTIL WS-GS-IDX > WS-GS-COUNT
                       IF WS-GS-GROUP-ID(WS-GS-IDX)
                               = WS-GL-GROUP-ID(WS-GL-IDX)
                           ADD WS-BASE-DRAWN TO WS-GS-DRAWN(WS-GS-IDX)
                           ADD WS-BASE-UNDRAWN
                               TO WS-GS-UNDRAWN(WS-GS-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-CAPITAL-BASE = 0
               EXIT PARAGRAPH.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               COMPUTE WS-CS-PCT(WS-CS-IDX) ROUNDED =
                   (WS-CS-DRAWN(WS-CS-IDX) + WS-CS-UNDRAWN(WS-CS-IDX))
                   * 100 / WS-CAPITAL-BASE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CS-PCT(WS-CS-IDX)
               END-COMPUTE
           END-PERFORM.
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               COMPUTE WS-GS-PCT(WS-GS-IDX) ROUNDED =
                   (WS-GS-DRAWN(WS-GS-IDX) + WS-GS-UNDRAWN(WS-GS-IDX))
                   * 100 / WS-CAPITAL-BASE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-GS-PCT(WS-GS-IDX)
               END-COMPUTE
           END-PERFORM.

      *>   The buy rate from WS-ACCT-CURRENCY into the base currency,
      *>   asked of RATEMGT once per currency.
       FIND-RATE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-CURRENCY(WS-RT-IDX) = WS-ACCT-CURRENCY
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE
                   MOVE WS-RT-FOUND(WS-RT-IDX) TO WS-RATE-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WS-ACCT-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-RATE
               MOVE 'Y' TO WS-RATE-FOUND
           ELSE
               MOVE WS-ACCT-CURRENCY TO WS-FX-FROM-CURR
               MOVE WS-BASE-CURRENCY TO WS-FX-TO-CURR
               MOVE WS-TODAY TO WS-FX-EFF-DATE
               CALL "RATEMGT" USING BY CONTENT "G"
                                    BY REFERENCE WS-FX-RATE-DATA
                                    BY REFERENCE WS-FX-RESULT
               IF WS-FX-RESULT = '00' AND WS-FX-BUY > 0
                   MOVE WS-FX-BUY TO WS-RATE
                   MOVE 'Y' TO WS-RATE-FOUND
               ELSE
                   MOVE 0 TO WS-RATE
                   MOVE 'N' TO WS-RATE-FOUND
                   ADD 1 TO WS-MISSING-RATES
                   DISPLAY "No rate for " WS-ACCT-CURRENCY " -> "
                       WS-BASE-CURRENCY " - left out of the totals."
               END-IF
           END-IF.

           IF WS-RT-COUNT < 50
               ADD 1 TO WS-RT-COUNT
               MOVE WS-ACCT-CURRENCY TO WS-RT-CURRENCY(WS-RT-COUNT)
               MOVE WS-RATE TO WS-RT-RATE(WS-RT-COUNT)
               MOVE WS-RATE-FOUND TO WS-RT-FOUND(WS-RT-COUNT)
           END-IF.

       WRITE-EXPOSURE-REPORT.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "DATA/large_exposures_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open exposure report. Status: "
                   WS-REPORT-STATUS
               EXIT PARAGRAPH.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUSTS-OPEN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF WS-QUARTER-END = 'Y'
               STRING "QUARTERLY LARGE-EXPOSURES RETURN - " WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "MONTHLY CONNECTED-PARTY EXPOSURE - " WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAPITAL BASE " WS-CAPITAL-BASE " " WS-BASE-CURRENCY
               "  LARGE AT " WS-LARGE-PCT "%  LIMIT " WS-LIMIT-PCT
               "%" DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CAPITAL-BASE = 0
               MOVE "NO CAPITAL-BASE ON FILE - EXPOSURES NOT JUDGED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTOMER EXPOSURES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               PERFORM WRITE-CUSTOMER-BLOCK
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONNECTED-PARTY GROUP EXPOSURES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               PERFORM WRITE-GROUP-BLOCK
           END-PERFORM.

           PERFORM WRITE-LARGE-EXPOSURES.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "TOTAL CREDIT EXPOSURE" TO WS-RD-NAME.
           MOVE WS-BASE-CURRENCY TO WS-RD-CURRENCY.
           MOVE WS-BANK-DRAWN TO WS-RD-DRAWN.
           MOVE WS-BANK-UNDRAWN TO WS-RD-UNDRAWN.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(1:5).
           WRITE REPORT-LINE.
           IF WS-MISSING-RATES > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-MISSING-RATES " CURRENCY(IES) WITHOUT A RATE"
                   " - LEFT OUT OF CONVERTED TOTALS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-CUSTS-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.

       WRITE-COLUMN-HEADS.
           MOVE "ID    NAME                           GROUP CCY"
               TO REPORT-LINE.
           MOVE "         DRAWN       UNDRAWN  % CAP  FLAG"
               TO REPORT-LINE(48:42).
           WRITE REPORT-LINE.

      *>   One line per currency held, then the converted total.
       WRITE-CUSTOMER-BLOCK.
           MOVE WS-CS-CUST-ID(WS-CS-IDX) TO WS-SLOT-CUST-ID.
           MOVE SPACES TO WS-SLOT-GROUP-NAME.
           IF WS-CUSTS-OPEN = 'Y'
               MOVE WS-SLOT-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO CUST-NAME
               END-READ
               MOVE CUST-NAME TO WS-SLOT-GROUP-NAME
           END-IF.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID(WS-CL-IDX) = WS-SLOT-CUST-ID
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE WS-SLOT-CUST-ID TO WS-RD-ID
                   MOVE WS-SLOT-GROUP-NAME TO WS-RD-NAME
                   IF WS-CS-GROUP-ID(WS-CS-IDX) > 0
                       MOVE WS-CS-GROUP-ID(WS-CS-IDX) TO WS-RD-GROUP
                   END-IF
                   MOVE WS-CL-CURRENCY(WS-CL-IDX) TO WS-RD-CURRENCY
                   MOVE WS-CL-DRAWN(WS-CL-IDX) TO WS-RD-DRAWN
                   MOVE WS-CL-UNDRAWN(WS-CL-IDX) TO WS-RD-UNDRAWN
                   MOVE WS-RPT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE WS-CS-PCT(WS-CS-IDX) TO WS-JUDGE-PCT.
           PERFORM SET-FLAG.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "  CUSTOMER TOTAL" TO WS-RD-NAME.
           MOVE WS-BASE-CURRENCY TO WS-RD-CURRENCY.
           MOVE WS-CS-DRAWN(WS-CS-IDX) TO WS-RD-DRAWN.
           MOVE WS-CS-UNDRAWN(WS-CS-IDX) TO WS-RD-UNDRAWN.
           PERFORM FILL-PCT-FLAG.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(1:5).
           WRITE REPORT-LINE.

       WRITE-GROUP-BLOCK.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-GROUP-ID(WS-GL-IDX) = WS-GS-GROUP-ID(WS-GS-IDX)
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE WS-GS-GROUP-ID(WS-GS-IDX) TO WS-RD-ID
                   MOVE WS-GS-GROUP-NAME(WS-GS-IDX) TO WS-RD-NAME
                   MOVE WS-GL-CURRENCY(WS-GL-IDX) TO WS-RD-CURRENCY
                   MOVE WS-GL-DRAWN(WS-GL-IDX) TO WS-RD-DRAWN
                   MOVE WS-GL-UNDRAWN(WS-GL-IDX) TO WS-RD-UNDRAWN
                   MOVE WS-RPT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE WS-GS-PCT(WS-GS-IDX) TO WS-JUDGE-PCT.
           PERFORM SET-FLAG.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  GROUP TOTAL - " WS-GS-MEMBERS(WS-GS-IDX)
               " MEMBERS" DELIMITED BY SIZE INTO WS-RD-NAME.
           MOVE WS-BASE-CURRENCY TO WS-RD-CURRENCY.
           MOVE WS-GS-DRAWN(WS-GS-IDX) TO WS-RD-DRAWN.
           MOVE WS-GS-UNDRAWN(WS-GS-IDX) TO WS-RD-UNDRAWN.
           PERFORM FILL-PCT-FLAG.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(1:5).
           WRITE REPORT-LINE.

      *>   The return itself: every group, and every customer in no
      *>   group, at or over the large-exposure threshold.
       WRITE-LARGE-EXPOSURES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LARGE EXPOSURES (G = GROUP, C = CUSTOMER IN NO GROUP)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CAPITAL-BASE = 0
               MOVE "  NOT JUDGED - NO CAPITAL-BASE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH.

           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               MOVE WS-GS-PCT(WS-GS-IDX) TO WS-JUDGE-PCT
               PERFORM SET-FLAG
               IF WS-FLAG NOT = SPACES
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE WS-GS-GROUP-ID(WS-GS-IDX) TO WS-RD-ID
                   MOVE WS-GS-GROUP-NAME(WS-GS-IDX) TO WS-RD-NAME
                   MOVE "G" TO WS-RD-GROUP
                   MOVE WS-BASE-CURRENCY TO WS-RD-CURRENCY
                   MOVE WS-GS-DRAWN(WS-GS-IDX) TO WS-RD-DRAWN
                   MOVE WS-GS-UNDRAWN(WS-GS-IDX) TO WS-RD-UNDRAWN
                   PERFORM FILL-PCT-FLAG
                   PERFORM COUNT-FLAG
                   MOVE WS-RPT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-PCT(WS-CS-IDX) TO WS-JUDGE-PCT
               PERFORM SET-FLAG
               IF WS-FLAG NOT = SPACES AND WS-CS-GROUP-ID(WS-CS-IDX) = 0
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE WS-CS-CUST-ID(WS-CS-IDX) TO WS-RD-ID
                   IF WS-CUSTS-OPEN = 'Y'
                       MOVE WS-CS-CUST-ID(WS-CS-IDX) TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               MOVE SPACES TO CUST-NAME
                       END-READ
                       MOVE CUST-NAME TO WS-RD-NAME
                   END-IF
                   MOVE "C" TO WS-RD-GROUP
                   MOVE WS-BASE-CURRENCY TO WS-RD-CURRENCY
                   MOVE WS-CS-DRAWN(WS-CS-IDX) TO WS-RD-DRAWN
                   MOVE WS-CS-UNDRAWN(WS-CS-IDX) TO WS-RD-UNDRAWN
                   PERFORM FILL-PCT-FLAG
                   PERFORM COUNT-FLAG
                   MOVE WS-RPT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           IF WS-LARGE-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SET-FLAG.
           MOVE SPACES TO WS-FLAG.
           IF WS-CAPITAL-BASE = 0
               EXIT PARAGRAPH.
           IF WS-JUDGE-PCT >= WS-LIMIT-PCT
               MOVE "BREACH" TO WS-FLAG
           ELSE
               IF WS-JUDGE-PCT >= WS-LARGE-PCT
                   MOVE "LARGE" TO WS-FLAG
               END-IF
           END-IF.

       FILL-PCT-FLAG.
           IF WS-CAPITAL-BASE > 0
               MOVE WS-JUDGE-PCT TO WS-RD-PCT-EDIT
               MOVE WS-RD-PCT-EDIT TO WS-RD-PCT
           END-IF.
           MOVE WS-FLAG TO WS-RD-FLAG.

       COUNT-FLAG.
           ADD 1 TO WS-LARGE-COUNT.
           IF WS-FLAG = "BREACH"
               ADD 1 TO WS-BREACH-COUNT
           END-IF.
