       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRPROF.

      *>   Month-end branch profitability, run in the batch window on
      *>   the last business day of the month (any other day it does
      *>   nothing) for finance, who hand it on to the branch
      *>   managers quarterly. For every office, in each currency it
      *>   does business in, the month shows:
      *>     - fee income, loan interest income and overdraft
      *>       interest income, and interest expense, taken from the
      *>       GL journal history (gl_journal.dat) - every journal
      *>       line carries the office whose customers moved the
      *>       money, and GLEXTR books fees ('E' rows on gl_map.dat),
      *>       overdraft interest ('N'), credit interest paid on
      *>       savings, checking and term deposits ('I') and loan
      *>       interest charged (the 'W'/'L' row) against their own
      *>       income and expense lines. Income is credits less
      *>       debits on those lines, expense debits less credits, so
      *>       a reversed fee nets itself out;
      *>     - the average deposit and loan balance over the month's
      *>       end-of-day snapshots on positions.dat: credit balances
      *>       on savings, checking and term accounts are deposits,
      *>       what loan accounts owe and overdrawn savings or
      *>       checking balances are loans and advances. Bank-owned
      *>       accounts are left out;
      *>     - accounts opened (ACCT-OPEN-DATE in the month) and
      *>       closed (a successful close or escheat on
      *>       acct_audit.dat in the month);
      *>     - a funds-transfer-pricing line: the office is credited
      *>       for the deposits it brings in and charged for the loans
      *>       it funds, both at the FTP-RATE-PCT parameter (percent a
      *>       year, default 3) for the days in the month, so an
      *>       office that lends more than it gathers pays the centre
      *>       for the difference;
      *>   and the net contribution - income less interest expense
      *>   plus the transfer-pricing credit less the charge. Each
      *>   currency closes with an all-office total. Nothing is
      *>   converted: offices are compared within a currency.
      *>   DATA/branch_profit_YYYYMM.txt. Runs after EODSNAP so the
      *>   month's last snapshot and journal are both in.
      *>   RETURN-CODE 8 when the account master cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "DATA/branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "DATA/gl_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO "DATA/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-KEY
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT POS-FILE ASSIGN TO "DATA/positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DATA/acct_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           COPY BRANCH.CPY.

       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05  GLM-TRANS-TYPE      PIC X(01).
           05  GLM-ACCT-TYPE       PIC X(01).
           05  GLM-LIAB-ACCOUNT    PIC X(08).
           05  GLM-CONTRA-ACCOUNT  PIC X(08).

       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           COPY GLJRNL.CPY.

       FD  POS-FILE.
       01  POS-RECORD.
           COPY POSITION.CPY.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-BRANCH-STATUS    PIC X(02).
       01  WS-GLMAP-STATUS     PIC X(02).
       01  WS-GLJRNL-STATUS    PIC X(02).
       01  WS-POS-STATUS       PIC X(02).
       01  WS-AUDIT-STATUS     PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-MONTH-START      PIC 9(08).
       01  WS-NEXT-MONTH       PIC 9(08).
       01  WS-MONTH-DAYS       PIC 9(03).
       01  WS-REPORT-NAME      PIC X(50).
       01  WS-BRANCHES-OPEN    PIC X(01) VALUE 'N'.

      *>   Annual transfer-pricing rate in percent - PARMMGT
      *>   override.
       01  WS-FTP-PCT          PIC 9(03)V9(04) VALUE 3.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   The gl_map rows whose contra is an income or expense
      *>   line, and which column of the report each one feeds:
      *>   1 fees, 2 loan interest, 3 overdraft interest, 4 interest
      *>   expense.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-PL-IDX.
               10  WS-PL-TRANS-TYPE    PIC X(01).
               10  WS-PL-ACCT-TYPE     PIC X(01).
               10  WS-PL-ACCOUNT       PIC X(08).
               10  WS-PL-CATEGORY      PIC 9(01).
       01  WS-PL-COUNT         PIC 9(02) VALUE 0.
       01  WS-PL-CATEGORY-NOW  PIC 9(01).

      *>   One row per currency and office, kept in that order.
       01  WS-BP-TABLE.
           05  WS-BP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-BP-IDX.
               10  WS-BP-CURRENCY      PIC X(03).
               10  WS-BP-BRANCH        PIC 9(03).
               10  WS-BP-PL OCCURS 4 TIMES
                                       PIC S9(13)V99.
               10  WS-BP-DEP-SUM       PIC 9(15)V99.
               10  WS-BP-LOAN-SUM      PIC 9(15)V99.
               10  WS-BP-OPENED        PIC 9(05).
               10  WS-BP-CLOSED        PIC 9(05).
       01  WS-BP-COUNT         PIC 9(03) VALUE 0.
       01  WS-BP-SLOT          PIC 9(03).
       01  WS-BP-MOVE          PIC 9(03).

      *>   The figures for the block being printed - one office, or
      *>   a currency's all-office total.
       01  WS-PRINT-BLOCK.
           05  WS-PR-PL OCCURS 4 TIMES PIC S9(13)V99.
           05  WS-PR-DEP-SUM       PIC 9(15)V99.
           05  WS-PR-LOAN-SUM      PIC 9(15)V99.
           05  WS-PR-OPENED        PIC 9(05).
           05  WS-PR-CLOSED        PIC 9(05).

       01  WS-KEY-CURRENCY     PIC X(03).
       01  WS-KEY-BRANCH       PIC 9(03).
       01  WS-SNAP-DAYS        PIC 9(03) VALUE 0.
       01  WS-LAST-SNAP-DATE   PIC 9(08) VALUE 0.
       01  WS-PL-IDX-N         PIC 9(01).
       01  WS-AVG-DEP          PIC 9(13)V99.
       01  WS-AVG-LOAN         PIC 9(13)V99.
       01  WS-FTP-CREDIT       PIC 9(13)V99.
       01  WS-FTP-CHARGE       PIC 9(13)V99.
       01  WS-NET-CONTRIB      PIC S9(13)V99.
       01  WS-NET-INCOME       PIC S9(13)V99.
       01  WS-BLOCK-TITLE      PIC X(60).

       01  WS-TOTALS.
           05  WS-JRNL-LINES       PIC 9(07) VALUE 0.
           05  WS-POS-ROWS         PIC 9(07) VALUE 0.
           05  WS-OPENED-TOTAL     PIC 9(05) VALUE 0.
           05  WS-CLOSED-TOTAL     PIC 9(05) VALUE 0.

       01  WS-RPT-AMOUNT       PIC -(12)9.99.
       01  WS-RPT-COUNT        PIC Z(04)9.
       01  WS-RPT-PCT          PIC ZZ9.9999.

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
               DISPLAY "Branch profitability: not month-end - "
                   "nothing to do."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           MOVE WS-TODAY TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START(7:2).
           IF WS-TODAY(5:2) = "12"
               COMPUTE WS-NEXT-MONTH = WS-MONTH-START + 8900
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

           DISPLAY "========================================".
           DISPLAY "   BRANCH PROFITABILITY - " WS-TODAY(1:6).
           DISPLAY "========================================".

           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "FTP-RATE-PCT" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
                   AND WS-PRM-VALUE <= 100
               MOVE WS-PRM-VALUE TO WS-FTP-PCT
           END-IF.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PL-MAPPINGS.
           PERFORM GATHER-JOURNAL-INCOME.
           PERFORM GATHER-AVERAGE-BALANCES.
           PERFORM GATHER-ACCOUNTS-OPENED.
           PERFORM GATHER-ACCOUNTS-CLOSED.
           CLOSE ACCT-FILE.

           PERFORM WRITE-PROFIT-REPORT.

           DISPLAY " ".
           DISPLAY "Journal Lines Used:    " WS-JRNL-LINES.
           DISPLAY "Snapshot Days:         " WS-SNAP-DAYS.
           DISPLAY "Accounts Opened:       " WS-OPENED-TOTAL.
           DISPLAY "Accounts Closed:       " WS-CLOSED-TOTAL.
           DISPLAY "Currency/Office Rows:  " WS-BP-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *>   The contra side of every income and expense mapping. A map
      *>   with none of them (GLEXTR has never run) leaves the income
      *>   columns zero and says so.
       LOAD-PL-MAPPINGS.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "No GL map on file - income and expense not "
                   "reported."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM KEEP-ONE-MAPPING
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.

           IF WS-PL-COUNT = 0
               DISPLAY "GL map has no income/expense rows - income "
                   "and expense not reported."
           END-IF.

       KEEP-ONE-MAPPING.
           EVALUATE TRUE
               WHEN GLM-TRANS-TYPE = 'E'
                   MOVE 1 TO WS-PL-CATEGORY-NOW
               WHEN GLM-TRANS-TYPE = 'W' AND GLM-ACCT-TYPE = 'L'
                   MOVE 2 TO WS-PL-CATEGORY-NOW
               WHEN GLM-TRANS-TYPE = 'N'
                   MOVE 3 TO WS-PL-CATEGORY-NOW
               WHEN GLM-TRANS-TYPE = 'I'
                   MOVE 4 TO WS-PL-CATEGORY-NOW
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-PL-COUNT >= 20
               EXIT PARAGRAPH.
           ADD 1 TO WS-PL-COUNT.
           MOVE GLM-TRANS-TYPE TO WS-PL-TRANS-TYPE(WS-PL-COUNT).
           MOVE GLM-ACCT-TYPE TO WS-PL-ACCT-TYPE(WS-PL-COUNT).
           MOVE GLM-CONTRA-ACCOUNT TO WS-PL-ACCOUNT(WS-PL-COUNT).
           MOVE WS-PL-CATEGORY-NOW TO WS-PL-CATEGORY(WS-PL-COUNT).

       GATHER-JOURNAL-INCOME.
           IF WS-PL-COUNT = 0
               EXIT PARAGRAPH.

           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "No GL journal history on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GJ-DATE >= WS-MONTH-START
                               AND GJ-DATE <= WS-TODAY
                           PERFORM TAKE-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLJRNL-FILE.

      *>   Only the income/expense side of a summary counts - its
      *>   other line is the customer liability.
       TAKE-ONE-JOURNAL-LINE.
           MOVE 0 TO WS-PL-CATEGORY-NOW.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-TRANS-TYPE(WS-PL-IDX) = GJ-TRANS-TYPE
                       AND WS-PL-ACCT-TYPE(WS-PL-IDX) = GJ-ACCT-TYPE
                       AND WS-PL-ACCOUNT(WS-PL-IDX) = GJ-GL-ACCOUNT
                   MOVE WS-PL-CATEGORY(WS-PL-IDX)
                       TO WS-PL-CATEGORY-NOW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PL-CATEGORY-NOW = 0
               EXIT PARAGRAPH.

           MOVE GJ-CURRENCY TO WS-KEY-CURRENCY.
           MOVE GJ-BRANCH TO WS-KEY-BRANCH.
           PERFORM FIND-PROFIT-SLOT.
           IF WS-BP-SLOT = 0
               EXIT PARAGRAPH.

           ADD 1 TO WS-JRNL-LINES.
           IF (WS-PL-CATEGORY-NOW < 4 AND GJ-DRCR = 'C')
                   OR (WS-PL-CATEGORY-NOW = 4 AND GJ-DRCR = 'D')
               ADD GJ-AMOUNT
                   TO WS-BP-PL(WS-BP-SLOT, WS-PL-CATEGORY-NOW)
           ELSE
               SUBTRACT GJ-AMOUNT
                   FROM WS-BP-PL(WS-BP-SLOT, WS-PL-CATEGORY-NOW)
           END-IF.

      *>   Balances are summed over every snapshot in the month and
      *>   divided by the number of snapshot days at print time.
       GATHER-AVERAGE-BALANCES.
           OPEN INPUT POS-FILE.
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "No position history on file - averages not "
                   "reported."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ POS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF POS-DATE >= WS-MONTH-START
                               AND POS-DATE <= WS-TODAY
                           PERFORM TAKE-ONE-POSITION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POS-FILE.

       TAKE-ONE-POSITION.
           IF POS-DATE NOT = WS-LAST-SNAP-DATE
               ADD 1 TO WS-SNAP-DAYS
               MOVE POS-DATE TO WS-LAST-SNAP-DATE
           END-IF.
           IF POS-BALANCE = 0
               EXIT PARAGRAPH.

           MOVE POS-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-IS-INTERNAL
               EXIT PARAGRAPH.

           MOVE POS-CURRENCY TO WS-KEY-CURRENCY.
           MOVE POS-BRANCH-ID TO WS-KEY-BRANCH.
           PERFORM FIND-PROFIT-SLOT.
           IF WS-BP-SLOT = 0
               EXIT PARAGRAPH.

           ADD 1 TO WS-POS-ROWS.
           IF POS-BALANCE > 0
               IF NOT ACCT-LOAN
                   ADD POS-BALANCE TO WS-BP-DEP-SUM(WS-BP-SLOT)
               END-IF
           ELSE
               IF NOT ACCT-TERM
                   SUBTRACT POS-BALANCE
                       FROM WS-BP-LOAN-SUM(WS-BP-SLOT)
               END-IF
           END-IF.

       GATHER-ACCOUNTS-OPENED.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO ACCT-ID.
           START ACCT-FILE KEY IS >= ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-OPEN-DATE >= WS-MONTH-START
                               AND ACCT-OPEN-DATE <= WS-TODAY
                               AND NOT ACCT-IS-INTERNAL
                           PERFORM SET-ACCOUNT-KEY
                           PERFORM FIND-PROFIT-SLOT
                           IF WS-BP-SLOT > 0
                               ADD 1 TO WS-BP-OPENED(WS-BP-SLOT)
                               ADD 1 TO WS-OPENED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   A closed account keeps its office and currency on the
      *>   master, so the close is counted where the account lived.
       GATHER-ACCOUNTS-CLOSED.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (AUDIT-CLOSE OR AUDIT-ESCHEAT)
                               AND AUDIT-RESULT-CODE = "00"
                               AND AUDIT-DATE >= WS-MONTH-START
                               AND AUDIT-DATE <= WS-TODAY
                           PERFORM TAKE-ONE-CLOSURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       TAKE-ONE-CLOSURE.
           MOVE AUDIT-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-IS-INTERNAL
               EXIT PARAGRAPH.

           PERFORM SET-ACCOUNT-KEY.
           PERFORM FIND-PROFIT-SLOT.
           IF WS-BP-SLOT > 0
               ADD 1 TO WS-BP-CLOSED(WS-BP-SLOT)
               ADD 1 TO WS-CLOSED-TOTAL
           END-IF.

       SET-ACCOUNT-KEY.
           MOVE ACCT-CURRENCY TO WS-KEY-CURRENCY.
           MOVE ACCT-BRANCH-ID TO WS-KEY-BRANCH.

      *>   Slot for WS-KEY-CURRENCY / WS-KEY-BRANCH, opened in
      *>   currency-then-office order if new. Legacy rows with no
      *>   currency are base currency, with no office the head
      *>   office. WS-BP-SLOT is zero only when the table is full.
       FIND-PROFIT-SLOT.
           IF WS-KEY-CURRENCY = SPACES
               MOVE "USD" TO WS-KEY-CURRENCY
           END-IF.
           IF WS-KEY-BRANCH = 0
               MOVE 1 TO WS-KEY-BRANCH
           END-IF.

           MOVE 0 TO WS-BP-SLOT.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-CURRENCY(WS-BP-IDX) = WS-KEY-CURRENCY
                       AND WS-BP-BRANCH(WS-BP-IDX) = WS-KEY-BRANCH
                   SET WS-BP-SLOT TO WS-BP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-BP-SLOT = 0
               IF WS-BP-COUNT >= 200
                   DISPLAY "Profit table full - " WS-KEY-CURRENCY
                       "/" WS-KEY-BRANCH " not reported."
                   EXIT PARAGRAPH
               END-IF
               PERFORM OPEN-PROFIT-SLOT
           END-IF.

       OPEN-PROFIT-SLOT.
           MOVE 1 TO WS-BP-SLOT.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-CURRENCY(WS-BP-IDX) < WS-KEY-CURRENCY
                       OR (WS-BP-CURRENCY(WS-BP-IDX) = WS-KEY-CURRENCY
                       AND WS-BP-BRANCH(WS-BP-IDX) < WS-KEY-BRANCH)
                   COMPUTE WS-BP-SLOT = WS-BP-IDX + 1
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-BP-MOVE FROM WS-BP-COUNT BY -1
                   UNTIL WS-BP-MOVE < WS-BP-SLOT
               MOVE WS-BP-ENTRY(WS-BP-MOVE)
                   TO WS-BP-ENTRY(WS-BP-MOVE + 1)
           END-PERFORM.
           ADD 1 TO WS-BP-COUNT.

           INITIALIZE WS-BP-ENTRY(WS-BP-SLOT).
           MOVE WS-KEY-CURRENCY TO WS-BP-CURRENCY(WS-BP-SLOT).
           MOVE WS-KEY-BRANCH TO WS-BP-BRANCH(WS-BP-SLOT).

       WRITE-PROFIT-REPORT.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "DATA/branch_profit_" WS-TODAY(1:6) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open profitability report. Status: "
                   WS-REPORT-STATUS
               EXIT PARAGRAPH.

           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               MOVE 'Y' TO WS-BRANCHES-OPEN
           END-IF.

           MOVE WS-FTP-PCT TO WS-RPT-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH PROFITABILITY - MONTH " WS-TODAY(1:6)
               "  (" WS-MONTH-DAYS " DAYS, " WS-SNAP-DAYS
               " SNAPSHOTS)  TRANSFER RATE " WS-RPT-PCT "% P.A."
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               PERFORM VARYING WS-PL-IDX-N FROM 1 BY 1
                       UNTIL WS-PL-IDX-N > 4
                   MOVE WS-BP-PL(WS-BP-IDX, WS-PL-IDX-N)
                       TO WS-PR-PL(WS-PL-IDX-N)
               END-PERFORM
               MOVE WS-BP-DEP-SUM(WS-BP-IDX) TO WS-PR-DEP-SUM
               MOVE WS-BP-LOAN-SUM(WS-BP-IDX) TO WS-PR-LOAN-SUM
               MOVE WS-BP-OPENED(WS-BP-IDX) TO WS-PR-OPENED
               MOVE WS-BP-CLOSED(WS-BP-IDX) TO WS-PR-CLOSED
               PERFORM SET-OFFICE-TITLE
               PERFORM WRITE-PROFIT-BLOCK

      *>       The currency's all-office total after its last office.
               IF WS-BP-IDX = WS-BP-COUNT
                   PERFORM WRITE-CURRENCY-TOTAL
               ELSE
                   IF WS-BP-CURRENCY(WS-BP-IDX + 1)
                           NOT = WS-BP-CURRENCY(WS-BP-IDX)
                       PERFORM WRITE-CURRENCY-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BP-COUNT = 0
               MOVE "NO BRANCH ACTIVITY THIS MONTH" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-BRANCHES-OPEN = 'Y'
               CLOSE BRANCH-FILE
           END-IF.
           CLOSE REPORT-FILE.

       SET-OFFICE-TITLE.
           MOVE SPACES TO BR-NAME.
           IF WS-BRANCHES-OPEN = 'Y'
               MOVE WS-BP-BRANCH(WS-BP-IDX) TO BR-BRANCH-ID
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE SPACES TO BR-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-BLOCK-TITLE.
           STRING "CURRENCY " WS-BP-CURRENCY(WS-BP-IDX)
               "  OFFICE " WS-BP-BRANCH(WS-BP-IDX) " " BR-NAME
               DELIMITED BY SIZE INTO WS-BLOCK-TITLE.

       WRITE-CURRENCY-TOTAL.
           INITIALIZE WS-PRINT-BLOCK.
           PERFORM VARYING WS-BP-SLOT FROM 1 BY 1
                   UNTIL WS-BP-SLOT > WS-BP-COUNT
               IF WS-BP-CURRENCY(WS-BP-SLOT) = WS-BP-CURRENCY(WS-BP-IDX)
                   PERFORM VARYING WS-PL-IDX-N FROM 1 BY 1
                           UNTIL WS-PL-IDX-N > 4
                       ADD WS-BP-PL(WS-BP-SLOT, WS-PL-IDX-N)
                           TO WS-PR-PL(WS-PL-IDX-N)
                   END-PERFORM
                   ADD WS-BP-DEP-SUM(WS-BP-SLOT) TO WS-PR-DEP-SUM
                   ADD WS-BP-LOAN-SUM(WS-BP-SLOT) TO WS-PR-LOAN-SUM
                   ADD WS-BP-OPENED(WS-BP-SLOT) TO WS-PR-OPENED
                   ADD WS-BP-CLOSED(WS-BP-SLOT) TO WS-PR-CLOSED
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-BLOCK-TITLE.
           STRING "CURRENCY " WS-BP-CURRENCY(WS-BP-IDX)
               "  ALL OFFICES" DELIMITED BY SIZE INTO WS-BLOCK-TITLE.
           PERFORM WRITE-PROFIT-BLOCK.

      *>   The block in WS-PRINT-BLOCK under WS-BLOCK-TITLE. The
      *>   transfer-pricing lines are worked on the averages, not
      *>   stored, so the all-office total is priced the same way.
       WRITE-PROFIT-BLOCK.
           MOVE 0 TO WS-AVG-DEP WS-AVG-LOAN.
           IF WS-SNAP-DAYS > 0
               COMPUTE WS-AVG-DEP ROUNDED =
                   WS-PR-DEP-SUM / WS-SNAP-DAYS
               COMPUTE WS-AVG-LOAN ROUNDED =
                   WS-PR-LOAN-SUM / WS-SNAP-DAYS
           END-IF.
           COMPUTE WS-FTP-CREDIT ROUNDED =
               WS-AVG-DEP * WS-FTP-PCT / 100 * WS-MONTH-DAYS / 365.
           COMPUTE WS-FTP-CHARGE ROUNDED =
               WS-AVG-LOAN * WS-FTP-PCT / 100 * WS-MONTH-DAYS / 365.
           COMPUTE WS-NET-INCOME =
               WS-PR-PL(1) + WS-PR-PL(2) + WS-PR-PL(3)
               - WS-PR-PL(4).
           COMPUTE WS-NET-CONTRIB =
               WS-NET-INCOME + WS-FTP-CREDIT - WS-FTP-CHARGE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BLOCK-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "  FEE INCOME" TO REPORT-LINE.
           MOVE WS-PR-PL(1) TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  LOAN INTEREST INCOME" TO REPORT-LINE.
           MOVE WS-PR-PL(2) TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  OVERDRAFT INTEREST INCOME" TO REPORT-LINE.
           MOVE WS-PR-PL(3) TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  INTEREST EXPENSE" TO REPORT-LINE.
           MOVE WS-PR-PL(4) TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  NET FEES AND INTEREST" TO REPORT-LINE.
           MOVE WS-NET-INCOME TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  AVERAGE DEPOSITS" TO REPORT-LINE.
           MOVE WS-AVG-DEP TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  AVERAGE LOANS AND ADVANCES" TO REPORT-LINE.
           MOVE WS-AVG-LOAN TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  TRANSFER CREDIT - FUNDS PROVIDED" TO REPORT-LINE.
           MOVE WS-FTP-CREDIT TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  TRANSFER CHARGE - FUNDS USED" TO REPORT-LINE.
           MOVE WS-FTP-CHARGE TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  NET CONTRIBUTION" TO REPORT-LINE.
           MOVE WS-NET-CONTRIB TO WS-RPT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE "  ACCOUNTS OPENED" TO REPORT-LINE.
           MOVE WS-PR-OPENED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO REPORT-LINE(49:5).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  ACCOUNTS CLOSED" TO REPORT-LINE.
           MOVE WS-PR-CLOSED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO REPORT-LINE(49:5).
           WRITE REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT TO REPORT-LINE(37:17).
           WRITE REPORT-LINE.
