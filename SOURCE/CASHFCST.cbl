       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.

      *>   Daily branch cash forecast and the currency order for the
      *>   cash centre. For every active office it works out, from
      *>   the cash that has actually crossed its counters and ATMs,
      *>   how much the vault should gain or lose on each of the next
      *>   few business days, projects the vault balance over them,
      *>   and orders cash in or sends it back so the vault stays
      *>   within the office's limits.
      *>   History is trans.dat over the last FCST-HISTORY-DAYS
      *>   (PARMMGT, default 91, at most 120): the cash deposits and
      *>   withdrawals tellers post (the same legs DRWRMGT moves the
      *>   drawers by), counted at the teller's own office, and ATM
      *>   cash, counted at the account's office (no terminal
      *>   location is recorded). Only base-currency cash counts -
      *>   the vault holds nothing else. Cash taken over a weekend or
      *>   holiday is counted on the next business day, when the
      *>   vault refills what the ATMs paid out.
      *>   Business days are split into kinds, because cash demand
      *>   peaks on some of them, and each office's average net cash
      *>   is taken per kind:
      *>     M  month end - last business day of the month
      *>     P  payday - marked by a PAYDAY row on bus_calendar.txt
      *>     A  first business day after a weekend or holiday
      *>     N  any other business day
      *>   A kind with no history yet falls back to the N average.
      *>   The next FCST-HORIZON-DAYS business days (default 3, at
      *>   most 10) are then projected from today's vault balance on
      *>   vault.dat. If the projection dips under VAULT-MIN-bbb the
      *>   shortfall is ordered; if it runs over VAULT-MAX-bbb (zero
      *>   or not posted: no ceiling) the excess goes back, but never
      *>   so much that the vault would dip under its minimum.
      *>   Amounts are in whole FCST-ORDER-UNIT (default 1000) -
      *>   orders rounded up, returns rounded down.
      *>   DATA/cash_order_YYYYMMDD.txt for the cash centre: an 'H'
      *>   header, a 'D' per office with an order ('O') or return
      *>   ('R') for delivery on the next business day, and a 'Z'
      *>   trailer with counts and totals. DATA/cash_fcst_rpt.txt
      *>   shows the workings per office.
      *>   RETURN-CODE 4 when an office has no limits posted, or its
      *>   limits are too tight to hold the forecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT TELLER-FILE ASSIGN TO "DATA/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "DATA/branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT VAULT-FILE ASSIGN TO "DATA/vault.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "DATA/bus_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ORDER-FILE ASSIGN TO WS-ORDER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/cash_fcst_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  TELLER-FILE.
       01  TELLER-RECORD.
           COPY TELLER.CPY.

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           COPY BRANCH.CPY.

       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05  VLT-BALANCE         PIC S9(11)V99.
           05  VLT-LAST-DATE       PIC 9(08).
           05  VLT-LAST-TIME       PIC 9(06).
           05  VLT-BRANCH-ID       PIC 9(03).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(08).
           05  CAL-DESC            PIC X(20).

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  CO-REC-TYPE         PIC X(01).
               88 CO-HEADER        VALUE 'H'.
               88 CO-DETAIL        VALUE 'D'.
               88 CO-TRAILER       VALUE 'Z'.
           05  CO-REST             PIC X(59).
       01  ORDER-HEADER REDEFINES ORDER-RECORD.
           05  FILLER              PIC X(01).
           05  CO-FILE-DATE        PIC 9(08).
           05  CO-BANK             PIC X(08).
           05  CO-CURRENCY         PIC X(03).
           05  FILLER              PIC X(40).
       01  ORDER-DETAIL REDEFINES ORDER-RECORD.
           05  FILLER              PIC X(01).
           05  CO-BRANCH-ID        PIC 9(03).
           05  CO-ACTION           PIC X(01).
               88 CO-ORDER         VALUE 'O'.
               88 CO-RETURN        VALUE 'R'.
           05  CO-D-CURRENCY       PIC X(03).
           05  CO-AMOUNT           PIC 9(11)V99.
           05  CO-DELIVERY-DATE    PIC 9(08).
           05  FILLER              PIC X(31).
       01  ORDER-TRAILER REDEFINES ORDER-RECORD.
           05  FILLER              PIC X(01).
           05  CO-ORDER-COUNT      PIC 9(05).
           05  CO-ORDER-TOTAL      PIC 9(13)V99.
           05  CO-RETURN-COUNT     PIC 9(05).
           05  CO-RETURN-TOTAL     PIC 9(13)V99.
           05  FILLER              PIC X(19).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-TELLER-STATUS    PIC X(02).
       01  WS-BRANCH-STATUS    PIC X(02).
       01  WS-VAULT-STATUS     PIC X(02).
       01  WS-CALENDAR-STATUS  PIC X(02).
       01  WS-ORDER-STATUS     PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-ORDER-NAME       PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".
       01  WS-BASE-CURRENCY    PIC X(03) VALUE "USD".

       01  WS-HISTORY-DAYS     PIC 9(03) VALUE 91.
       01  WS-HORIZON-DAYS     PIC 9(02) VALUE 3.
       01  WS-ORDER-UNIT       PIC 9(07)V99 VALUE 1000.
       01  WS-HIST-START-INT   PIC S9(09).
       01  WS-TODAY-INT        PIC S9(09).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-DAY-OFFSET       PIC S9(05).
       01  WS-DELIVERY-DATE    PIC 9(08).

      *>   Classifying one date.
       01  WS-CLASS-DATE       PIC 9(08).
       01  WS-CLASS-KIND       PIC X(01).
       01  WS-WORK-DATE        PIC 9(08).
       01  WS-IS-BUSINESS      PIC X(01).
       01  WS-KIND-SLOT        PIC 9(01).

       01  WS-LEG-BRANCH       PIC 9(03).
       01  WS-BR-SLOT          PIC 9(03).
       01  WS-UNITS            PIC 9(09).
       01  WS-WARNINGS         PIC 9(05) VALUE 0.

      *>   PAYDAY rows from the business calendar.
       01  WS-PAYDAY-TABLE.
           05  WS-PAYDAY           PIC 9(08) OCCURS 200 TIMES
                   INDEXED BY WS-PD-IDX.
       01  WS-PAYDAY-COUNT     PIC 9(03) VALUE 0.

       01  WS-TELLER-TABLE.
           05  WS-TT-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-TT-IDX.
               10  WS-TT-TELLER-ID     PIC X(08).
               10  WS-TT-BRANCH-ID     PIC 9(03).
       01  WS-TELLER-COUNT     PIC 9(03) VALUE 0.

      *>   Business days of each kind in the history window - the
      *>   same for every office. Kinds in slot order M P A N.
       01  WS-KIND-CODES       PIC X(04) VALUE "MPAN".
       01  WS-KIND-TABLE.
           05  WS-KIND-DAYS        PIC 9(03) OCCURS 4 TIMES.

      *>   One entry per office: the vault and its limits, the net
      *>   cash on each day of the history window, the net per day
      *>   kind, and the projection.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BT-IDX.
               10  WS-BT-BRANCH-ID     PIC 9(03).
               10  WS-BT-NAME          PIC X(30).
               10  WS-BT-VAULT         PIC S9(11)V99.
               10  WS-BT-MIN           PIC 9(11)V99.
               10  WS-BT-MAX           PIC 9(11)V99.
               10  WS-BT-LIMITS-SET    PIC X(01).
               10  WS-BT-CARRY         PIC S9(11)V99.
               10  WS-BT-DAY-NET       PIC S9(11)V99
                       OCCURS 120 TIMES.
               10  WS-BT-KIND-SUM      PIC S9(13)V99
                       OCCURS 4 TIMES.
               10  WS-BT-KIND-AVG      PIC S9(11)V99
                       OCCURS 4 TIMES.
       01  WS-BRANCH-COUNT     PIC 9(03) VALUE 0.

      *>   The horizon: its business days and their kinds.
       01  WS-HORIZON-TABLE.
           05  WS-HZ-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-HZ-IDX.
               10  WS-HZ-DATE          PIC 9(08).
               10  WS-HZ-KIND          PIC X(01).
               10  WS-HZ-SLOT          PIC 9(01).

       01  WS-PROJECTION.
           05  WS-PJ-BALANCE       PIC S9(11)V99.
           05  WS-PJ-LOWEST        PIC S9(11)V99.
           05  WS-PJ-HIGHEST       PIC S9(11)V99.
           05  WS-PJ-SHORT         PIC S9(11)V99.
           05  WS-PJ-EXCESS        PIC S9(11)V99.
           05  WS-PJ-ACTION        PIC X(01).
           05  WS-PJ-AMOUNT        PIC 9(11)V99.
           05  WS-PJ-NOTE          PIC X(30).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-TOTALS.
           05  WS-LEGS-USED        PIC 9(07) VALUE 0.
           05  WS-ORDERS           PIC 9(05) VALUE 0.
           05  WS-ORDER-TOTAL      PIC 9(13)V99 VALUE 0.
           05  WS-RETURNS          PIC 9(05) VALUE 0.
           05  WS-RETURN-TOTAL     PIC 9(13)V99 VALUE 0.

       01  WS-ED-AMOUNT-1      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-2      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-3      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-4      PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

           DISPLAY "========================================".
           DISPLAY "   BRANCH CASH FORECAST - " WS-TODAY.
           DISPLAY "========================================".

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-HIST-START-INT =
               WS-TODAY-INT - WS-HISTORY-DAYS + 1.
           COMPUTE WS-DATE-INT = WS-TODAY-INT + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DELIVERY-DATE.
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-DELIVERY-DATE
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-PAYDAYS.
           PERFORM LOAD-TELLERS.
           PERFORM LOAD-BRANCHES.
           IF WS-BRANCH-COUNT = 0
               DISPLAY "No active offices on file."
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM LOAD-VAULTS.
           PERFORM LOAD-LIMITS.
           PERFORM GATHER-CASH-HISTORY.
           PERFORM SUM-HISTORY-BY-KIND.
           PERFORM SET-HORIZON.

           MOVE SPACES TO WS-ORDER-NAME.
           STRING "DATA/cash_order_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-ORDER-NAME.
           OPEN OUTPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY "Cannot open cash order file. Status: "
                   WS-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Cannot open forecast report. Status: "
                   WS-REPORT-STATUS
               CLOSE ORDER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.

           MOVE SPACES TO ORDER-RECORD.
           MOVE 'H' TO CO-REC-TYPE.
           MOVE WS-TODAY TO CO-FILE-DATE.
           MOVE WS-OUR-BANK TO CO-BANK.
           MOVE WS-BASE-CURRENCY TO CO-CURRENCY.
           WRITE ORDER-RECORD.

           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH CASH FORECAST - " WS-TODAY
               "  (" WS-HISTORY-DAYS " DAYS HISTORY, "
               WS-HORIZON-DAYS " BUSINESS DAYS AHEAD, DELIVERY "
               WS-DELIVERY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY KINDS M MONTH END, P PAYDAY, A AFTER CLOSURE,"
               " N NORMAL - DAYS IN HISTORY M "
               WS-KIND-DAYS(1) " P " WS-KIND-DAYS(2)
               " A " WS-KIND-DAYS(3) " N " WS-KIND-DAYS(4)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BRANCH-COUNT
               PERFORM FORECAST-ONE-BRANCH
           END-PERFORM.

           MOVE SPACES TO ORDER-RECORD.
           MOVE 'Z' TO CO-REC-TYPE.
           MOVE WS-ORDERS TO CO-ORDER-COUNT.
           MOVE WS-ORDER-TOTAL TO CO-ORDER-TOTAL.
           MOVE WS-RETURNS TO CO-RETURN-COUNT.
           MOVE WS-RETURN-TOTAL TO CO-RETURN-TOTAL.
           WRITE ORDER-RECORD.
           CLOSE ORDER-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "Offices Forecast:  " WS-BRANCH-COUNT.
           DISPLAY "Cash Legs Used:    " WS-LEGS-USED.
           DISPLAY "Orders:            " WS-ORDERS
               "  Total " WS-ORDER-TOTAL.
           DISPLAY "Returns:           " WS-RETURNS
               "  Total " WS-RETURN-TOTAL.
           DISPLAY "Warnings:          " WS-WARNINGS.

           IF WS-WARNINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "FCST-HISTORY-DAYS" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-HISTORY-DAYS
           END-IF.
           IF WS-HISTORY-DAYS > 120
               MOVE 120 TO WS-HISTORY-DAYS
           END-IF.

           MOVE "FCST-HORIZON-DAYS" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-HORIZON-DAYS
           END-IF.
           IF WS-HORIZON-DAYS > 10
               MOVE 10 TO WS-HORIZON-DAYS
           END-IF.

           MOVE "FCST-ORDER-UNIT" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-ORDER-UNIT
           END-IF.

       GET-PARAMETER.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.

       LOAD-PAYDAYS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CAL-DESC(1:6) = "PAYDAY"
                               AND WS-PAYDAY-COUNT < 200
                           ADD 1 TO WS-PAYDAY-COUNT
                           MOVE CAL-DATE
                               TO WS-PAYDAY(WS-PAYDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CALENDAR-FILE.

       LOAD-TELLERS.
           OPEN INPUT TELLER-FILE.
           IF WS-TELLER-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TELLER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TELLER-COUNT < 999
                           ADD 1 TO WS-TELLER-COUNT
                           MOVE TELLER-ID
                               TO WS-TT-TELLER-ID(WS-TELLER-COUNT)
                           MOVE TELLER-BRANCH-ID
                               TO WS-TT-BRANCH-ID(WS-TELLER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TELLER-FILE.

      *>   Every active office. With no branch file yet there is
      *>   only the head office, as BRCHMGT seeds it.
       LOAD-BRANCHES.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS NOT = '00'
               MOVE 1 TO BR-BRANCH-ID
               MOVE "HEAD OFFICE" TO BR-NAME
               PERFORM ADD-BRANCH-ENTRY
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BR-ACTIVE AND WS-BRANCH-COUNT < 50
                           PERFORM ADD-BRANCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BRANCH-FILE.

       ADD-BRANCH-ENTRY.
           ADD 1 TO WS-BRANCH-COUNT.
           INITIALIZE WS-BT-ENTRY(WS-BRANCH-COUNT).
           MOVE BR-BRANCH-ID TO WS-BT-BRANCH-ID(WS-BRANCH-COUNT).
           MOVE BR-NAME TO WS-BT-NAME(WS-BRANCH-COUNT).

      *>   A legacy single-vault line is the head office's.
       LOAD-VAULTS.
           OPEN INPUT VAULT-FILE.
           IF WS-VAULT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VLT-BRANCH-ID NOT NUMERIC
                               OR VLT-BRANCH-ID = 0
                           MOVE 1 TO WS-LEG-BRANCH
                       ELSE
                           MOVE VLT-BRANCH-ID TO WS-LEG-BRANCH
                       END-IF
                       PERFORM FIND-BRANCH-SLOT
                       IF WS-BR-SLOT > 0
                           MOVE VLT-BALANCE
                               TO WS-BT-VAULT(WS-BR-SLOT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VAULT-FILE.

       LOAD-LIMITS.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BRANCH-COUNT
               MOVE 'N' TO WS-BT-LIMITS-SET(WS-BT-IDX)
               MOVE SPACES TO WS-PRM-KEY
               STRING "VAULT-MIN-" WS-BT-BRANCH-ID(WS-BT-IDX)
                   DELIMITED BY SIZE INTO WS-PRM-KEY
               PERFORM GET-PARAMETER
               IF WS-PARAM-RESULT = '00'
                   MOVE WS-PRM-VALUE TO WS-BT-MIN(WS-BT-IDX)
                   MOVE 'Y' TO WS-BT-LIMITS-SET(WS-BT-IDX)
               END-IF
               MOVE SPACES TO WS-PRM-KEY
               STRING "VAULT-MAX-" WS-BT-BRANCH-ID(WS-BT-IDX)
                   DELIMITED BY SIZE INTO WS-PRM-KEY
               PERFORM GET-PARAMETER
               IF WS-PARAM-RESULT = '00'
                   MOVE WS-PRM-VALUE TO WS-BT-MAX(WS-BT-IDX)
                   MOVE 'Y' TO WS-BT-LIMITS-SET(WS-BT-IDX)
               END-IF
           END-PERFORM.

      *>   Net cash per office per day of the history window.
       GATHER-CASH-HISTORY.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "No transaction history on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-LEG
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       TAKE-ONE-LEG.
           IF NOT TRANS-DEPOSIT AND NOT TRANS-WITHDRAW
               EXIT PARAGRAPH.
           IF TRANS-CHANNEL NOT = "TLR" AND TRANS-CHANNEL NOT = "ATM"
               EXIT PARAGRAPH.
           IF TRANS-CURRENCY NOT = WS-BASE-CURRENCY
                   AND TRANS-CURRENCY NOT = SPACES
               EXIT PARAGRAPH.
           IF TRANS-DATE NOT NUMERIC OR TRANS-DATE = 0
               EXIT PARAGRAPH.
           COMPUTE WS-DAY-OFFSET = FUNCTION INTEGER-OF-DATE(
               TRANS-DATE) - WS-HIST-START-INT + 1.
           IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-HISTORY-DAYS
               EXIT PARAGRAPH.

           MOVE 0 TO WS-LEG-BRANCH.
           IF TRANS-CHANNEL = "TLR"
               PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                       UNTIL WS-TT-IDX > WS-TELLER-COUNT
                           OR WS-LEG-BRANCH > 0
                   IF WS-TT-TELLER-ID(WS-TT-IDX) = TRANS-TELLER-ID
                       MOVE WS-TT-BRANCH-ID(WS-TT-IDX)
                           TO WS-LEG-BRANCH
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LEG-BRANCH = 0
               MOVE TRANS-BRANCH-ID TO WS-LEG-BRANCH
           END-IF.
           IF WS-LEG-BRANCH NOT NUMERIC OR WS-LEG-BRANCH = 0
               MOVE 1 TO WS-LEG-BRANCH
           END-IF.

           PERFORM FIND-BRANCH-SLOT.
           IF WS-BR-SLOT = 0
               EXIT PARAGRAPH.

      *>   Deposits carry a positive amount and withdrawals a
      *>   negative one, so the amount is the vault's net already.
           ADD TRANS-AMOUNT
               TO WS-BT-DAY-NET(WS-BR-SLOT, WS-DAY-OFFSET).
           ADD 1 TO WS-LEGS-USED.

      *>   Walks the window a day at a time: a closed day's cash is
      *>   carried to the next business day, and each business day's
      *>   net goes into its kind's total.
       SUM-HISTORY-BY-KIND.
           INITIALIZE WS-KIND-TABLE.
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                   UNTIL WS-DAY-OFFSET > WS-HISTORY-DAYS
               COMPUTE WS-DATE-INT =
                   WS-HIST-START-INT + WS-DAY-OFFSET - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-WORK-DATE
               PERFORM TEST-BUSINESS-DAY
               IF WS-IS-BUSINESS = 'Y'
                   MOVE WS-WORK-DATE TO WS-CLASS-DATE
                   PERFORM CLASSIFY-DAY
                   ADD 1 TO WS-KIND-DAYS(WS-KIND-SLOT)
               END-IF
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BRANCH-COUNT
                   ADD WS-BT-DAY-NET(WS-BT-IDX, WS-DAY-OFFSET)
                       TO WS-BT-CARRY(WS-BT-IDX)
                   IF WS-IS-BUSINESS = 'Y'
                       ADD WS-BT-CARRY(WS-BT-IDX)
                           TO WS-BT-KIND-SUM(WS-BT-IDX, WS-KIND-SLOT)
                       MOVE 0 TO WS-BT-CARRY(WS-BT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BRANCH-COUNT
               PERFORM VARYING WS-KIND-SLOT FROM 1 BY 1
                       UNTIL WS-KIND-SLOT > 4
                   IF WS-KIND-DAYS(WS-KIND-SLOT) > 0
                       COMPUTE WS-BT-KIND-AVG(WS-BT-IDX, WS-KIND-SLOT)
                           ROUNDED =
                           WS-BT-KIND-SUM(WS-BT-IDX, WS-KIND-SLOT)
                           / WS-KIND-DAYS(WS-KIND-SLOT)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-KIND-SLOT FROM 1 BY 1
                       UNTIL WS-KIND-SLOT > 3
                   IF WS-KIND-DAYS(WS-KIND-SLOT) = 0
                       MOVE WS-BT-KIND-AVG(WS-BT-IDX, 4)
                           TO WS-BT-KIND-AVG(WS-BT-IDX, WS-KIND-SLOT)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>   The next WS-HORIZON-DAYS business days after today.
       SET-HORIZON.
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM VARYING WS-HZ-IDX FROM 1 BY 1
                   UNTIL WS-HZ-IDX > WS-HORIZON-DAYS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-WORK-DATE
               CALL "DATESRV" USING BY CONTENT "N"
                                    BY REFERENCE WS-WORK-DATE
                                    BY REFERENCE WS-DATESRV-RESULT
               MOVE WS-WORK-DATE TO WS-HZ-DATE(WS-HZ-IDX)
               MOVE WS-WORK-DATE TO WS-CLASS-DATE
               PERFORM CLASSIFY-DAY
               MOVE WS-CLASS-KIND TO WS-HZ-KIND(WS-HZ-IDX)
               MOVE WS-KIND-SLOT TO WS-HZ-SLOT(WS-HZ-IDX)
           END-PERFORM.

      *>   The kind of business day WS-CLASS-DATE is; month end
      *>   outranks payday, which outranks the day after a closure.
       CLASSIFY-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLASS-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WORK-DATE.
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-WORK-DATE
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-WORK-DATE(5:2) NOT = WS-CLASS-DATE(5:2)
               MOVE 'M' TO WS-CLASS-KIND
               MOVE 1 TO WS-KIND-SLOT
               PERFORM RESTORE-WORK-DATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PAYDAY-COUNT
               IF WS-PAYDAY(WS-PD-IDX) = WS-CLASS-DATE
                   MOVE 'P' TO WS-CLASS-KIND
                   MOVE 2 TO WS-KIND-SLOT
                   PERFORM RESTORE-WORK-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLASS-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WORK-DATE.
           PERFORM TEST-BUSINESS-DAY.
           IF WS-IS-BUSINESS = 'N'
               MOVE 'A' TO WS-CLASS-KIND
               MOVE 3 TO WS-KIND-SLOT
           ELSE
               MOVE 'N' TO WS-CLASS-KIND
               MOVE 4 TO WS-KIND-SLOT
           END-IF.
           PERFORM RESTORE-WORK-DATE.

      *>   Callers walk dates in WS-WORK-DATE; classifying one must
      *>   hand it back as it found it.
       RESTORE-WORK-DATE.
           MOVE WS-CLASS-DATE TO WS-WORK-DATE.
           MOVE 'Y' TO WS-IS-BUSINESS.

       TEST-BUSINESS-DAY.
           CALL "DATESRV" USING BY CONTENT "B"
                                BY REFERENCE WS-WORK-DATE
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-DATESRV-RESULT = '00'
               MOVE 'Y' TO WS-IS-BUSINESS
           ELSE
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF.

      *>   Projects the vault over the horizon, decides the order or
      *>   return, and writes both the order line and the workings.
       FORECAST-ONE-BRANCH.
           MOVE WS-BT-VAULT(WS-BT-IDX) TO WS-PJ-BALANCE.
           MOVE WS-PJ-BALANCE TO WS-PJ-LOWEST.
           MOVE WS-PJ-BALANCE TO WS-PJ-HIGHEST.
           MOVE SPACE TO WS-PJ-ACTION.
           MOVE 0 TO WS-PJ-AMOUNT.
           MOVE SPACES TO WS-PJ-NOTE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-VAULT(WS-BT-IDX) TO WS-ED-AMOUNT-1.
           MOVE WS-BT-MIN(WS-BT-IDX) TO WS-ED-AMOUNT-2.
           MOVE WS-BT-MAX(WS-BT-IDX) TO WS-ED-AMOUNT-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH " WS-BT-BRANCH-ID(WS-BT-IDX) " "
               WS-BT-NAME(WS-BT-IDX) " VAULT" WS-ED-AMOUNT-1
               " MIN" WS-ED-AMOUNT-2 " MAX" WS-ED-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-KIND-AVG(WS-BT-IDX, 1) TO WS-ED-AMOUNT-1.
           MOVE WS-BT-KIND-AVG(WS-BT-IDX, 2) TO WS-ED-AMOUNT-2.
           MOVE WS-BT-KIND-AVG(WS-BT-IDX, 3) TO WS-ED-AMOUNT-3.
           MOVE WS-BT-KIND-AVG(WS-BT-IDX, 4) TO WS-ED-AMOUNT-4.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AVERAGE NET CASH  M" WS-ED-AMOUNT-1
               "  P" WS-ED-AMOUNT-2 "  A" WS-ED-AMOUNT-3
               "  N" WS-ED-AMOUNT-4
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-HZ-IDX FROM 1 BY 1
                   UNTIL WS-HZ-IDX > WS-HORIZON-DAYS
               ADD WS-BT-KIND-AVG(WS-BT-IDX, WS-HZ-SLOT(WS-HZ-IDX))
                   TO WS-PJ-BALANCE
               IF WS-PJ-BALANCE < WS-PJ-LOWEST
                   MOVE WS-PJ-BALANCE TO WS-PJ-LOWEST
               END-IF
               IF WS-PJ-BALANCE > WS-PJ-HIGHEST
                   MOVE WS-PJ-BALANCE TO WS-PJ-HIGHEST
               END-IF
               MOVE WS-BT-KIND-AVG(WS-BT-IDX, WS-HZ-SLOT(WS-HZ-IDX))
                   TO WS-ED-AMOUNT-1
               MOVE WS-PJ-BALANCE TO WS-ED-AMOUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-HZ-DATE(WS-HZ-IDX) " "
                   WS-HZ-KIND(WS-HZ-IDX) "  NET" WS-ED-AMOUNT-1
                   "  VAULT BEFORE ORDER" WS-ED-AMOUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           IF WS-BT-LIMITS-SET(WS-BT-IDX) = 'N'
               MOVE "NO VAULT LIMITS POSTED" TO WS-PJ-NOTE
               ADD 1 TO WS-WARNINGS
           END-IF.

           COMPUTE WS-PJ-SHORT = WS-BT-MIN(WS-BT-IDX) - WS-PJ-LOWEST.
           IF WS-BT-MAX(WS-BT-IDX) > 0
               COMPUTE WS-PJ-EXCESS =
                   WS-PJ-HIGHEST - WS-BT-MAX(WS-BT-IDX)
           ELSE
               MOVE 0 TO WS-PJ-EXCESS
           END-IF.

           IF WS-PJ-SHORT > 0
               DIVIDE WS-PJ-SHORT BY WS-ORDER-UNIT GIVING WS-UNITS
               IF WS-UNITS * WS-ORDER-UNIT < WS-PJ-SHORT
                   ADD 1 TO WS-UNITS
               END-IF
               COMPUTE WS-PJ-AMOUNT = WS-UNITS * WS-ORDER-UNIT
               MOVE 'O' TO WS-PJ-ACTION
               IF WS-BT-MAX(WS-BT-IDX) > 0
                       AND WS-PJ-HIGHEST + WS-PJ-AMOUNT
                           > WS-BT-MAX(WS-BT-IDX)
                   MOVE "LIMITS TOO TIGHT FOR FORECAST" TO WS-PJ-NOTE
                   ADD 1 TO WS-WARNINGS
               END-IF
           ELSE
               IF WS-PJ-EXCESS > 0
      *>   Never send back so much that the low point of the
      *>   projection falls under the minimum.
                   IF WS-PJ-EXCESS > 0 - WS-PJ-SHORT
                       COMPUTE WS-PJ-EXCESS = 0 - WS-PJ-SHORT
                   END-IF
                   DIVIDE WS-PJ-EXCESS BY WS-ORDER-UNIT
                       GIVING WS-UNITS
                   COMPUTE WS-PJ-AMOUNT = WS-UNITS * WS-ORDER-UNIT
                   IF WS-PJ-AMOUNT > 0
                       MOVE 'R' TO WS-PJ-ACTION
                   END-IF
               END-IF
           END-IF.

           MOVE WS-PJ-AMOUNT TO WS-ED-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE WS-PJ-ACTION
               WHEN 'O'
                   STRING "  ORDER " WS-ED-AMOUNT-1 " FOR "
                       WS-DELIVERY-DATE "  " WS-PJ-NOTE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   ADD 1 TO WS-ORDERS
                   ADD WS-PJ-AMOUNT TO WS-ORDER-TOTAL
               WHEN 'R'
                   STRING "  RETURN" WS-ED-AMOUNT-1 " ON "
                       WS-DELIVERY-DATE "  " WS-PJ-NOTE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   ADD 1 TO WS-RETURNS
                   ADD WS-PJ-AMOUNT TO WS-RETURN-TOTAL
               WHEN OTHER
                   STRING "  NO ORDER NEEDED  " WS-PJ-NOTE
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

           IF WS-PJ-ACTION = 'O' OR WS-PJ-ACTION = 'R'
               MOVE SPACES TO ORDER-RECORD
               MOVE 'D' TO CO-REC-TYPE
               MOVE WS-BT-BRANCH-ID(WS-BT-IDX) TO CO-BRANCH-ID
               MOVE WS-PJ-ACTION TO CO-ACTION
               MOVE WS-BASE-CURRENCY TO CO-D-CURRENCY
               MOVE WS-PJ-AMOUNT TO CO-AMOUNT
               MOVE WS-DELIVERY-DATE TO CO-DELIVERY-DATE
               WRITE ORDER-RECORD
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BR-SLOT.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BRANCH-COUNT
                       OR WS-BR-SLOT > 0
               IF WS-BT-BRANCH-ID(WS-BT-IDX) = WS-LEG-BRANCH
                   SET WS-BR-SLOT TO WS-BT-IDX
               END-IF
           END-PERFORM.
