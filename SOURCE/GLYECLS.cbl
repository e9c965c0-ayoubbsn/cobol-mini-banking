       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYECLS.

      *>   Year-end close of the general ledger, run on demand by
      *>   finance once the last year's December has been reported.
      *>   The year closed is the one before the processing year.
      *>   Every income (4xxxxxxx) and expense (5xxxxxxx) GL account
      *>   is zeroed into retained earnings: its balance per posting
      *>   currency and branch over the year's journal history is
      *>   reversed by one closing line on the account, with the
      *>   offset on the retained-earnings line, both dated 31
      *>   December and typed 'Y' on DATA/gl_journal.dat - so GLTRIAL
      *>   and everything else reading the history sees the new
      *>   year open with income and expense at zero, and each
      *>   branch's closing pair still balances on its own. Every
      *>   month of the closed year is then locked for good through
      *>   GLPRDMGT, and the opening trial balance of the new year
      *>   (the post-close balance of every GL account with one,
      *>   debit and credit columns) goes to
      *>   DATA/opening_tb_YYYY.txt. A year already closed is
      *>   refused with RETURN-CODE 4; an opening trial balance
      *>   whose debits and credits disagree fails with 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJRNL-FILE ASSIGN TO "DATA/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-KEY
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT OPENTB-FILE ASSIGN TO WS-OPENTB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENTB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           COPY GLJRNL.CPY.

       FD  OPENTB-FILE.
       01  OPENTB-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-GLJRNL-STATUS    PIC X(02).
       01  WS-OPENTB-STATUS    PIC X(02).
       01  WS-OPENTB-NAME      PIC X(30) VALUE SPACES.
       01  WS-JRNL-EOF         PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-CLOSE-YEAR       PIC 9(04).
       01  WS-OPEN-YEAR        PIC 9(04).
       01  WS-CLOSE-DATE       PIC 9(08).
       01  WS-SIGNED-AMT       PIC S9(11)V99.
       01  WS-ABS-AMT          PIC 9(11)V99.
       01  WS-BALANCE          PIC S9(13)V99.
      *>   Closing lines number from 80001 on 31 December, clear of
      *>   GLEXTR's own and carried lines and of the FXREVAL,
      *>   CRLOSS and BRMERGE ranges; a rerun after a failure part
      *>   way continues after the last one already booked.
       01  WS-JRNL-LINE-NO     PIC 9(05) VALUE 80000.
       01  WS-CLOSING-LINES    PIC 9(05) VALUE 0.
      *>   Retained earnings in the chart - where each year's
      *>   income and expense close to.
       01  WS-RETAINED-GL      PIC X(08) VALUE "30300100".

       01  WS-PERIOD-DATA.
           05  WS-PRD-PERIOD       PIC 9(06).
           05  WS-PRD-STATUS       PIC X(01).
           05  WS-PRD-YEAR-END     PIC X(01).
           05  WS-PRD-DATE         PIC 9(08).
       01  WS-PERIOD-RESULT    PIC X(02).

      *>   Income and expense balances per (account, currency,
      *>   branch) - each becomes one closing pair.
       01  WS-IE-TABLE.
           05  WS-IE-ENTRY OCCURS 600 TIMES
                   INDEXED BY WS-IE-IDX.
               10  WS-IE-ACCOUNT   PIC X(08).
               10  WS-IE-CURRENCY  PIC X(03).
               10  WS-IE-BRANCH    PIC 9(03).
               10  WS-IE-BALANCE   PIC S9(13)V99.
       01  WS-IE-COUNT         PIC 9(03) VALUE 0.
       01  WS-IE-FOUND         PIC 9(03).

      *>   Every GL account's balance per currency, debits
      *>   positive - the opening trial balance once the closing
      *>   lines are applied.
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-TB-IDX.
               10  WS-TB-ACCOUNT   PIC X(08).
               10  WS-TB-CURRENCY  PIC X(03).
               10  WS-TB-BALANCE   PIC S9(13)V99.
       01  WS-TB-COUNT         PIC 9(03) VALUE 0.
       01  WS-TB-FOUND         PIC 9(03).
       01  WS-SLOT-ACCOUNT     PIC X(08).
       01  WS-SLOT-CURRENCY    PIC X(03).

       01  WS-GT-DEBITS        PIC 9(13)V99 VALUE 0.
       01  WS-GT-CREDITS       PIC 9(13)V99 VALUE 0.
       01  WS-TB-LINES         PIC 9(05) VALUE 0.

       01  WS-HDR-LINE.
           05  FILLER          PIC X(30)
               VALUE "OPENING TRIAL BALANCE - YEAR ".
           05  WS-HDR-YEAR     PIC 9(04).
           05  FILLER          PIC X(46) VALUE SPACES.
       01  WS-COL-LINE         PIC X(80) VALUE
           "ACCOUNT   CCY  DEBIT             CREDIT".
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT   PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-CURRENCY  PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-DEBIT     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DL-CREDIT    PIC ZZZZZZZZZZZZ9.99.
           05  FILLER          PIC X(32) VALUE SPACES.
       01  WS-TOTAL-LABEL      PIC X(80) VALUE "TOTALS".
       01  WS-OOB-LINE         PIC X(80) VALUE
           "*** OPENING TRIAL BALANCE OUT OF BALANCE ***".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE WS-TODAY(1:4) TO WS-OPEN-YEAR.
           COMPUTE WS-CLOSE-YEAR = WS-OPEN-YEAR - 1.
           COMPUTE WS-CLOSE-DATE = WS-CLOSE-YEAR * 10000 + 1231.

           DISPLAY "========================================".
           DISPLAY "   GL YEAR-END CLOSE - YEAR " WS-CLOSE-YEAR.
           DISPLAY "========================================".

           COMPUTE WS-PRD-PERIOD = WS-CLOSE-YEAR * 100 + 12.
           CALL "GLPRDMGT" USING BY CONTENT "Q"
                                 BY REFERENCE WS-PERIOD-DATA
                                 BY REFERENCE WS-PERIOD-RESULT
                                 BY CONTENT "GLYECLS ".
           IF WS-PERIOD-RESULT = '00' AND WS-PRD-YEAR-END = 'Y'
               DISPLAY "Year " WS-CLOSE-YEAR
                   " is already closed - run refused."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ROLL-YEAR-BALANCES.
           PERFORM BOOK-CLOSING-LINES.

           CALL "GLPRDMGT" USING BY CONTENT "Y"
                                 BY REFERENCE WS-PERIOD-DATA
                                 BY REFERENCE WS-PERIOD-RESULT
                                 BY CONTENT "GLYECLS ".

           PERFORM WRITE-OPENING-TRIAL.

           DISPLAY "Closing Lines Booked:  " WS-CLOSING-LINES.
           DISPLAY "Opening Balances:      " WS-TB-LINES.
           DISPLAY "Opening Trial Balance: " WS-OPENTB-NAME.

           IF WS-GT-DEBITS NOT = WS-GT-CREDITS
               DISPLAY "OPENING TRIAL BALANCE OUT OF BALANCE: "
                   "debits " WS-GT-DEBITS " credits " WS-GT-CREDITS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERIOD-RESULT NOT = '00'
               DISPLAY "WARNING: year " WS-CLOSE-YEAR
                   " periods not locked - result " WS-PERIOD-RESULT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *>   Everything on or before 31 December of the closed year;
      *>   the new year's lines already journaled stay out of both
      *>   the closing amounts and the opening balances.
       ROLL-YEAR-BALANCES.
           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "No GL journal history on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-JRNL-EOF.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ GLJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF GJ-DATE <= WS-CLOSE-DATE
                           PERFORM ROLL-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GLJRNL-FILE.

       ROLL-ONE-LINE.
           IF GJ-DATE = WS-CLOSE-DATE
                   AND GJ-LINE-NO > WS-JRNL-LINE-NO
                   AND GJ-TRANS-TYPE = 'Y'
               MOVE GJ-LINE-NO TO WS-JRNL-LINE-NO
           END-IF.

           IF GJ-DRCR = 'D'
               MOVE GJ-AMOUNT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - GJ-AMOUNT
           END-IF.

           MOVE GJ-GL-ACCOUNT TO WS-SLOT-ACCOUNT.
           MOVE GJ-CURRENCY TO WS-SLOT-CURRENCY.
           PERFORM FIND-TB-SLOT.
           ADD WS-SIGNED-AMT TO WS-TB-BALANCE(WS-TB-FOUND).

           IF GJ-GL-ACCOUNT(1:1) = '4' OR GJ-GL-ACCOUNT(1:1) = '5'
               PERFORM FIND-IE-SLOT
               ADD WS-SIGNED-AMT TO WS-IE-BALANCE(WS-IE-FOUND)
           END-IF.

       FIND-TB-SLOT.
           MOVE 0 TO WS-TB-FOUND.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               IF WS-TB-ACCOUNT(WS-TB-IDX) = WS-SLOT-ACCOUNT
                       AND WS-TB-CURRENCY(WS-TB-IDX) = WS-SLOT-CURRENCY
                   SET WS-TB-FOUND TO WS-TB-IDX
                   SET WS-TB-IDX TO 400
               END-IF
           END-PERFORM.

           IF WS-TB-FOUND = 0
               IF WS-TB-COUNT >= 400
                   DISPLAY "BALANCE TABLE FULL - year-end close "
                       "stopped before booking anything."
                   CLOSE GLJRNL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-TB-FOUND
               MOVE WS-SLOT-ACCOUNT TO WS-TB-ACCOUNT(WS-TB-FOUND)
               MOVE WS-SLOT-CURRENCY TO WS-TB-CURRENCY(WS-TB-FOUND)
               MOVE 0 TO WS-TB-BALANCE(WS-TB-FOUND)
           END-IF.

       FIND-IE-SLOT.
           MOVE 0 TO WS-IE-FOUND.
           PERFORM VARYING WS-IE-IDX FROM 1 BY 1
                   UNTIL WS-IE-IDX > WS-IE-COUNT
               IF WS-IE-ACCOUNT(WS-IE-IDX) = GJ-GL-ACCOUNT
                       AND WS-IE-CURRENCY(WS-IE-IDX) = GJ-CURRENCY
                       AND WS-IE-BRANCH(WS-IE-IDX) = GJ-BRANCH
                   SET WS-IE-FOUND TO WS-IE-IDX
                   SET WS-IE-IDX TO 600
               END-IF
           END-PERFORM.

           IF WS-IE-FOUND = 0
               IF WS-IE-COUNT >= 600
                   DISPLAY "INCOME/EXPENSE TABLE FULL - year-end "
                       "close stopped before booking anything."
                   CLOSE GLJRNL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-IE-COUNT
               MOVE WS-IE-COUNT TO WS-IE-FOUND
               MOVE GJ-GL-ACCOUNT TO WS-IE-ACCOUNT(WS-IE-FOUND)
               MOVE GJ-CURRENCY TO WS-IE-CURRENCY(WS-IE-FOUND)
               MOVE GJ-BRANCH TO WS-IE-BRANCH(WS-IE-FOUND)
               MOVE 0 TO WS-IE-BALANCE(WS-IE-FOUND)
           END-IF.

      *>   A debit balance (expense, or income overturned by
      *>   reversals) is credited off the account and debited to
      *>   retained earnings; a credit balance the other way round.
      *>   Each line is applied to the balance table as booked, so
      *>   the opening trial balance is the post-close ledger.
       BOOK-CLOSING-LINES.
           OPEN I-O GLJRNL-FILE.
           IF WS-GLJRNL-STATUS = "35" THEN
               OPEN OUTPUT GLJRNL-FILE
               CLOSE GLJRNL-FILE
               OPEN I-O GLJRNL-FILE
           END-IF.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "Error Opening GLJRNL-FILE. Status: "
                   WS-GLJRNL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-IE-IDX FROM 1 BY 1
                   UNTIL WS-IE-IDX > WS-IE-COUNT
               IF WS-IE-BALANCE(WS-IE-IDX) NOT = 0
                   PERFORM BOOK-ONE-CLOSING
               END-IF
           END-PERFORM.

           CLOSE GLJRNL-FILE.

       BOOK-ONE-CLOSING.
           IF WS-IE-BALANCE(WS-IE-IDX) > 0
               MOVE WS-IE-BALANCE(WS-IE-IDX) TO WS-ABS-AMT
               MOVE WS-IE-ACCOUNT(WS-IE-IDX) TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DRCR
               PERFORM WRITE-CLOSING-LINE
               MOVE WS-RETAINED-GL TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DRCR
               PERFORM WRITE-CLOSING-LINE
           ELSE
               COMPUTE WS-ABS-AMT = 0 - WS-IE-BALANCE(WS-IE-IDX)
               MOVE WS-IE-ACCOUNT(WS-IE-IDX) TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DRCR
               PERFORM WRITE-CLOSING-LINE
               MOVE WS-RETAINED-GL TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DRCR
               PERFORM WRITE-CLOSING-LINE
           END-IF.

      *>   GJ-GL-ACCOUNT and GJ-DRCR are set by the caller.
       WRITE-CLOSING-LINE.
           ADD 1 TO WS-JRNL-LINE-NO.
           MOVE WS-CLOSE-DATE TO GJ-DATE.
           MOVE WS-JRNL-LINE-NO TO GJ-LINE-NO.
           MOVE WS-ABS-AMT TO GJ-AMOUNT.
           MOVE 'Y' TO GJ-TRANS-TYPE.
           MOVE SPACE TO GJ-ACCT-TYPE.
           MOVE WS-IE-CURRENCY(WS-IE-IDX) TO GJ-CURRENCY.
           MOVE WS-IE-BRANCH(WS-IE-IDX) TO GJ-BRANCH.
           MOVE 0 TO GJ-CARRIED-FROM.
           WRITE GLJRNL-RECORD
               INVALID KEY
                   REWRITE GLJRNL-RECORD.
           ADD 1 TO WS-CLOSING-LINES.

           IF GJ-DRCR = 'D'
               MOVE WS-ABS-AMT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - WS-ABS-AMT
           END-IF.
           MOVE GJ-GL-ACCOUNT TO WS-SLOT-ACCOUNT.
           MOVE GJ-CURRENCY TO WS-SLOT-CURRENCY.
           PERFORM FIND-TB-SLOT.
           ADD WS-SIGNED-AMT TO WS-TB-BALANCE(WS-TB-FOUND).

      *>   Accounts that open the year at zero - every income and
      *>   expense line, and anything else that happens to net
      *>   out - are left off. The grand totals add across
      *>   currencies as a control hash, as GLTRIAL's do.
       WRITE-OPENING-TRIAL.
           STRING "DATA/opening_tb_" WS-OPEN-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-OPENTB-NAME.
           OPEN OUTPUT OPENTB-FILE.
           IF WS-OPENTB-STATUS NOT = "00"
               DISPLAY "Error Opening OPENTB-FILE. Status: "
                   WS-OPENTB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-OPEN-YEAR TO WS-HDR-YEAR.
           WRITE OPENTB-LINE FROM WS-HDR-LINE.
           WRITE OPENTB-LINE FROM WS-COL-LINE.

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               IF WS-TB-BALANCE(WS-TB-IDX) NOT = 0
                   PERFORM WRITE-ONE-OPENING-LINE
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-LABEL TO OPENTB-LINE.
           WRITE OPENTB-LINE.
           MOVE SPACES TO WS-DL-ACCOUNT.
           MOVE SPACES TO WS-DL-CURRENCY.
           MOVE WS-GT-DEBITS TO WS-DL-DEBIT.
           MOVE WS-GT-CREDITS TO WS-DL-CREDIT.
           WRITE OPENTB-LINE FROM WS-DETAIL-LINE.

           IF WS-GT-DEBITS NOT = WS-GT-CREDITS
               WRITE OPENTB-LINE FROM WS-OOB-LINE
           END-IF.

           CLOSE OPENTB-FILE.

       WRITE-ONE-OPENING-LINE.
           MOVE WS-TB-ACCOUNT(WS-TB-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-TB-CURRENCY(WS-TB-IDX) TO WS-DL-CURRENCY.
           MOVE WS-TB-BALANCE(WS-TB-IDX) TO WS-BALANCE.
           IF WS-BALANCE > 0
               MOVE WS-BALANCE TO WS-DL-DEBIT
               MOVE 0 TO WS-DL-CREDIT
               ADD WS-BALANCE TO WS-GT-DEBITS
           ELSE
               COMPUTE WS-BALANCE = 0 - WS-BALANCE
               MOVE 0 TO WS-DL-DEBIT
               MOVE WS-BALANCE TO WS-DL-CREDIT
               ADD WS-BALANCE TO WS-GT-CREDITS
           END-IF.
           WRITE OPENTB-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-TB-LINES.
