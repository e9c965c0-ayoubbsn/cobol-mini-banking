      *>   before accepting the file. A run whose own debits and
      *>   credits disagree fails with RETURN-CODE 8 so the batch
      *>   window stops loudly instead of shipping a bad journal.
      *>   Nothing is journaled into a month finance has closed
      *>   (GLPRDMGT): when the processing date falls in one, the
      *>   day's lines are dated the first open date after it and
      *>   flagged as carried, on the extract and on the history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DAYCTL-FILE ASSIGN TO "DATA/day_trans_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  DAYCTL-FILE.
       01  DAYCTL-RECORD.
           COPY DAYCTL.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.
           05  GLJ-ACCT-TYPE       PIC X(01).
           05  GLJ-CURRENCY        PIC X(03).
           05  GLJ-BRANCH          PIC 9(03).
      *>   'C' when the line was carried out of a closed period.
           05  GLJ-CARRIED         PIC X(01).
           05  FILLER              PIC X(01).
       01  GL-TRAILER REDEFINES GL-RECORD.
           05  FILLER              PIC X(01).
           05  GLZ-COUNT           PIC 9(07).
       01  WS-JDONE-EOF        PIC X(01).
       01  WS-JRNL-APPEND      PIC X(01).
       01  WS-JRNL-LINE-NO     PIC 9(05) VALUE 0.
      *>   Carried lines number from 60001 on their booking date,
      *>   clear of that date's own GLEXTR lines and of the ranges
      *>   the other journal writers use.
       01  WS-CARRY-LINE-BASE  PIC 9(05) VALUE 60000.
       01  WS-JRNL-EOF         PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-DAYCTL-STATUS    PIC X(02).
      *>   trans.dat, or the daily-activity extract - see
      *>   PICK-TRANS-SOURCE.
       01  WS-TRANS-NAME       PIC X(30) VALUE "DATA/trans.dat".
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-GLMAP-STATUS     PIC X(02).
       01  WS-GL-STATUS        PIC X(02).
       01  WS-TRANS-EOF        PIC X(01) VALUE 'N'.
       01  WS-GLMAP-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
      *>   The date the day's journal is booked on - the processing
      *>   date, or the first open date after it when its month is
      *>   closed.
       01  WS-POST-DATE        PIC 9(08).
       01  WS-CARRIED          PIC X(01) VALUE 'N'.
       01  WS-PERIOD-DATA.
           05  WS-PRD-PERIOD       PIC 9(06).
           05  WS-PRD-STATUS       PIC X(01).
           05  WS-PRD-YEAR-END     PIC X(01).
           05  WS-PRD-DATE         PIC 9(08).
       01  WS-PERIOD-RESULT    PIC X(02).
       01  WS-IDX              PIC 9(02).
       01  WS-FOUND-IDX        PIC 9(03).
       01  WS-LEG-TRANS-TYPE   PIC X(01).
       01  WS-LEG-ACCT-TYPE    PIC X(01).
       01  WS-LEG-CURRENCY     PIC X(03).
       01  WS-LEG-BRANCH       PIC 9(03).
      *>   (liability) side and which the contra side for each
      *>   transaction type / account type pair.
       01  WS-MAP-TABLE.
           05  WS-MP-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-MP-IDX.
               10  WS-MP-TRANS-TYPE    PIC X(01).
               10  WS-MP-ACCT-TYPE     PIC X(01).
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM FIND-POSTING-DATE.
           PERFORM PICK-TRANS-SOURCE.

           PERFORM LOAD-GL-MAP.
           PERFORM SUMMARIZE-TODAYS-ACTIVITY.
           END-IF.
           GOBACK.

      *>   A carried day is reported but is not a failure: the
      *>   window's abort threshold for this step is any non-zero
      *>   code, and the items are booked - just a period later.
       FIND-POSTING-DATE.
           MOVE WS-TODAY TO WS-POST-DATE.
           MOVE 'N' TO WS-CARRIED.
           MOVE WS-TODAY TO WS-PRD-DATE.
           CALL "GLPRDMGT" USING BY CONTENT "F"
                                 BY REFERENCE WS-PERIOD-DATA
                                 BY REFERENCE WS-PERIOD-RESULT
                                 BY CONTENT "GLEXTR  ".
           IF WS-PERIOD-RESULT = '00' AND WS-PRD-DATE NOT = WS-TODAY
               MOVE WS-PRD-DATE TO WS-POST-DATE
               MOVE 'Y' TO WS-CARRIED
               DISPLAY "WARNING: period " WS-TODAY(1:6)
                   " is closed - journal carried to " WS-POST-DATE
           END-IF.

       LOAD-GL-MAP.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
           PERFORM ENSURE-TERM-MAPPINGS.
           PERFORM ENSURE-LOAN-MAPPINGS.
           PERFORM ENSURE-INTERNAL-MAPPINGS.
           PERFORM ENSURE-CREDIT-LOSS-MAPPINGS.
           PERFORM ENSURE-INCOME-MAPPINGS.

      *>   A gl_map.dat seeded before term deposits existed has no
      *>   'T' rows, and the first term posting would fail the
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-ACCT-TYPE(WS-MP-IDX) = 'T'
                   MOVE 'Y' TO WS-TERM-MAPPED
                   SET WS-MP-IDX TO 99
               END-IF
           END-PERFORM.

                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-ACCT-TYPE(WS-MP-IDX) = 'L'
                   MOVE 'Y' TO WS-TERM-MAPPED
                   SET WS-MP-IDX TO 99
               END-IF
           END-PERFORM.

                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-ACCT-TYPE(WS-MP-IDX) = 'I'
                   MOVE 'Y' TO WS-TERM-MAPPED
                   SET WS-MP-IDX TO 99
               END-IF
           END-PERFORM.

           CLOSE GLMAP-FILE.
           DISPLAY "GL map had no internal-account rows - added.".

      *>   Charge-off and recovery legs summarize under pseudo
      *>   transaction types 'K' (code CHGO) and 'V' (code RCOV) so
      *>   their contra is the loan-loss allowance 10390100, not
      *>   cash: a charge-off credits the loan or overdrawn account
      *>   out of the allowance, a recovery debits the paying
      *>   account back into it. Missing rows are added the same
      *>   way the term, loan and internal rows are.
       ENSURE-CREDIT-LOSS-MAPPINGS.
           MOVE 'N' TO WS-TERM-MAPPED.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-TRANS-TYPE(WS-MP-IDX) = 'K'
                   MOVE 'Y' TO WS-TERM-MAPPED
                   SET WS-MP-IDX TO 99
               END-IF
           END-PERFORM.

           IF WS-TERM-MAPPED = 'Y'
               EXIT PARAGRAPH.

           OPEN EXTEND GLMAP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               EVALUATE WS-IDX
                   WHEN 1
                       MOVE 'K' TO GLM-TRANS-TYPE
                       MOVE 'S' TO GLM-ACCT-TYPE
                       MOVE "20100100" TO GLM-LIAB-ACCOUNT
                   WHEN 2
                       MOVE 'K' TO GLM-TRANS-TYPE
                       MOVE 'C' TO GLM-ACCT-TYPE
                       MOVE "20200100" TO GLM-LIAB-ACCOUNT
                   WHEN 3
                       MOVE 'K' TO GLM-TRANS-TYPE
                       MOVE 'L' TO GLM-ACCT-TYPE
                       MOVE "10300100" TO GLM-LIAB-ACCOUNT
                   WHEN 4
                       MOVE 'V' TO GLM-TRANS-TYPE
                       MOVE 'S' TO GLM-ACCT-TYPE
                       MOVE "20100100" TO GLM-LIAB-ACCOUNT
                   WHEN 5
                       MOVE 'V' TO GLM-TRANS-TYPE
                       MOVE 'C' TO GLM-ACCT-TYPE
                       MOVE "20200100" TO GLM-LIAB-ACCOUNT
               END-EVALUATE
               MOVE "10390100" TO GLM-CONTRA-ACCOUNT
               WRITE GLMAP-RECORD
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-TRANS-TYPE
                   TO WS-MP-TRANS-TYPE(WS-MAP-COUNT)
               MOVE GLM-ACCT-TYPE
                   TO WS-MP-ACCT-TYPE(WS-MAP-COUNT)
               MOVE GLM-LIAB-ACCOUNT TO WS-MP-LIAB(WS-MAP-COUNT)
               MOVE GLM-CONTRA-ACCOUNT
                   TO WS-MP-CONTRA(WS-MAP-COUNT)
           END-PERFORM.
           CLOSE GLMAP-FILE.
           DISPLAY "GL map had no charge-off rows - added.".

      *>   Fee, overdraft-interest and credit-interest legs on
      *>   customer deposit accounts summarize under pseudo
      *>   transaction types 'E' (code FEE), 'N' (code ODIN) and 'I'
      *>   (codes INT and TDM) so their contra is the income or
      *>   expense line they belong to rather than cash - fee income
      *>   40300100, overdraft interest income 40200100, interest
      *>   expense 50100100 - which is what lets the journal history
      *>   say what each office earned and paid (see BRPROF). Missing
      *>   rows are added the same way the charge-off rows are.
       ENSURE-INCOME-MAPPINGS.
           MOVE 'N' TO WS-TERM-MAPPED.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-TRANS-TYPE(WS-MP-IDX) = 'E'
                   MOVE 'Y' TO WS-TERM-MAPPED
                   SET WS-MP-IDX TO 99
               END-IF
           END-PERFORM.

           IF WS-TERM-MAPPED = 'Y'
               EXIT PARAGRAPH.

           OPEN EXTEND GLMAP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               EVALUATE WS-IDX
                   WHEN 1
                       MOVE 'E' TO GLM-TRANS-TYPE
                       MOVE 'S' TO GLM-ACCT-TYPE
                       MOVE "40300100" TO GLM-CONTRA-ACCOUNT
                   WHEN 2
                       MOVE 'E' TO GLM-TRANS-TYPE
                       MOVE 'C' TO GLM-ACCT-TYPE
                       MOVE "40300100" TO GLM-CONTRA-ACCOUNT
                   WHEN 3
                       MOVE 'N' TO GLM-TRANS-TYPE
                       MOVE 'S' TO GLM-ACCT-TYPE
                       MOVE "40200100" TO GLM-CONTRA-ACCOUNT
                   WHEN 4
                       MOVE 'N' TO GLM-TRANS-TYPE
                       MOVE 'C' TO GLM-ACCT-TYPE
                       MOVE "40200100" TO GLM-CONTRA-ACCOUNT
                   WHEN 5
                       MOVE 'I' TO GLM-TRANS-TYPE
                       MOVE 'S' TO GLM-ACCT-TYPE
                       MOVE "50100100" TO GLM-CONTRA-ACCOUNT
                   WHEN 6
                       MOVE 'I' TO GLM-TRANS-TYPE
                       MOVE 'C' TO GLM-ACCT-TYPE
                       MOVE "50100100" TO GLM-CONTRA-ACCOUNT
                   WHEN 7
                       MOVE 'I' TO GLM-TRANS-TYPE
                       MOVE 'T' TO GLM-ACCT-TYPE
                       MOVE "50100100" TO GLM-CONTRA-ACCOUNT
               END-EVALUATE
               EVALUATE GLM-ACCT-TYPE
                   WHEN 'S' MOVE "20100100" TO GLM-LIAB-ACCOUNT
                   WHEN 'C' MOVE "20200100" TO GLM-LIAB-ACCOUNT
                   WHEN OTHER MOVE "20300100" TO GLM-LIAB-ACCOUNT
               END-EVALUATE
               WRITE GLMAP-RECORD
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-TRANS-TYPE
                   TO WS-MP-TRANS-TYPE(WS-MAP-COUNT)
               MOVE GLM-ACCT-TYPE
                   TO WS-MP-ACCT-TYPE(WS-MAP-COUNT)
               MOVE GLM-LIAB-ACCOUNT TO WS-MP-LIAB(WS-MAP-COUNT)
               MOVE GLM-CONTRA-ACCOUNT
                   TO WS-MP-CONTRA(WS-MAP-COUNT)
           END-PERFORM.
           CLOSE GLMAP-FILE.
           DISPLAY "GL map had no income/expense rows - added.".

      *>   Standard seed chart: savings liabilities under 20100100,
      *>   checking under 20200100, term deposits under 20300100,
      *>   everything contra'd to the cash/clearing account 10100100,
                       TO WS-LEG-CURRENCY
           END-READ.

           MOVE TRANS-TYPE OF TRANS-RECORD TO WS-LEG-TRANS-TYPE.
           IF TRANS-CODE OF TRANS-RECORD = "CHGO"
               MOVE 'K' TO WS-LEG-TRANS-TYPE
           END-IF.
           IF TRANS-CODE OF TRANS-RECORD = "RCOV"
               MOVE 'V' TO WS-LEG-TRANS-TYPE
           END-IF.
           IF WS-LEG-ACCT-TYPE = 'S' OR WS-LEG-ACCT-TYPE = 'C'
               EVALUATE TRANS-CODE OF TRANS-RECORD
                   WHEN "FEE"
                       MOVE 'E' TO WS-LEG-TRANS-TYPE
                   WHEN "ODIN"
                       MOVE 'N' TO WS-LEG-TRANS-TYPE
                   WHEN "INT"
                       MOVE 'I' TO WS-LEG-TRANS-TYPE
               END-EVALUATE
           END-IF.
           IF WS-LEG-ACCT-TYPE = 'T'
                   AND (TRANS-CODE OF TRANS-RECORD = "INT"
                   OR TRANS-CODE OF TRANS-RECORD = "TDM")
               MOVE 'I' TO WS-LEG-TRANS-TYPE
           END-IF.

      *>   One summary slot per transaction type / account type /
      *>   posting currency / branch - a day with EUR and USD
      *>   activity writes one set of journals per currency, never
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
               IF WS-SM-TRANS-TYPE(WS-SM-IDX) = WS-LEG-TRANS-TYPE
                   AND WS-SM-ACCT-TYPE(WS-SM-IDX) = WS-LEG-ACCT-TYPE
                   AND WS-SM-CURRENCY(WS-SM-IDX) = WS-LEG-CURRENCY
                   AND WS-SM-BRANCH(WS-SM-IDX) = WS-LEG-BRANCH
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-FOUND-IDX
               MOVE WS-LEG-TRANS-TYPE
                   TO WS-SM-TRANS-TYPE(WS-FOUND-IDX)
               MOVE WS-LEG-ACCT-TYPE
                   TO WS-SM-ACCT-TYPE(WS-FOUND-IDX)
      *>   else on the line is common.
       WRITE-JOURNAL-LINE.
           MOVE 'J' TO GL-REC-TYPE.
           MOVE WS-POST-DATE TO GLJ-DATE.
           MOVE WS-ABS-NET TO GLJ-AMOUNT.
           MOVE WS-SM-TRANS-TYPE(WS-SM-IDX) TO GLJ-TRANS-TYPE.
           MOVE WS-SM-ACCT-TYPE(WS-SM-IDX) TO GLJ-ACCT-TYPE.
           MOVE WS-SM-CURRENCY(WS-SM-IDX) TO GLJ-CURRENCY.
           MOVE WS-SM-BRANCH(WS-SM-IDX) TO GLJ-BRANCH.
           PERFORM SET-CARRIED-FLAG.
           WRITE GL-RECORD.
           PERFORM APPEND-JOURNAL-HISTORY.

       WRITE-ONE-DUE-LINE.
           MOVE SPACES TO GL-RECORD.
           MOVE 'J' TO GL-REC-TYPE.
           MOVE WS-POST-DATE TO GLJ-DATE.
           MOVE WS-INTERBRANCH-GL TO GLJ-ACCOUNT.
           IF WS-BRT-NET > 0
               MOVE WS-BRT-NET TO WS-ABS-NET
           MOVE SPACE TO GLJ-ACCT-TYPE.
           MOVE WS-BRT-CURRENCY(WS-BRT-IDX) TO GLJ-CURRENCY.
           MOVE WS-BRT-BRANCH(WS-BRT-IDX) TO GLJ-BRANCH.
           PERFORM SET-CARRIED-FLAG.
           WRITE GL-RECORD.
           PERFORM APPEND-JOURNAL-HISTORY.

           END-IF.
           IF WS-GLJRNL-STATUS = "00"
               MOVE 'Y' TO WS-JRNL-APPEND
               IF WS-CARRIED = 'Y'
                   PERFORM FIND-CARRY-LINE-NO
               END-IF
           END-IF.

      *>   More than one closed-period day can be carried onto the
      *>   same open date, so carried numbering continues after the
      *>   highest carried line already booked there.
       FIND-CARRY-LINE-NO.
           MOVE WS-CARRY-LINE-BASE TO WS-JRNL-LINE-NO.
           MOVE LOW-VALUES TO GJ-KEY.
           START GLJRNL-FILE KEY IS NOT LESS THAN GJ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-JRNL-EOF
           END-START.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ GLJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF GJ-DATE = WS-POST-DATE
                           AND GJ-CARRIED-FROM > 0
                           AND GJ-LINE-NO > WS-JRNL-LINE-NO
                           MOVE GJ-LINE-NO TO WS-JRNL-LINE-NO
                       END-IF
               END-READ
           END-PERFORM.

       SET-CARRIED-FLAG.
           IF WS-CARRIED = 'Y'
               MOVE 'C' TO GLJ-CARRIED
           ELSE
               MOVE SPACE TO GLJ-CARRIED
           END-IF.

       RECORD-JOURNAL-DONE.

           ADD 1 TO WS-JRNL-LINE-NO.
           MOVE GLJ-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE WS-POST-DATE TO GJ-DATE.
           MOVE WS-JRNL-LINE-NO TO GJ-LINE-NO.
           MOVE GLJ-DRCR TO GJ-DRCR.
           MOVE GLJ-AMOUNT TO GJ-AMOUNT.
           MOVE GLJ-ACCT-TYPE TO GJ-ACCT-TYPE.
           MOVE GLJ-CURRENCY TO GJ-CURRENCY.
           MOVE GLJ-BRANCH TO GJ-BRANCH.
           IF WS-CARRIED = 'Y'
               MOVE WS-TODAY TO GJ-CARRIED-FROM
           ELSE
               MOVE 0 TO GJ-CARRIED-FROM
           END-IF.
           WRITE GLJRNL-RECORD
               INVALID KEY
                   REWRITE GLJRNL-RECORD.
                   AND WS-MP-ACCT-TYPE(WS-MP-IDX)
                       = WS-SM-ACCT-TYPE(WS-SM-IDX)
                   SET WS-FOUND-IDX TO WS-MP-IDX
                   SET WS-MP-IDX TO 99
               END-IF
           END-PERFORM.

      *>   The day's legs come off DAYEXTR's extract when one is on
      *>   file for this processing date and its control totals
      *>   balanced against trans.dat; otherwise (a run outside the
      *>   window, or a failed extract) the whole journal is read as
      *>   before. The TRANS-DATE test stays either way.
       PICK-TRANS-SOURCE.
           MOVE "DATA/trans.dat" TO WS-TRANS-NAME.
           OPEN INPUT DAYCTL-FILE.
           IF WS-DAYCTL-STATUS NOT = "00"
               EXIT PARAGRAPH.
           READ DAYCTL-FILE
               AT END
                   MOVE SPACES TO DAYCTL-RECORD
           END-READ.
           CLOSE DAYCTL-FILE.
           IF DX-EXTRACT-DATE = WS-TODAY AND DX-IN-BALANCE
               MOVE "DATA/day_trans.dat" TO WS-TRANS-NAME
           END-IF.
