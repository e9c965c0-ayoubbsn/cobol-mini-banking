       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMERGE.

      *>   Branch merge, run in the batch window straight after
      *>   GLEXTR has put the day's journal on the GL history. Every
      *>   merge on DATA/branch_merge.dat still pending with an
      *>   effective date on or before the processing date (BRCHMGT
      *>   schedules them) is carried out in full:
      *>     - every account whose ACCT-BRANCH-ID is the closing
      *>       office is re-domiciled to the receiving office, each
      *>       one logged on acct_audit.dat (operation 'B'), and the
      *>       customer is sent a notice through NOTIFY (bank-owned
      *>       and closed accounts move without one);
      *>     - every teller of the closing office moves across;
      *>     - DRWRMGT re-stamps the office's cash drawers and empties
      *>       its vault into the receiving vault;
      *>     - every GL balance the closing office holds on the
      *>       journal history is transferred, per GL account and
      *>       currency, as two balanced inter-branch pairs under
      *>       transaction type 'B' - the balance reversed out of
      *>       the closing office against the due-to/due-from account
      *>       30100100, and booked into the receiving office against
      *>       the same account. Each office balances on its own, the
      *>       closing office's ledger ends at zero, and because the
      *>       journal lines of the day are already on the history
      *>       GLPROOF proves the moved accounts at their new office
      *>       the same night;
      *>     - the closing office is marked closed and the merge is
      *>       stamped done with what it moved.
      *>   Journal lines written here number from 85001 up for the
      *>   day, clear of GLEXTR's daily lines and the FXREVAL and
      *>   CRLOSS blocks. A merge that stopped part-way is simply
      *>   run again: what already moved is no longer at the closing
      *>   office, so nothing moves twice.
      *>   RETURN-CODE 0 when every due merge was carried out, 4 when
      *>   a merge was deferred (today's journal not on the history
      *>   yet, or the receiving office no longer open), 8 on a file
      *>   error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-FILE ASSIGN TO "DATA/branch_merge.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TELLER-FILE ASSIGN TO "DATA/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO "DATA/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-KEY
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT JDONE-FILE ASSIGN TO "DATA/gl_journal_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JDONE-STATUS.

           SELECT SEQ-FILE ASSIGN TO "DATA/trans_seq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DATA/acct_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-FILE.
       01  MERGE-RECORD.
           COPY BRMERGE.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  TELLER-FILE.
       01  TELLER-RECORD.
           COPY TELLER.CPY.

       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           COPY GLJRNL.CPY.

       FD  JDONE-FILE.
       01  JDONE-RECORD.
           05  JD-DATE             PIC 9(08).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-MERGE-STATUS     PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-TELLER-STATUS    PIC X(02).
       01  WS-GLJRNL-STATUS    PIC X(02).
       01  WS-JDONE-STATUS     PIC X(02).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-AUDIT-STATUS     PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-CURRENT-TIME     PIC 9(06).
       01  WS-JOURNALED-TODAY  PIC X(01) VALUE 'N'.
       01  WS-STAMP            PIC X(08) VALUE "BRMERGE".
       01  WS-FROM-BRANCH      PIC 9(03).
       01  WS-TO-BRANCH        PIC 9(03).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-FILE-ERROR       PIC X(01) VALUE 'N'.

       01  WS-INTERBRANCH-GL   PIC X(08) VALUE "30100100".
       01  WS-JRNL-LINE-NO     PIC 9(05) VALUE 85000.

      *>   The merge register, held whole while merges are carried
      *>   out and stamped.
       01  WS-MERGE-TABLE.
           05  WS-MG-RECORD        PIC X(67) OCCURS 500 TIMES
                   INDEXED BY WS-MG-IDX.
       01  WS-MERGE-COUNT      PIC 9(05) VALUE 0.

      *>   The closing office's balance per GL account and currency,
      *>   debit positive.
       01  WS-BALANCE-TABLE.
           05  WS-GB-ENTRY OCCURS 2000 TIMES INDEXED BY WS-GB-IDX.
               10  WS-GB-ACCOUNT       PIC X(08).
               10  WS-GB-CURRENCY      PIC X(03).
               10  WS-GB-NET           PIC S9(13)V99.
       01  WS-GB-COUNT         PIC 9(05) VALUE 0.
       01  WS-ABS-NET          PIC 9(11)V99.

       01  WS-BRANCH-DATA.
           COPY BRANCH.CPY.
       01  WS-BRANCH-RESULT    PIC X(02).

       01  WS-DRAWER-DATA.
           COPY DRAWER.CPY.
       01  WS-DRW-AMOUNT       PIC S9(11)V99.
       01  WS-DRAWER-RESULT    PIC X(02).

      *>   Customer-notice event feed - see NOTIFY/NOTICPRT.
       01  WS-NOTICE-DATA.
           05  WS-NOT-TYPE         PIC X(02).
           05  WS-NOT-ACCT-ID      PIC 9(05).
           05  WS-NOT-AMOUNT       PIC S9(09)V99.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

       01  WS-DUE-COUNT        PIC 9(05) VALUE 0.
       01  WS-DONE-COUNT       PIC 9(05) VALUE 0.
       01  WS-DEFER-COUNT      PIC 9(05) VALUE 0.
       01  WS-ACCT-MOVED       PIC 9(05).
       01  WS-TELLER-MOVED     PIC 9(05).
       01  WS-GL-LINES         PIC 9(05).
       01  WS-NOTICE-COUNT     PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.

           DISPLAY "========================================".
           DISPLAY "   BRANCH MERGE - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-MERGES.
           PERFORM CHECK-JOURNALED-TODAY.

           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MERGE-COUNT
                   OR WS-FILE-ERROR = 'Y'
               MOVE WS-MG-RECORD(WS-MG-IDX) TO MERGE-RECORD
               IF BM-PENDING AND BM-EFF-DATE <= WS-TODAY
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM CARRY-OUT-MERGE
               END-IF
           END-PERFORM.

           IF WS-DONE-COUNT > 0
               PERFORM REWRITE-MERGES
           END-IF.

           DISPLAY "Merges Due:            " WS-DUE-COUNT.
           DISPLAY "Merges Carried Out:    " WS-DONE-COUNT.
           DISPLAY "Merges Deferred:       " WS-DEFER-COUNT.

           EVALUATE TRUE
               WHEN WS-FILE-ERROR = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEFER-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *>   Carried out only once today's journal is on the history,
      *>   so the GL balances moved are the whole of the closing
      *>   office's day. MERGE-RECORD holds the merge throughout.
       CARRY-OUT-MERGE.
           MOVE BM-CLOSING-BRANCH TO WS-FROM-BRANCH.
           MOVE BM-RECEIVING-BRANCH TO WS-TO-BRANCH.

           IF WS-JOURNALED-TODAY NOT = 'Y'
               ADD 1 TO WS-DEFER-COUNT
               DISPLAY "Branch " WS-FROM-BRANCH " into "
                   WS-TO-BRANCH " DEFERRED - today's GL journal is "
                   "not on the history"
               EXIT PARAGRAPH.

           MOVE WS-TO-BRANCH TO BR-BRANCH-ID OF WS-BRANCH-DATA.
           CALL "BRCHMGT" USING BY CONTENT "I"
                                BY REFERENCE WS-BRANCH-DATA
                                BY REFERENCE WS-BRANCH-RESULT.
           IF WS-BRANCH-RESULT NOT = '00'
               OR NOT BR-ACTIVE OF WS-BRANCH-DATA
               ADD 1 TO WS-DEFER-COUNT
               DISPLAY "Branch " WS-FROM-BRANCH " into "
                   WS-TO-BRANCH " DEFERRED - receiving branch is "
                   "not open"
               EXIT PARAGRAPH.

           PERFORM MOVE-ACCOUNTS.
           IF WS-FILE-ERROR = 'Y'
               EXIT PARAGRAPH.
           PERFORM MOVE-TELLERS.
           IF WS-FILE-ERROR = 'Y'
               EXIT PARAGRAPH.

           INITIALIZE WS-DRAWER-DATA.
           MOVE WS-FROM-BRANCH TO DRW-BRANCH-ID OF WS-DRAWER-DATA.
           MOVE WS-TO-BRANCH TO WS-DRW-AMOUNT.
           CALL "DRWRMGT" USING BY CONTENT "R"
                                BY REFERENCE WS-DRAWER-DATA
                                BY REFERENCE WS-DRW-AMOUNT
                                BY REFERENCE WS-DRAWER-RESULT.
           IF WS-DRAWER-RESULT NOT = '00'
               DISPLAY "Error Moving Drawers And Vault. Code: "
                   WS-DRAWER-RESULT
               MOVE 'Y' TO WS-FILE-ERROR
               EXIT PARAGRAPH.

           PERFORM TRANSFER-GL-BALANCES.
           IF WS-FILE-ERROR = 'Y'
               EXIT PARAGRAPH.

           MOVE WS-FROM-BRANCH TO BR-BRANCH-ID OF WS-BRANCH-DATA.
           CALL "BRCHMGT" USING BY CONTENT "X"
                                BY REFERENCE WS-BRANCH-DATA
                                BY REFERENCE WS-BRANCH-RESULT.

           MOVE 'D' TO BM-STATUS.
           MOVE WS-TODAY TO BM-DONE-DATE.
           MOVE WS-ACCT-MOVED TO BM-ACCOUNTS.
           MOVE WS-TELLER-MOVED TO BM-TELLERS.
           MOVE WS-DRW-AMOUNT TO BM-VAULT-AMOUNT.
           MOVE WS-GL-LINES TO BM-GL-LINES.
           MOVE MERGE-RECORD TO WS-MG-RECORD(WS-MG-IDX).
           ADD 1 TO WS-DONE-COUNT.

           DISPLAY "Branch " WS-FROM-BRANCH " merged into "
               WS-TO-BRANCH ": " WS-ACCT-MOVED " accounts, "
               WS-TELLER-MOVED " tellers, vault " WS-DRW-AMOUNT
               ", " WS-GL-LINES " GL lines, " WS-NOTICE-COUNT
               " notices".

       MOVE-ACCOUNTS.
           MOVE 0 TO WS-ACCT-MOVED.
           MOVE 0 TO WS-NOTICE-COUNT.
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               MOVE 'Y' TO WS-FILE-ERROR
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-BRANCH-ID = WS-FROM-BRANCH
                           PERFORM MOVE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.

       MOVE-ONE-ACCOUNT.
           MOVE WS-TO-BRANCH TO ACCT-BRANCH-ID.
           REWRITE ACCOUNT-RECORD.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Account " ACCT-ID " NOT MOVED. Status: "
                   WS-ACCT-STATUS
               EXIT PARAGRAPH.

           ADD 1 TO WS-ACCT-MOVED.
           PERFORM LOG-MOVE-AUDIT.

           IF ACCT-IS-INTERNAL OR ACCT-CLOSED
               EXIT PARAGRAPH.

           MOVE 'BM' TO WS-NOT-TYPE.
           MOVE ACCT-ID TO WS-NOT-ACCT-ID.
           MOVE 0 TO WS-NOT-AMOUNT.
           MOVE SPACES TO WS-NOT-TEXT.
           STRING "ACCOUNT NOW HELD AT BRANCH " WS-TO-BRANCH
               " FROM " WS-FROM-BRANCH
               DELIMITED BY SIZE INTO WS-NOT-TEXT.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.
           IF WS-NOTICE-RESULT = '00'
               ADD 1 TO WS-NOTICE-COUNT
           END-IF.

      *>   One acct_audit row per account moved, operation 'B', audit
      *>   IDs from the shared '2' sequence like every other audit
      *>   writer.
       LOG-MOVE-AUDIT.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.
           MOVE '2' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.
           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
           CLOSE SEQ-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE SEQ-LAST-ID TO AUDIT-ID.
           MOVE ACCT-ID TO AUDIT-ACCT-ID.
           MOVE 'B' TO AUDIT-OPERATION.
           MOVE ACCT-STATUS TO AUDIT-OLD-STATUS.
           MOVE ACCT-STATUS TO AUDIT-NEW-STATUS.
           MOVE WS-TODAY TO AUDIT-DATE.
           MOVE WS-CURRENT-TIME TO AUDIT-TIME.
           MOVE '00' TO AUDIT-RESULT-CODE.
           MOVE WS-STAMP TO AUDIT-TELLER-ID.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

       MOVE-TELLERS.
           MOVE 0 TO WS-TELLER-MOVED.
           OPEN I-O TELLER-FILE.
           IF WS-TELLER-STATUS = "35"
               EXIT PARAGRAPH.
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "Error Opening TELLER-FILE. Status: "
                   WS-TELLER-STATUS
               MOVE 'Y' TO WS-FILE-ERROR
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TELLER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TELLER-BRANCH-ID = WS-FROM-BRANCH
                           MOVE WS-TO-BRANCH TO TELLER-BRANCH-ID
                           REWRITE TELLER-RECORD
                           ADD 1 TO WS-TELLER-MOVED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TELLER-FILE.

      *>   The closing office's balances are summed off the whole
      *>   history, then each one is moved as two pairs sharing the
      *>   inter-branch account: out of the closing office on one
      *>   line number, into the receiving office on the next. The
      *>   due-to/due-from account itself is not moved - the
      *>   reversing lines against it bring it to zero on the
      *>   closing side and the booking lines carry its balance over
      *>   on the receiving side.
       TRANSFER-GL-BALANCES.
           MOVE 0 TO WS-GL-LINES.
           MOVE 0 TO WS-GB-COUNT.
           OPEN I-O GLJRNL-FILE.
           IF WS-GLJRNL-STATUS = "35"
               EXIT PARAGRAPH.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "Error Opening GLJRNL-FILE. Status: "
                   WS-GLJRNL-STATUS
               MOVE 'Y' TO WS-FILE-ERROR
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                   UNTIL WS-GB-IDX > WS-GB-COUNT
               IF WS-GB-NET(WS-GB-IDX) NOT = 0
                   AND WS-GB-ACCOUNT(WS-GB-IDX) NOT = WS-INTERBRANCH-GL
                   PERFORM BOOK-ONE-TRANSFER
               END-IF
           END-PERFORM.

           CLOSE GLJRNL-FILE.

       HOLD-ONE-JOURNAL-LINE.
           IF GJ-DATE = WS-TODAY AND GJ-LINE-NO > WS-JRNL-LINE-NO
                   AND GJ-LINE-NO < 90000
               MOVE GJ-LINE-NO TO WS-JRNL-LINE-NO
           END-IF.
           IF GJ-BRANCH NOT = WS-FROM-BRANCH
               EXIT PARAGRAPH.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                   UNTIL WS-GB-IDX > WS-GB-COUNT
               IF WS-GB-ACCOUNT(WS-GB-IDX) = GJ-GL-ACCOUNT
                   AND WS-GB-CURRENCY(WS-GB-IDX) = GJ-CURRENCY
                   SET WS-FOUND-IDX TO WS-GB-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-GB-COUNT >= 2000
                   DISPLAY "GL balance table full - account "
                       GJ-GL-ACCOUNT " not moved"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GB-COUNT
               MOVE WS-GB-COUNT TO WS-FOUND-IDX
               MOVE GJ-GL-ACCOUNT TO WS-GB-ACCOUNT(WS-FOUND-IDX)
               MOVE GJ-CURRENCY TO WS-GB-CURRENCY(WS-FOUND-IDX)
               MOVE 0 TO WS-GB-NET(WS-FOUND-IDX)
           END-IF.

           IF GJ-DRCR = 'D'
               ADD GJ-AMOUNT TO WS-GB-NET(WS-FOUND-IDX)
           ELSE
               SUBTRACT GJ-AMOUNT FROM WS-GB-NET(WS-FOUND-IDX)
           END-IF.

      *>   A debit balance is credited out of the closing office and
      *>   debited into the receiving one; a credit balance the
      *>   other way round.
       BOOK-ONE-TRANSFER.
           IF WS-GB-NET(WS-GB-IDX) > 0
               MOVE WS-GB-NET(WS-GB-IDX) TO WS-ABS-NET
           ELSE
               COMPUTE WS-ABS-NET = 0 - WS-GB-NET(WS-GB-IDX)
           END-IF.
           MOVE WS-ABS-NET TO GJ-AMOUNT.

           ADD 1 TO WS-JRNL-LINE-NO.
           MOVE WS-FROM-BRANCH TO GJ-BRANCH.
           MOVE WS-GB-ACCOUNT(WS-GB-IDX) TO GJ-GL-ACCOUNT.
           IF WS-GB-NET(WS-GB-IDX) > 0
               MOVE 'C' TO GJ-DRCR
           ELSE
               MOVE 'D' TO GJ-DRCR
           END-IF.
           PERFORM WRITE-HISTORY-LINE.
           MOVE WS-INTERBRANCH-GL TO GJ-GL-ACCOUNT.
           IF WS-GB-NET(WS-GB-IDX) > 0
               MOVE 'D' TO GJ-DRCR
           ELSE
               MOVE 'C' TO GJ-DRCR
           END-IF.
           PERFORM WRITE-HISTORY-LINE.

           ADD 1 TO WS-JRNL-LINE-NO.
           MOVE WS-TO-BRANCH TO GJ-BRANCH.
           MOVE WS-GB-ACCOUNT(WS-GB-IDX) TO GJ-GL-ACCOUNT.
           IF WS-GB-NET(WS-GB-IDX) > 0
               MOVE 'D' TO GJ-DRCR
           ELSE
               MOVE 'C' TO GJ-DRCR
           END-IF.
           PERFORM WRITE-HISTORY-LINE.
           MOVE WS-INTERBRANCH-GL TO GJ-GL-ACCOUNT.
           IF WS-GB-NET(WS-GB-IDX) > 0
               MOVE 'C' TO GJ-DRCR
           ELSE
               MOVE 'D' TO GJ-DRCR
           END-IF.
           PERFORM WRITE-HISTORY-LINE.

      *>   GJ-GL-ACCOUNT, GJ-DRCR, GJ-AMOUNT and GJ-BRANCH are set
      *>   by the caller.
       WRITE-HISTORY-LINE.
           MOVE WS-TODAY TO GJ-DATE.
           MOVE WS-JRNL-LINE-NO TO GJ-LINE-NO.
           MOVE 'B' TO GJ-TRANS-TYPE.
           MOVE SPACE TO GJ-ACCT-TYPE.
           MOVE WS-GB-CURRENCY(WS-GB-IDX) TO GJ-CURRENCY.
           MOVE 0 TO GJ-CARRIED-FROM.
           WRITE GLJRNL-RECORD
               INVALID KEY
                   REWRITE GLJRNL-RECORD.
           ADD 1 TO WS-GL-LINES.

       CHECK-JOURNALED-TODAY.
           MOVE 'N' TO WS-JOURNALED-TODAY.
           OPEN INPUT JDONE-FILE.
           IF WS-JDONE-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JDONE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JD-DATE = WS-TODAY
                           MOVE 'Y' TO WS-JOURNALED-TODAY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JDONE-FILE.

       LOAD-MERGES.
           MOVE 0 TO WS-MERGE-COUNT.
           OPEN INPUT MERGE-FILE.
           IF WS-MERGE-STATUS NOT = '00'
               DISPLAY "No branch merges on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MERGE-COUNT < 500
                           ADD 1 TO WS-MERGE-COUNT
                           MOVE MERGE-RECORD
                               TO WS-MG-RECORD(WS-MERGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MERGE-FILE.

       REWRITE-MERGES.
           OPEN OUTPUT MERGE-FILE.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MERGE-COUNT
               MOVE WS-MG-RECORD(WS-MG-IDX) TO MERGE-RECORD
               WRITE MERGE-RECORD
           END-PERFORM.
           CLOSE MERGE-FILE.
