       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKPAY.

      *>   Corporate bulk/payroll payment files. A business customer
      *>   sends one file, DATA/bulk_input.txt, carrying one or more
      *>   batches - each an 'H' header (file date, the account to
      *>   debit, and the customer's own batch reference), 'D'
      *>   credit lines, and a 'Z' trailer with the line count and
      *>   amount total, the same bracket ATMPOST and PAYIN verify.
      *>   Each batch stands alone:
      *>     - its controls must agree with its lines, and a batch
      *>       whose account and reference are already on the done
      *>       register DATA/bulk_done.dat is refused, so a resent
      *>       file cannot pay a payroll twice;
      *>     - every line is validated first (an internal credit
      *>       must name an active deposit account, an external one
      *>       a bank and account), and the good lines are funded
      *>       by ONE debit from the customer's account to the bulk
      *>       suspense account (PARMMGT key BULK-SUSPENSE-ACCT) - if
      *>       that debit cannot post, nothing in the batch moves;
      *>     - internal credits then post from suspense straight to
      *>       our accounts, and external credits are queued on
      *>       DATA/payment_instr.txt against the suspense account,
      *>       so PAYOUT's next run sends them out on the clearing
      *>       file without touching the customer again;
      *>     - anything funded that could not be credited is
      *>       refunded to the customer in one transfer.
      *>   The customer gets a per-line disposition report back on
      *>   DATA/bulk_disp_<account>_YYYYMMDD.txt. Everything posts
      *>   under the BULKPAY stamp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULK-FILE ASSIGN TO "DATA/bulk_input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULK-STATUS.

           SELECT DONE-FILE ASSIGN TO "DATA/bulk_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

           SELECT INSTR-FILE ASSIGN TO "DATA/payment_instr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT DISP-FILE ASSIGN TO WS-DISP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BULK-FILE.
       01  BULK-RECORD.
           05  BK-REC-TYPE         PIC X(01).
               88 BK-HEADER        VALUE 'H'.
               88 BK-DETAIL        VALUE 'D'.
               88 BK-TRAILER       VALUE 'Z'.
           05  BK-REST             PIC X(59).
       01  BULK-HEADER REDEFINES BULK-RECORD.
           05  FILLER              PIC X(01).
           05  BK-FILE-DATE        PIC 9(08).
           05  BK-DEBIT-ACCT-ID    PIC 9(05).
           05  BK-BATCH-REF        PIC X(16).
           05  FILLER              PIC X(30).
       01  BULK-DETAIL REDEFINES BULK-RECORD.
           05  FILLER              PIC X(01).
      *>   'I' credits one of our accounts; 'E' goes out through
      *>   the clearing to another bank.
           05  BK-ROUTE            PIC X(01).
               88 BK-INTERNAL      VALUE 'I'.
               88 BK-EXTERNAL      VALUE 'E'.
           05  BK-CREDIT-ACCT-ID   PIC 9(05).
           05  BK-BENEF-BANK       PIC X(08).
           05  BK-BENEF-ACCT       PIC X(10).
           05  BK-AMOUNT           PIC 9(09)V99.
           05  BK-REF              PIC X(16).
           05  FILLER              PIC X(08).
       01  BULK-TRAILER REDEFINES BULK-RECORD.
           05  FILLER              PIC X(01).
           05  BK-TRL-COUNT        PIC 9(07).
           05  BK-TRL-TOTAL        PIC 9(11)V99.
           05  FILLER              PIC X(39).

       FD  DONE-FILE.
       01  DONE-RECORD.
           05  BD-DEBIT-ACCT-ID    PIC 9(05).
           05  BD-BATCH-REF        PIC X(16).
           05  BD-FILE-DATE        PIC 9(08).
           05  BD-RUN-DATE         PIC 9(08).
           05  BD-FUNDED-AMT       PIC 9(11)V99.

       FD  INSTR-FILE.
       01  INSTR-RECORD.
           05  PO-ACCT-ID          PIC 9(05).
           05  PO-AMOUNT           PIC 9(09)V99.
           05  PO-BENEF-BANK       PIC X(08).
           05  PO-BENEF-ACCT       PIC X(10).
           05  PO-REF              PIC X(16).
           05  PO-STATUS           PIC X(01).
           05  PO-PROC-DATE        PIC 9(08).
           05  PO-BENEF-ID         PIC X(06).

       FD  DISP-FILE.
       01  DISP-LINE               PIC X(100).

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-BULK-STATUS      PIC X(02).
       01  WS-DONE-STATUS      PIC X(02).
       01  WS-INSTR-STATUS     PIC X(02).
       01  WS-DISP-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-BULK-EOF         PIC X(01).
       01  WS-DONE-EOF         PIC X(01).
       01  WS-ALREADY-DONE     PIC X(01).
       01  WS-FILE-BAD         PIC X(01).
       01  WS-FILE-SEEN        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-DISP-NAME        PIC X(40).
       01  WS-DISP-TEXT        PIC X(100).
       01  WS-DISP-PREFIX      PIC X(33).
       01  WS-OPEN-BATCH       PIC 9(03).

      *>   One slot per batch in the file. State 'O' header seen and
      *>   still open, 'C' closed by a trailer that agrees, 'B' bad
      *>   (no trailer, or controls that disagree).
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-BT-IDX.
               10  WS-BT-FILE-DATE     PIC 9(08).
               10  WS-BT-DEBIT-ACCT-ID PIC 9(05).
               10  WS-BT-REF           PIC X(16).
               10  WS-BT-FIRST         PIC 9(05).
               10  WS-BT-LAST          PIC 9(05).
               10  WS-BT-COUNT         PIC 9(07).
               10  WS-BT-TOTAL         PIC 9(11)V99.
               10  WS-BT-TRL-COUNT     PIC 9(07).
               10  WS-BT-TRL-TOTAL     PIC 9(11)V99.
               10  WS-BT-STATE         PIC X(01).
       01  WS-BT-COUNT-ALL     PIC 9(03) VALUE 0.

      *>   Every credit line in the file, with its disposition:
      *>   'P' credited, 'Q' queued for clearing, 'R' rejected,
      *>   space not yet decided. Reasons are TXNPROC's own codes
      *>   or 'IA' (not an active deposit account of ours), 'IE'
      *>   (external routing incomplete), 'ZA' (zero amount), 'CT'
      *>   (the batch failed its controls).
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-ROUTE         PIC X(01).
               10  WS-LN-CREDIT-ID     PIC 9(05).
               10  WS-LN-BENEF-BANK    PIC X(08).
               10  WS-LN-BENEF-ACCT    PIC X(10).
               10  WS-LN-AMOUNT        PIC 9(09)V99.
               10  WS-LN-REF           PIC X(16).
               10  WS-LN-DISP          PIC X(01).
               10  WS-LN-REASON        PIC X(02).
       01  WS-LN-COUNT         PIC 9(05) VALUE 0.
       01  WS-LINE-NO          PIC 9(05).

       01  WS-SUSPENSE-ACCT    PIC 9(05) VALUE 0.
       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   Per-batch money.
       01  WS-FUND-AMT         PIC 9(11)V99.
       01  WS-REFUND-AMT       PIC 9(11)V99.
       01  WS-FUND-RESULT      PIC X(02).
       01  WS-CREDITED         PIC 9(07).
       01  WS-CREDITED-AMT     PIC 9(11)V99.
       01  WS-QUEUED           PIC 9(07).
       01  WS-QUEUED-AMT       PIC 9(11)V99.
       01  WS-REJECTED         PIC 9(07).
       01  WS-REJECTED-AMT     PIC 9(11)V99.

       01  WS-TXN-SOURCE-ID    PIC 9(05).
       01  WS-TXN-TARGET-ID    PIC 9(05).
       01  WS-TXN-AMOUNT       PIC 9(09)V99.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TELLER-STAMP     PIC X(08) VALUE "BULKPAY".
      *>   The batch is the customer's own instruction, proven by its
      *>   control totals, so like PAYIN's items it bypasses the
      *>   single-operator parking check.
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'Y'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20).
       01  WS-RESULT-CODE      PIC X(02).

       01  WS-TOTALS.
           05  WS-BATCHES-PAID     PIC 9(03) VALUE 0.
           05  WS-BATCHES-REJECTED PIC 9(03) VALUE 0.
           05  WS-BATCHES-SKIPPED  PIC 9(03) VALUE 0.
           05  WS-LINES-REJECTED   PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   BULK / PAYROLL PAYMENTS - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-AND-VERIFY-FILE.
           IF WS-FILE-SEEN = 'N'
               DISPLAY "No bulk payment file delivered."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FILE-BAD = 'Y'
               DISPLAY "Bulk payment file refused - nothing posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "BULK-SUSPENSE-ACCT" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00'
               MOVE WS-PRM-VALUE TO WS-SUSPENSE-ACCT
           END-IF.
           IF WS-SUSPENSE-ACCT = 0
               DISPLAY "No BULK-SUSPENSE-ACCT parameter on file - "
                   "cannot fund bulk payments."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT-ALL
               PERFORM PROCESS-ONE-BATCH
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Batches Paid:     " WS-BATCHES-PAID.
           DISPLAY "Batches Rejected: " WS-BATCHES-REJECTED.
           DISPLAY "Batches Skipped (Already Done): "
               WS-BATCHES-SKIPPED.
           DISPLAY "Lines Rejected:   " WS-LINES-REJECTED.

           IF WS-BATCHES-REJECTED > 0 OR WS-BATCHES-SKIPPED > 0
                   OR WS-LINES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   Pass one: the file is buffered and split into its
      *>   batches. A detail or trailer outside any batch, or more
      *>   batches or lines than the tables hold, means the file
      *>   cannot be trusted at all; a batch whose own controls are
      *>   wrong is only that batch's problem.
       LOAD-AND-VERIFY-FILE.
           MOVE 'N' TO WS-FILE-BAD.
           MOVE 'N' TO WS-FILE-SEEN.
           MOVE 0 TO WS-OPEN-BATCH.

           OPEN INPUT BULK-FILE.
           IF WS-BULK-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE 'Y' TO WS-FILE-SEEN.

           MOVE 'N' TO WS-BULK-EOF.
           PERFORM UNTIL WS-BULK-EOF = 'Y'
               READ BULK-FILE
                   AT END
                       MOVE 'Y' TO WS-BULK-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-BULK-LINE
               END-READ
           END-PERFORM.

           CLOSE BULK-FILE.

           IF WS-OPEN-BATCH > 0
               DISPLAY "Batch " WS-BT-REF(WS-OPEN-BATCH)
                   " has no trailer record."
               MOVE 'B' TO WS-BT-STATE(WS-OPEN-BATCH)
           END-IF.

           IF WS-BT-COUNT-ALL = 0 AND WS-FILE-BAD = 'N'
               MOVE 'N' TO WS-FILE-SEEN
           END-IF.

       TAKE-ONE-BULK-LINE.
           IF WS-FILE-BAD = 'Y'
               EXIT PARAGRAPH.

           EVALUATE TRUE
               WHEN BK-HEADER
                   PERFORM START-BATCH
               WHEN BK-DETAIL
                   IF WS-OPEN-BATCH = 0 OR WS-LN-COUNT = 9999
                       DISPLAY "Credit line outside a batch, or too "
                           "many lines - file refused."
                       MOVE 'Y' TO WS-FILE-BAD
                   ELSE
                       PERFORM TAKE-CREDIT-LINE
                   END-IF
               WHEN BK-TRAILER
                   IF WS-OPEN-BATCH = 0
                       DISPLAY "Trailer outside a batch - file "
                           "refused."
                       MOVE 'Y' TO WS-FILE-BAD
                   ELSE
                       PERFORM CLOSE-BATCH
                   END-IF
           END-EVALUATE.

      *>   A header arriving while another batch is still open means
      *>   that batch lost its trailer.
       START-BATCH.
           IF WS-OPEN-BATCH > 0
               DISPLAY "Batch " WS-BT-REF(WS-OPEN-BATCH)
                   " has no trailer record."
               MOVE 'B' TO WS-BT-STATE(WS-OPEN-BATCH)
           END-IF.
           IF WS-BT-COUNT-ALL = 99
               DISPLAY "Too many batches in one file - refused."
               MOVE 'Y' TO WS-FILE-BAD
               EXIT PARAGRAPH.

           ADD 1 TO WS-BT-COUNT-ALL.
           MOVE WS-BT-COUNT-ALL TO WS-OPEN-BATCH.
           MOVE BK-FILE-DATE TO WS-BT-FILE-DATE(WS-OPEN-BATCH).
           MOVE BK-DEBIT-ACCT-ID
               TO WS-BT-DEBIT-ACCT-ID(WS-OPEN-BATCH).
           MOVE BK-BATCH-REF TO WS-BT-REF(WS-OPEN-BATCH).
           COMPUTE WS-BT-FIRST(WS-OPEN-BATCH) = WS-LN-COUNT + 1.
           MOVE WS-LN-COUNT TO WS-BT-LAST(WS-OPEN-BATCH).
           MOVE 0 TO WS-BT-COUNT(WS-OPEN-BATCH).
           MOVE 0 TO WS-BT-TOTAL(WS-OPEN-BATCH).
           MOVE 0 TO WS-BT-TRL-COUNT(WS-OPEN-BATCH).
           MOVE 0 TO WS-BT-TRL-TOTAL(WS-OPEN-BATCH).
           MOVE 'O' TO WS-BT-STATE(WS-OPEN-BATCH).

       TAKE-CREDIT-LINE.
           ADD 1 TO WS-LN-COUNT.
           MOVE BK-ROUTE TO WS-LN-ROUTE(WS-LN-COUNT).
           MOVE BK-CREDIT-ACCT-ID TO WS-LN-CREDIT-ID(WS-LN-COUNT).
           MOVE BK-BENEF-BANK TO WS-LN-BENEF-BANK(WS-LN-COUNT).
           MOVE BK-BENEF-ACCT TO WS-LN-BENEF-ACCT(WS-LN-COUNT).
           MOVE BK-AMOUNT TO WS-LN-AMOUNT(WS-LN-COUNT).
           MOVE BK-REF TO WS-LN-REF(WS-LN-COUNT).
           MOVE SPACE TO WS-LN-DISP(WS-LN-COUNT).
           MOVE SPACES TO WS-LN-REASON(WS-LN-COUNT).
           MOVE WS-LN-COUNT TO WS-BT-LAST(WS-OPEN-BATCH).
           ADD 1 TO WS-BT-COUNT(WS-OPEN-BATCH).
           ADD BK-AMOUNT TO WS-BT-TOTAL(WS-OPEN-BATCH).

       CLOSE-BATCH.
           MOVE BK-TRL-COUNT TO WS-BT-TRL-COUNT(WS-OPEN-BATCH).
           MOVE BK-TRL-TOTAL TO WS-BT-TRL-TOTAL(WS-OPEN-BATCH).
           IF WS-BT-TRL-COUNT(WS-OPEN-BATCH)
                   = WS-BT-COUNT(WS-OPEN-BATCH)
               AND WS-BT-TRL-TOTAL(WS-OPEN-BATCH)
                   = WS-BT-TOTAL(WS-OPEN-BATCH)
               MOVE 'C' TO WS-BT-STATE(WS-OPEN-BATCH)
           ELSE
               DISPLAY "Batch " WS-BT-REF(WS-OPEN-BATCH)
                   " control totals disagree: file has "
                   WS-BT-COUNT(WS-OPEN-BATCH) " for "
                   WS-BT-TOTAL(WS-OPEN-BATCH)
               MOVE 'B' TO WS-BT-STATE(WS-OPEN-BATCH)
           END-IF.
           MOVE 0 TO WS-OPEN-BATCH.

      *>   Pass two, one batch at a time.
       PROCESS-ONE-BATCH.
           MOVE 0 TO WS-FUND-AMT.
           MOVE 0 TO WS-REFUND-AMT.
           MOVE SPACES TO WS-FUND-RESULT.
           MOVE 0 TO WS-CREDITED.
           MOVE 0 TO WS-CREDITED-AMT.
           MOVE 0 TO WS-QUEUED.
           MOVE 0 TO WS-QUEUED-AMT.
           MOVE 0 TO WS-REJECTED.
           MOVE 0 TO WS-REJECTED-AMT.

           IF WS-BT-STATE(WS-BT-IDX) = 'B'
               MOVE "CT" TO WS-FUND-RESULT
               PERFORM REJECT-WHOLE-BATCH
               PERFORM WRITE-DISPOSITION-REPORT
               ADD 1 TO WS-BATCHES-REJECTED
               EXIT PARAGRAPH.

           PERFORM CHECK-ALREADY-DONE.
           IF WS-ALREADY-DONE = 'Y'
               DISPLAY "Batch " WS-BT-REF(WS-BT-IDX) " for account "
                   WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
                   " was already paid - skipped."
               ADD 1 TO WS-BATCHES-SKIPPED
               EXIT PARAGRAPH.

           PERFORM VALIDATE-BATCH-LINES.

           IF WS-FUND-AMT > 0
               PERFORM FUND-BATCH
               IF WS-FUND-RESULT NOT = '00'
                   PERFORM REJECT-WHOLE-BATCH
                   PERFORM WRITE-DISPOSITION-REPORT
                   ADD 1 TO WS-BATCHES-REJECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LN-IDX FROM WS-BT-FIRST(WS-BT-IDX)
                       BY 1 UNTIL WS-LN-IDX > WS-BT-LAST(WS-BT-IDX)
                   IF WS-LN-DISP(WS-LN-IDX) = SPACE
                       PERFORM PAY-ONE-LINE
                   END-IF
               END-PERFORM
               IF WS-REFUND-AMT > 0
                   PERFORM REFUND-UNPAID-LINES
               END-IF
           END-IF.

           PERFORM RECORD-BATCH-DONE.
           PERFORM WRITE-DISPOSITION-REPORT.
           ADD 1 TO WS-BATCHES-PAID.
           DISPLAY "Batch " WS-BT-REF(WS-BT-IDX) " account "
               WS-BT-DEBIT-ACCT-ID(WS-BT-IDX) " funded "
               WS-FUND-AMT " - credited " WS-CREDITED
               ", queued " WS-QUEUED ", rejected " WS-REJECTED.

      *>   Lines that can never be paid are rejected before the
      *>   funding debit is sized, so the customer is only debited
      *>   for credits that have a real destination.
       VALIDATE-BATCH-LINES.
           OPEN INPUT ACCT-FILE.
           PERFORM VARYING WS-LN-IDX FROM WS-BT-FIRST(WS-BT-IDX)
                   BY 1 UNTIL WS-LN-IDX > WS-BT-LAST(WS-BT-IDX)
               PERFORM VALIDATE-ONE-LINE
               IF WS-LN-DISP(WS-LN-IDX) = SPACE
                   ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-FUND-AMT
               ELSE
                   PERFORM COUNT-REJECTED-LINE
               END-IF
           END-PERFORM.
           CLOSE ACCT-FILE.

       VALIDATE-ONE-LINE.
           IF WS-LN-AMOUNT(WS-LN-IDX) = 0
               MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
               MOVE "ZA" TO WS-LN-REASON(WS-LN-IDX)
               EXIT PARAGRAPH.

           EVALUATE WS-LN-ROUTE(WS-LN-IDX)
               WHEN 'I'
                   PERFORM CHECK-CREDIT-ACCOUNT
               WHEN 'E'
                   IF WS-LN-BENEF-BANK(WS-LN-IDX) = SPACES
                           OR WS-LN-BENEF-ACCT(WS-LN-IDX) = SPACES
                       MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
                       MOVE "IE" TO WS-LN-REASON(WS-LN-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
                   MOVE "IE" TO WS-LN-REASON(WS-LN-IDX)
           END-EVALUATE.

      *>   An internal credit must land on a live customer deposit
      *>   account, and not back on the account paying the batch.
       CHECK-CREDIT-ACCOUNT.
           IF WS-ACCT-STATUS NOT = "00"
                   OR WS-LN-CREDIT-ID(WS-LN-IDX)
                       = WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
               MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
               MOVE "IA" TO WS-LN-REASON(WS-LN-IDX)
               EXIT PARAGRAPH.

           MOVE WS-LN-CREDIT-ID(WS-LN-IDX) TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
                   MOVE "IA" TO WS-LN-REASON(WS-LN-IDX)
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ACCT-ACTIVE OR ACCT-LOAN OR ACCT-IS-INTERNAL
               MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
               MOVE "IA" TO WS-LN-REASON(WS-LN-IDX)
           END-IF.

      *>   The one debit. Whatever TXNPROC answers - insufficient
      *>   funds, a frozen account, an unknown account - is the
      *>   reason every line in the batch carries back.
       FUND-BATCH.
           MOVE WS-BT-DEBIT-ACCT-ID(WS-BT-IDX) TO WS-TXN-SOURCE-ID.
           MOVE WS-SUSPENSE-ACCT TO WS-TXN-TARGET-ID.
           MOVE WS-FUND-AMT TO WS-TXN-AMOUNT.
           MOVE SPACES TO WS-TXN-NARRATIVE.
           STRING "BULK " WS-BT-REF(WS-BT-IDX)
               DELIMITED BY SIZE INTO WS-TXN-NARRATIVE.
           PERFORM CALL-TXNPROC.
           MOVE WS-RESULT-CODE TO WS-FUND-RESULT.
           IF WS-FUND-RESULT NOT = '00'
               DISPLAY "Batch " WS-BT-REF(WS-BT-IDX) " account "
                   WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
                   " could not be funded for " WS-FUND-AMT
                   ". Code: " WS-FUND-RESULT
           END-IF.

       REJECT-WHOLE-BATCH.
           PERFORM VARYING WS-LN-IDX FROM WS-BT-FIRST(WS-BT-IDX)
                   BY 1 UNTIL WS-LN-IDX > WS-BT-LAST(WS-BT-IDX)
               IF WS-LN-DISP(WS-LN-IDX) = SPACE
                   MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
                   MOVE WS-FUND-RESULT TO WS-LN-REASON(WS-LN-IDX)
                   PERFORM COUNT-REJECTED-LINE
               END-IF
           END-PERFORM.

       PAY-ONE-LINE.
           IF WS-LN-ROUTE(WS-LN-IDX) = 'E'
               PERFORM QUEUE-EXTERNAL-CREDIT
               EXIT PARAGRAPH.

           MOVE WS-SUSPENSE-ACCT TO WS-TXN-SOURCE-ID.
           MOVE WS-LN-CREDIT-ID(WS-LN-IDX) TO WS-TXN-TARGET-ID.
           MOVE WS-LN-AMOUNT(WS-LN-IDX) TO WS-TXN-AMOUNT.
           MOVE WS-LN-REF(WS-LN-IDX) TO WS-TXN-NARRATIVE.
           PERFORM CALL-TXNPROC.
           IF WS-RESULT-CODE = '00'
               MOVE 'P' TO WS-LN-DISP(WS-LN-IDX)
               ADD 1 TO WS-CREDITED
               ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-CREDITED-AMT
           ELSE
               MOVE 'R' TO WS-LN-DISP(WS-LN-IDX)
               MOVE WS-RESULT-CODE TO WS-LN-REASON(WS-LN-IDX)
               ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-REFUND-AMT
               PERFORM COUNT-REJECTED-LINE
           END-IF.

      *>   Queued open against the suspense account, which already
      *>   holds the money - PAYOUT screens, debits suspense and
      *>   formats the clearing record as for any other instruction.
       QUEUE-EXTERNAL-CREDIT.
           OPEN EXTEND INSTR-FILE.
           IF WS-INSTR-STATUS NOT = "00"
               OPEN OUTPUT INSTR-FILE
           END-IF.

           MOVE WS-SUSPENSE-ACCT TO PO-ACCT-ID.
           MOVE WS-LN-AMOUNT(WS-LN-IDX) TO PO-AMOUNT.
           MOVE WS-LN-BENEF-BANK(WS-LN-IDX) TO PO-BENEF-BANK.
           MOVE WS-LN-BENEF-ACCT(WS-LN-IDX) TO PO-BENEF-ACCT.
           MOVE WS-LN-REF(WS-LN-IDX) TO PO-REF.
           MOVE SPACE TO PO-STATUS.
           MOVE 0 TO PO-PROC-DATE.
           MOVE SPACES TO PO-BENEF-ID.
           WRITE INSTR-RECORD.

           CLOSE INSTR-FILE.

           MOVE 'Q' TO WS-LN-DISP(WS-LN-IDX).
           ADD 1 TO WS-QUEUED.
           ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-QUEUED-AMT.

      *>   Funded but not credited goes back in one transfer. If even
      *>   that fails the money sits on suspense, and the operator is
      *>   told so the customer can be refunded by hand.
       REFUND-UNPAID-LINES.
           MOVE WS-SUSPENSE-ACCT TO WS-TXN-SOURCE-ID.
           MOVE WS-BT-DEBIT-ACCT-ID(WS-BT-IDX) TO WS-TXN-TARGET-ID.
           MOVE WS-REFUND-AMT TO WS-TXN-AMOUNT.
           MOVE SPACES TO WS-TXN-NARRATIVE.
           STRING "REFUND " WS-BT-REF(WS-BT-IDX)
               DELIMITED BY SIZE INTO WS-TXN-NARRATIVE.
           PERFORM CALL-TXNPROC.
           IF WS-RESULT-CODE NOT = '00'
               DISPLAY "*** Refund of " WS-REFUND-AMT " to account "
                   WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
                   " failed - left on bulk suspense. Code: "
                   WS-RESULT-CODE
           END-IF.

       CALL-TXNPROC.
           CALL "TXNPROC" USING BY CONTENT "T"
                                BY CONTENT WS-TXN-SOURCE-ID
                                BY CONTENT WS-TXN-TARGET-ID
                                BY CONTENT WS-TXN-AMOUNT
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TXN-ORIG-ID
                                BY CONTENT WS-TELLER-STAMP
                                BY CONTENT WS-TXN-APPROVED
                                BY REFERENCE WS-TXN-LOGGED-ID
                                BY CONTENT WS-TXN-NARRATIVE.

       COUNT-REJECTED-LINE.
           ADD 1 TO WS-REJECTED.
           ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-REJECTED-AMT.
           ADD 1 TO WS-LINES-REJECTED.

       CHECK-ALREADY-DONE.
           MOVE 'N' TO WS-ALREADY-DONE.
           OPEN INPUT DONE-FILE.
           IF WS-DONE-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-DONE-EOF.
           PERFORM UNTIL WS-DONE-EOF = 'Y'
               READ DONE-FILE
                   AT END
                       MOVE 'Y' TO WS-DONE-EOF
                   NOT AT END
                       IF BD-DEBIT-ACCT-ID
                               = WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
                           AND BD-BATCH-REF = WS-BT-REF(WS-BT-IDX)
                           MOVE 'Y' TO WS-ALREADY-DONE
                           MOVE 'Y' TO WS-DONE-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DONE-FILE.

       RECORD-BATCH-DONE.
           OPEN EXTEND DONE-FILE.
           IF WS-DONE-STATUS NOT = "00"
               OPEN OUTPUT DONE-FILE
           END-IF.

           MOVE WS-BT-DEBIT-ACCT-ID(WS-BT-IDX) TO BD-DEBIT-ACCT-ID.
           MOVE WS-BT-REF(WS-BT-IDX) TO BD-BATCH-REF.
           MOVE WS-BT-FILE-DATE(WS-BT-IDX) TO BD-FILE-DATE.
           MOVE WS-TODAY TO BD-RUN-DATE.
           MOVE WS-FUND-AMT TO BD-FUNDED-AMT.
           WRITE DONE-RECORD.

           CLOSE DONE-FILE.

      *>   The customer's copy: one line per credit in file order,
      *>   with what happened to it, then the batch totals. A
      *>   customer's batches for the day accumulate in one file.
       WRITE-DISPOSITION-REPORT.
           MOVE SPACES TO WS-DISP-NAME.
           STRING "DATA/bulk_disp_" WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
               "_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-DISP-NAME.
           OPEN EXTEND DISP-FILE.
           IF WS-DISP-STATUS NOT = "00"
               OPEN OUTPUT DISP-FILE
           END-IF.

           MOVE SPACES TO WS-DISP-TEXT.
           STRING "BULK PAYMENT DISPOSITION - ACCOUNT "
               WS-BT-DEBIT-ACCT-ID(WS-BT-IDX)
               " BATCH " WS-BT-REF(WS-BT-IDX)
               " FILE " WS-BT-FILE-DATE(WS-BT-IDX)
               " RUN " WS-TODAY
               DELIMITED BY SIZE INTO WS-DISP-TEXT.
           PERFORM WRITE-DISP-LINE.

           MOVE SPACES TO WS-DISP-TEXT.
           EVALUATE TRUE
               WHEN WS-FUND-RESULT = "CT"
                   STRING "BATCH REJECTED - CONTROL TOTALS DO NOT "
                       "AGREE WITH THE CREDIT LINES"
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
               WHEN WS-FUND-RESULT = '10'
                   STRING "BATCH REJECTED - INSUFFICIENT FUNDS FOR "
                       WS-FUND-AMT
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
               WHEN WS-FUND-RESULT NOT = '00'
                       AND WS-FUND-RESULT NOT = SPACES
                   STRING "BATCH REJECTED - FUNDING DEBIT REFUSED, "
                       "CODE " WS-FUND-RESULT
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
               WHEN OTHER
                   STRING "FUNDED BY ONE DEBIT OF " WS-FUND-AMT
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
           END-EVALUATE.
           PERFORM WRITE-DISP-LINE.

           MOVE 0 TO WS-LINE-NO.
           PERFORM VARYING WS-LN-IDX FROM WS-BT-FIRST(WS-BT-IDX)
                   BY 1 UNTIL WS-LN-IDX > WS-BT-LAST(WS-BT-IDX)
               ADD 1 TO WS-LINE-NO
               PERFORM FORMAT-DISP-DETAIL
               PERFORM WRITE-DISP-LINE
           END-PERFORM.

           MOVE SPACES TO WS-DISP-TEXT.
           STRING "CREDITED " WS-CREDITED " FOR " WS-CREDITED-AMT
               "  SENT TO CLEARING " WS-QUEUED " FOR " WS-QUEUED-AMT
               DELIMITED BY SIZE INTO WS-DISP-TEXT.
           PERFORM WRITE-DISP-LINE.
           MOVE SPACES TO WS-DISP-TEXT.
           STRING "REJECTED " WS-REJECTED " FOR " WS-REJECTED-AMT
               "  REFUNDED " WS-REFUND-AMT
               DELIMITED BY SIZE INTO WS-DISP-TEXT.
           PERFORM WRITE-DISP-LINE.

           CLOSE DISP-FILE.

       FORMAT-DISP-DETAIL.
           MOVE SPACES TO WS-DISP-PREFIX.
           MOVE SPACES TO WS-DISP-TEXT.
           IF WS-LN-ROUTE(WS-LN-IDX) = 'I'
               STRING WS-LINE-NO " I " WS-LN-CREDIT-ID(WS-LN-IDX)
                   DELIMITED BY SIZE INTO WS-DISP-PREFIX
           ELSE
               STRING WS-LINE-NO " " WS-LN-ROUTE(WS-LN-IDX) " "
                   WS-LN-BENEF-BANK(WS-LN-IDX) " "
                   WS-LN-BENEF-ACCT(WS-LN-IDX)
                   DELIMITED BY SIZE INTO WS-DISP-PREFIX
           END-IF.
           EVALUATE WS-LN-DISP(WS-LN-IDX)
               WHEN 'P'
                   STRING WS-DISP-PREFIX " "
                       WS-LN-AMOUNT(WS-LN-IDX) " "
                       WS-LN-REF(WS-LN-IDX) " CREDITED"
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
               WHEN 'Q'
                   STRING WS-DISP-PREFIX " "
                       WS-LN-AMOUNT(WS-LN-IDX) " "
                       WS-LN-REF(WS-LN-IDX) " SENT TO CLEARING"
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
               WHEN OTHER
                   STRING WS-DISP-PREFIX " "
                       WS-LN-AMOUNT(WS-LN-IDX) " "
                       WS-LN-REF(WS-LN-IDX) " REJECTED "
                       WS-LN-REASON(WS-LN-IDX)
                       DELIMITED BY SIZE INTO WS-DISP-TEXT
           END-EVALUATE.

       WRITE-DISP-LINE.
           MOVE WS-DISP-TEXT TO DISP-LINE.
           WRITE DISP-LINE.
