       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFMGT.

      *>   The insufficient-funds pay-or-return decision queue on
      *>   DATA/nsf_queue.dat (NSFQ.CPY). BATCHRUN, STANDORD, LOANCOLL
      *>   and PAYIN call 'Q' when a debit comes back '10' from
      *>   TXNPROC, instead of rejecting it or sending a notice
      *>   straight away; the item waits overnight for an account
      *>   officer, who works it through MAIN the next morning:
      *>     'L' lists every open item;
      *>     'V' shows one item with the account's current position
      *>         and its recent end-of-day balances off
      *>         DATA/positions.dat (EODSNAP), so the officer can see
      *>         whether this is a good customer briefly short;
      *>     'P' pays it - the original posting is re-driven through
      *>         TXNPROC under the source program's own stamp with
      *>         the approved flag 'O', which waives the funds check
      *>         and takes the account into (or further into)
      *>         overdraft; a paid clearing debit is then recorded
      *>         against its direct-debit mandate (DDMMGT 'R');
      *>     'R' returns it - the NSF fee (PARMMGT key NSF-FEE,
      *>         default 25.00) posts under the NSFFEE stamp, the
      *>         item goes where the source program used to send it
      *>         (a batch line to batch_rejects.txt for SUSPMGT, a
      *>         clearing debit to clearing_in_rejects.txt), and the
      *>         customer gets a notice.
      *>   'X' is the window's cutoff pass (BATCHWIN step NSFCUT): an
      *>   item still open on or after its cutoff date - NSF-CUTOFF-DAYS
      *>   business days after it was queued, default 1 - is returned
      *>   exactly as an officer's 'R' would, stamped NSFCUT. 'F' tells
      *>   LOANCOLL whether a due installment has already been queued,
      *>   so a loan sitting in arrears goes onto the queue (and
      *>   draws a fee) once per due date, not every night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NSFQ-FILE ASSIGN TO "DATA/nsf_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFQ-STATUS.

           SELECT SEQ-FILE ASSIGN TO "DATA/trans_seq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT POS-FILE ASSIGN TO "DATA/positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

           SELECT BREJECT-FILE ASSIGN TO "DATA/batch_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREJECT-STATUS.

           SELECT CIREJ-FILE ASSIGN TO "DATA/clearing_in_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NSFQ-FILE.
       01  NSFQ-RECORD.
           COPY NSFQ.CPY.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  POS-FILE.
       01  POS-RECORD.
           COPY POSITION.CPY.

       FD  BREJECT-FILE.
       01  BREJECT-RECORD.
           COPY BREJECT.CPY.

      *>   Same layout as PAYIN's reject record.
       FD  CIREJ-FILE.
       01  CIREJ-RECORD.
           05  CIR-DIRECTION       PIC X(01).
           05  CIR-ACCT-ID         PIC 9(05).
           05  CIR-AMOUNT          PIC 9(09)V99.
           05  CIR-REF             PIC X(16).
           05  CIR-RESULT-CODE     PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-NSFQ-STATUS      PIC X(02).
       01  WS-NSFQ-EOF         PIC X(01).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-POS-STATUS       PIC X(02).
       01  WS-POS-EOF          PIC X(01).
       01  WS-BREJECT-STATUS   PIC X(02).
       01  WS-CIREJ-STATUS     PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-CUTOFF-DATE      PIC 9(08).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-DAY-NO           PIC 9(03).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-RETURNED-COUNT   PIC 9(05).

      *>   The queue is buffered, changed, and rewritten in full -
      *>   the standard LINE SEQUENTIAL rewrite shape. Each entry
      *>   holds the record image.
       01  WS-NQ-TABLE.
           05  WS-NQ-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-NQ-IDX.
               10  WS-NQ-RECORD        PIC X(106).
       01  WS-NQ-COUNT         PIC 9(05) VALUE 0.

      *>   The account's most recent end-of-day positions, oldest
      *>   first - positions.dat is date order, so the last ten seen
      *>   for the account are the last ten days it was snapshotted.
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-PH-IDX.
               10  WS-PH-DATE          PIC 9(08).
               10  WS-PH-BALANCE       PIC S9(09)V99.
       01  WS-PH-COUNT         PIC 9(02) VALUE 0.

       01  WS-NSF-FEE          PIC 9(09)V99 VALUE 25.00.
       01  WS-CUTOFF-DAYS      PIC 9(03) VALUE 1.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-TXN-TARGET-ID    PIC 9(05) VALUE 0.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-FEE-STAMP        PIC X(08) VALUE "NSFFEE".
      *>   An officer's decision (or the cutoff) to let the debit
      *>   run the account short - TXNPROC skips parking and the
      *>   funds check for 'O', but every other check still applies.
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'O'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20).
       01  WS-TXN-RESULT       PIC X(02).

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
           05  WS-NOT-TYPE         PIC X(02).
           05  WS-NOT-ACCT-ID      PIC 9(05).
           05  WS-NOT-AMOUNT       PIC S9(09)V99.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

      *>   A paid inbound clearing debit is recorded against its
      *>   direct-debit mandate - see DDMMGT.
       01  WS-MANDATE-DATA.
           05  WS-DM-ID            PIC 9(05).
           05  WS-DM-ACCT-ID       PIC 9(05).
           05  WS-DM-ORIGINATOR    PIC X(06).
           05  WS-DM-REF           PIC X(16).
           05  WS-DM-MAX-AMOUNT    PIC 9(09)V99.
           05  WS-DM-FREQUENCY     PIC X(01).
           05  WS-DM-STATUS        PIC X(01).
           05  WS-DM-DEBIT-AMOUNT  PIC 9(09)V99.
       01  WS-MANDATE-RESULT   PIC X(02).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-QUEUE         VALUE 'Q'.
           88 OP-FIND          VALUE 'F'.
           88 OP-LIST-OPEN     VALUE 'L'.
           88 OP-VIEW          VALUE 'V'.
           88 OP-PAY           VALUE 'P'.
           88 OP-RETURN        VALUE 'R'.
           88 OP-CUTOFF        VALUE 'X'.

       01  LS-NSF-DATA.
      *>   Returned by 'Q'; the item to work for 'V', 'P' and 'R'.
           05  L-NQ-ITEM-ID        PIC 9(08).
      *>   The posting being queued ('Q'), or the item to look for
      *>   ('F' - source, account, target and reference).
           05  L-NQ-SOURCE         PIC X(08).
           05  L-NQ-TXN-TYPE       PIC X(01).
           05  L-NQ-ACCT-ID        PIC 9(05).
           05  L-NQ-TARGET-ID      PIC 9(05).
           05  L-NQ-AMOUNT         PIC 9(09)V99.
           05  L-NQ-REF            PIC X(16).
      *>   The fee charged by 'R'; the number of items the cutoff
      *>   pass returned for 'X'.
           05  L-NQ-FEE            PIC 9(09)V99.
           05  L-NQ-COUNT          PIC 9(05).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-NSF-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-QUEUE.

           EVALUATE TRUE
               WHEN OP-QUEUE
                   PERFORM QUEUE-ITEM
               WHEN OP-FIND
                   PERFORM FIND-QUEUED-ITEM
               WHEN OP-LIST-OPEN
                   PERFORM LIST-OPEN
               WHEN OP-VIEW
                   PERFORM VIEW-ITEM
               WHEN OP-PAY
                   PERFORM PAY-ITEM
               WHEN OP-RETURN
                   PERFORM RETURN-ITEM
               WHEN OP-CUTOFF
                   PERFORM CUTOFF-RETURNS
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       LOAD-PARAMETERS.
           MOVE "NSF-FEE" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE >= 0
               MOVE WS-PRM-VALUE TO WS-NSF-FEE
           END-IF.

           MOVE "NSF-CUTOFF-DAYS" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-CUTOFF-DAYS
           END-IF.

      *>   The cutoff is counted in business days from the queueing
      *>   date, each day rolled forward through DATESRV, so an item
      *>   queued on a Friday night is still there for Monday's
      *>   review.
       QUEUE-ITEM.
           IF L-NQ-AMOUNT = 0 OR L-NQ-SOURCE = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-TODAY TO WS-CUTOFF-DATE.
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > WS-CUTOFF-DAYS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-CUTOFF-DATE
               CALL "DATESRV" USING BY CONTENT "N"
                                    BY REFERENCE WS-CUTOFF-DATE
                                    BY REFERENCE WS-DATESRV-RESULT
           END-PERFORM.

           PERFORM GET-NEXT-ITEM-ID.

           OPEN EXTEND NSFQ-FILE.
           IF WS-NSFQ-STATUS NOT = '00'
               OPEN OUTPUT NSFQ-FILE
           END-IF.
           IF WS-NSFQ-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           INITIALIZE NSFQ-RECORD.
           MOVE SEQ-LAST-ID TO NQ-ITEM-ID.
           MOVE L-NQ-SOURCE TO NQ-SOURCE.
           MOVE L-NQ-TXN-TYPE TO NQ-TXN-TYPE.
           MOVE L-NQ-ACCT-ID TO NQ-ACCT-ID.
           MOVE L-NQ-TARGET-ID TO NQ-TARGET-ID.
           MOVE L-NQ-AMOUNT TO NQ-AMOUNT.
           MOVE L-NQ-REF TO NQ-REF.
           MOVE WS-TODAY TO NQ-QUEUED-DATE.
           MOVE WS-CUTOFF-DATE TO NQ-CUTOFF-DATE.
           MOVE 'O' TO NQ-STATUS.
           MOVE SPACES TO NQ-DECIDED-BY.
           WRITE NSFQ-RECORD.
           CLOSE NSFQ-FILE.

           MOVE NQ-ITEM-ID TO L-NQ-ITEM-ID.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Item IDs are drawn from the shared sequence file, keyed
      *>   under 'D'.
       GET-NEXT-ITEM-ID.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.

           MOVE 'D' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.

           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
           CLOSE SEQ-FILE.

      *>   '00' when the same posting is still open on the queue,
      *>   '12' when it has already been returned once, '02' when it
      *>   has never been queued. A paid item has moved the source on
      *>   (the loan's due date has rolled), so it never matches.
       FIND-QUEUED-ITEM.
           MOVE '02' TO LS-RESULT-CODE.
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
                   UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-RECORD(WS-NQ-IDX) TO NSFQ-RECORD
               IF NQ-SOURCE = L-NQ-SOURCE
                   AND NQ-ACCT-ID = L-NQ-ACCT-ID
                   AND NQ-TARGET-ID = L-NQ-TARGET-ID
                   AND NQ-REF = L-NQ-REF
                   AND NOT NQ-PAID
                   MOVE NQ-ITEM-ID TO L-NQ-ITEM-ID
                   IF NQ-OPEN
                       MOVE '00' TO LS-RESULT-CODE
                       SET WS-NQ-IDX TO 9999
                   ELSE
                       MOVE '12' TO LS-RESULT-CODE
                   END-IF
               END-IF
           END-PERFORM.

       LIST-OPEN.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-NQ-COUNT = 0
               DISPLAY "No insufficient-funds items on file."
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Item     Source   T Acct  Target Amount       "
               "Queued   Cutoff   Ref".
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
                   UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-RECORD(WS-NQ-IDX) TO NSFQ-RECORD
               IF NQ-OPEN
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY NQ-ITEM-ID " " NQ-SOURCE " " NQ-TXN-TYPE
                       " " NQ-ACCT-ID " " NQ-TARGET-ID "  "
                       NQ-AMOUNT " " NQ-QUEUED-DATE " "
                       NQ-CUTOFF-DATE " " NQ-REF
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No open insufficient-funds items."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       VIEW-ITEM.
           PERFORM FIND-ITEM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Item " NQ-ITEM-ID " from " NQ-SOURCE
               " ref " NQ-REF.
           DISPLAY "  Type " NQ-TXN-TYPE " Acct " NQ-ACCT-ID
               " Target " NQ-TARGET-ID " Amount " NQ-AMOUNT.
           DISPLAY "  Queued " NQ-QUEUED-DATE " Cutoff "
               NQ-CUTOFF-DATE " Status " NQ-STATUS.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS = "00"
               MOVE NQ-ACCT-ID TO ACCT-ID OF ACCOUNT-RECORD
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "  Account not on file."
                   NOT INVALID KEY
                       DISPLAY "  " ACCT-NAME OF ACCOUNT-RECORD
                           " Status " ACCT-STATUS OF ACCOUNT-RECORD
                       DISPLAY "  Balance "
                           ACCT-BALANCE OF ACCOUNT-RECORD
                           " Overdraft Limit "
                           ACCT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
                           " " ACCT-CURRENCY OF ACCOUNT-RECORD
               END-READ
               CLOSE ACCT-FILE
           END-IF.

           PERFORM LOAD-POSITION-HISTORY.
           IF WS-PH-COUNT = 0
               DISPLAY "  No end-of-day positions on file."
           ELSE
               DISPLAY "  Recent end-of-day balances:"
               PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                       UNTIL WS-PH-IDX > WS-PH-COUNT
                   DISPLAY "    " WS-PH-DATE(WS-PH-IDX) " "
                       WS-PH-BALANCE(WS-PH-IDX)
               END-PERFORM
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       LOAD-POSITION-HISTORY.
           MOVE 0 TO WS-PH-COUNT.
           OPEN INPUT POS-FILE.
           IF WS-POS-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-POS-EOF.
           PERFORM UNTIL WS-POS-EOF = 'Y'
               READ POS-FILE
                   AT END
                       MOVE 'Y' TO WS-POS-EOF
                   NOT AT END
                       IF POS-ACCT-ID = NQ-ACCT-ID
                           PERFORM KEEP-POSITION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POS-FILE.

      *>   Keeps the latest ten: once the table is full the oldest
      *>   entry drops off the front.
       KEEP-POSITION.
           IF WS-PH-COUNT = 10
               PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                       UNTIL WS-PH-IDX > 9
                   MOVE WS-PH-ENTRY(WS-PH-IDX + 1)
                       TO WS-PH-ENTRY(WS-PH-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-PH-COUNT
           END-IF.
           MOVE POS-DATE TO WS-PH-DATE(WS-PH-COUNT).
           MOVE POS-BALANCE TO WS-PH-BALANCE(WS-PH-COUNT).

      *>   The original posting, re-driven as the source program
      *>   made it. If it still cannot post (the account has been
      *>   frozen since, say) the item stays open for another look
      *>   or the cutoff.
       PAY-ITEM.
           PERFORM FIND-ITEM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF NOT NQ-OPEN
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE SPACES TO WS-TXN-NARRATIVE.
           CALL "TXNPROC" USING BY CONTENT NQ-TXN-TYPE
                    BY CONTENT NQ-ACCT-ID
                    BY CONTENT NQ-TARGET-ID
                    BY CONTENT NQ-AMOUNT
                    BY REFERENCE WS-TXN-RESULT
                    BY CONTENT WS-TXN-ORIG-ID
                    BY CONTENT NQ-SOURCE
                    BY CONTENT WS-TXN-APPROVED
                    BY REFERENCE WS-TXN-LOGGED-ID
                    BY CONTENT WS-TXN-NARRATIVE.
           IF WS-TXN-RESULT NOT = '00'
               MOVE WS-TXN-RESULT TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'P' TO NQ-STATUS.
           MOVE LS-TELLER-ID TO NQ-DECIDED-BY.
           MOVE WS-TODAY TO NQ-DECIDED-DATE.
           MOVE WS-TXN-LOGGED-ID TO NQ-TRANS-ID.
           MOVE NSFQ-RECORD TO WS-NQ-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-QUEUE.

           IF NQ-FROM-LOANCOLL
               PERFORM ADVANCE-PAID-LOAN
           END-IF.
           IF NQ-FROM-PAYIN
               PERFORM RECORD-PAID-COLLECTION
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   PAYIN queues only debits, each one already matched to a
      *>   mandate; now it has posted it counts against it.
       RECORD-PAID-COLLECTION.
           INITIALIZE WS-MANDATE-DATA.
           MOVE NQ-ACCT-ID TO WS-DM-ACCT-ID.
           MOVE NQ-REF TO WS-DM-REF.
           MOVE NQ-AMOUNT TO WS-DM-DEBIT-AMOUNT.
           CALL "DDMMGT" USING BY CONTENT "R"
                               BY REFERENCE WS-MANDATE-DATA
                               BY REFERENCE WS-MANDATE-RESULT
                               BY CONTENT NQ-SOURCE.

      *>   A paid installment does what LOANCOLL does after a good
      *>   collection - rolls the due date - provided the loan is
      *>   still sitting on the due date the item was queued for.
       ADVANCE-PAID-LOAN.
           INITIALIZE WS-LOAN-DATA.
           MOVE NQ-TARGET-ID TO LN-ACCT-ID OF WS-LOAN-DATA.
           CALL "LOANMGT" USING BY CONTENT "I"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-LOANMGT-RESULT
                                BY CONTENT LS-TELLER-ID
                                BY REFERENCE WS-PAYOFF-DATA.
           IF WS-LOANMGT-RESULT NOT = '00'
               EXIT PARAGRAPH.
           IF LN-NEXT-DUE-DATE OF WS-LOAN-DATA NOT = NQ-REF(1:8)
               EXIT PARAGRAPH.

           CALL "LOANMGT" USING BY CONTENT "A"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-LOANMGT-RESULT
                                BY CONTENT NQ-SOURCE
                                BY REFERENCE WS-PAYOFF-DATA.

       RETURN-ITEM.
           PERFORM FIND-ITEM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF NOT NQ-OPEN
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM RETURN-ONE-ITEM.
           PERFORM REWRITE-QUEUE.
           MOVE NQ-FEE TO L-NQ-FEE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Every open item whose cutoff has come is returned, and
      *>   the queue written back once at the end.
       CUTOFF-RETURNS.
           MOVE 0 TO WS-RETURNED-COUNT.
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
                   UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-RECORD(WS-NQ-IDX) TO NSFQ-RECORD
               IF NQ-OPEN AND NQ-CUTOFF-DATE <= WS-TODAY
                   SET WS-FOUND-IDX TO WS-NQ-IDX
                   PERFORM RETURN-ONE-ITEM
                   ADD 1 TO WS-RETURNED-COUNT
                   DISPLAY "NSF item " NQ-ITEM-ID " acct "
                       NQ-ACCT-ID " returned at cutoff - fee "
                       NQ-FEE
               END-IF
           END-PERFORM.

           IF WS-RETURNED-COUNT > 0
               PERFORM REWRITE-QUEUE
           END-IF.
           MOVE WS-RETURNED-COUNT TO L-NQ-COUNT.
           MOVE '00' TO LS-RESULT-CODE.

      *>   NSFQ-RECORD is the open item at WS-FOUND-IDX. The fee is
      *>   the bank's charge for the returned item, so like the paid
      *>   item it may take the account past its limit; a fee that
      *>   cannot post at all (the account is no longer active) is
      *>   simply not charged.
       RETURN-ONE-ITEM.
           MOVE 0 TO NQ-FEE.
           IF WS-NSF-FEE > 0
               MOVE "RETURNED ITEM FEE" TO WS-TXN-NARRATIVE
               CALL "TXNPROC" USING BY CONTENT "W"
                        BY CONTENT NQ-ACCT-ID
                        BY CONTENT WS-TXN-TARGET-ID
                        BY CONTENT WS-NSF-FEE
                        BY REFERENCE WS-TXN-RESULT
                        BY CONTENT WS-TXN-ORIG-ID
                        BY CONTENT WS-FEE-STAMP
                        BY CONTENT WS-TXN-APPROVED
                        BY REFERENCE WS-TXN-LOGGED-ID
                        BY CONTENT WS-TXN-NARRATIVE
               IF WS-TXN-RESULT = '00'
                   MOVE WS-NSF-FEE TO NQ-FEE
               ELSE
                   DISPLAY "NSF fee not charged to " NQ-ACCT-ID
                       ". Code: " WS-TXN-RESULT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NQ-FROM-BATCH
                   PERFORM WRITE-BATCH-REJECT
                   MOVE "BATCH DEBIT RETURNED UNPAID - NSF"
                       TO WS-NOT-TEXT
               WHEN NQ-FROM-PAYIN
                   PERFORM WRITE-CLEARING-REJECT
                   MOVE "DIRECT DEBIT RETURNED UNPAID - NSF"
                       TO WS-NOT-TEXT
               WHEN NQ-FROM-STANDORD
                   MOVE "STANDING ORDER RETURNED UNPAID - NSF"
                       TO WS-NOT-TEXT
               WHEN NQ-FROM-LOANCOLL
                   MOVE "LOAN PAYMENT RETURNED - PLEASE FUND ACCT"
                       TO WS-NOT-TEXT
               WHEN OTHER
                   MOVE "PAYMENT RETURNED UNPAID - NSF"
                       TO WS-NOT-TEXT
           END-EVALUATE.
           MOVE 'NR' TO WS-NOT-TYPE.
           MOVE NQ-ACCT-ID TO WS-NOT-ACCT-ID.
           MOVE NQ-AMOUNT TO WS-NOT-AMOUNT.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.

           IF NQ-FEE > 0
               MOVE 'FE' TO WS-NOT-TYPE
               MOVE NQ-ACCT-ID TO WS-NOT-ACCT-ID
               MOVE NQ-FEE TO WS-NOT-AMOUNT
               MOVE "RETURNED ITEM (NSF) FEE CHARGED"
                   TO WS-NOT-TEXT
               CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                                   BY REFERENCE WS-NOTICE-RESULT
           END-IF.

           MOVE 'R' TO NQ-STATUS.
           MOVE LS-TELLER-ID TO NQ-DECIDED-BY.
           MOVE WS-TODAY TO NQ-DECIDED-DATE.
           MOVE NSFQ-RECORD TO WS-NQ-RECORD(WS-FOUND-IDX).

      *>   The returned batch line lands on the batch suspense file
      *>   exactly as BATCHRUN would have written it, so SUSPMGT can
      *>   resubmit or write it off as before.
       WRITE-BATCH-REJECT.
           OPEN EXTEND BREJECT-FILE.
           IF WS-BREJECT-STATUS NOT = "00"
               OPEN OUTPUT BREJECT-FILE
           END-IF.

           INITIALIZE BREJECT-RECORD.
           MOVE NQ-REF(1:7) TO REJ-LINE-NO.
           MOVE NQ-TXN-TYPE TO REJ-TYPE.
           MOVE NQ-ACCT-ID TO REJ-ACCT-ID.
           MOVE NQ-TARGET-ID TO REJ-TARGET-ID.
           MOVE NQ-AMOUNT TO REJ-AMOUNT.
           MOVE '10' TO REJ-RESULT-CODE.
           MOVE WS-TODAY TO REJ-REJECT-DATE.
           MOVE 'O' TO REJ-DISPOSITION.
           MOVE 0 TO REJ-DISP-DATE.
           MOVE SPACES TO REJ-DISP-BY.
           WRITE BREJECT-RECORD.

           CLOSE BREJECT-FILE.

       WRITE-CLEARING-REJECT.
           OPEN EXTEND CIREJ-FILE.
           IF WS-CIREJ-STATUS NOT = "00"
               OPEN OUTPUT CIREJ-FILE
           END-IF.

           MOVE 'D' TO CIR-DIRECTION.
           MOVE NQ-ACCT-ID TO CIR-ACCT-ID.
           MOVE NQ-AMOUNT TO CIR-AMOUNT.
           MOVE NQ-REF TO CIR-REF.
           MOVE '10' TO CIR-RESULT-CODE.
           WRITE CIREJ-RECORD.

           CLOSE CIREJ-FILE.

      *>   Leaves the found item in NSFQ-RECORD for the caller.
       FIND-ITEM.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
                   UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-RECORD(WS-NQ-IDX) TO NSFQ-RECORD
               IF NQ-ITEM-ID = L-NQ-ITEM-ID
                   SET WS-FOUND-IDX TO WS-NQ-IDX
                   SET WS-NQ-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-NQ-RECORD(WS-FOUND-IDX) TO NSFQ-RECORD
           END-IF.

       LOAD-QUEUE.
           MOVE 0 TO WS-NQ-COUNT.
           OPEN INPUT NSFQ-FILE.
           IF WS-NSFQ-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-NSFQ-EOF.
           PERFORM UNTIL WS-NSFQ-EOF = 'Y'
               READ NSFQ-FILE
                   AT END
                       MOVE 'Y' TO WS-NSFQ-EOF
                   NOT AT END
                       ADD 1 TO WS-NQ-COUNT
                       MOVE NSFQ-RECORD TO WS-NQ-RECORD(WS-NQ-COUNT)
               END-READ
           END-PERFORM.

           CLOSE NSFQ-FILE.

       REWRITE-QUEUE.
           OPEN OUTPUT NSFQ-FILE.
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
                   UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-RECORD(WS-NQ-IDX) TO NSFQ-RECORD
               WRITE NSFQ-RECORD
           END-PERFORM.
           CLOSE NSFQ-FILE.
