       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLMGT.

      *>   The compliance review queue (DATA/compliance_queue.dat,
      *>   CMPLQ.CPY, raised by SANCSCRN). 'L' lists the open cases;
      *>   'C' clears one as a false positive and 'B' blocks one as a
      *>   confirmed hit, stamping who and when. Either decision is
      *>   carried back to the item that was parked:
      *>     customer      - clear releases the compliance hold
      *>                     (CUSTMGT 'S' to 'A'), block declines the
      *>                     customer (CUSTMGT 'S' to 'C'; one that
      *>                     already holds open accounts stays on hold
      *>                     and is answered '06')
      *>     beneficiary   - clear makes it ACTIVE (BENMGT 'K'),
      *>                     block rejects it (BENMGT 'R')
      *>     clearing in   - clear posts the detail exactly as PAYIN
      *>                     would have, against the settlement
      *>                     account; block leaves it unposted for
      *>                     return to the sending bank
      *>     payment out   - clear reopens the held instruction ('C')
      *>                     for the next PAYOUT run, block fails it
      *>                     ('F')
      *>   A customer or beneficiary with a second open case stays
      *>   held until that one is worked too. If the item cannot take
      *>   the decision (its state moved on, a posting fails) the
      *>   case is left open and the item's code is answered.
      *>   Working the queue in MAIN is supervisor-only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "DATA/compliance_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT INSTR-FILE ASSIGN TO "DATA/payment_instr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY CMPLQ.CPY.

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

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-QUEUE-STATUS     PIC X(02).
       01  WS-INSTR-STATUS     PIC X(02).
       01  WS-QUEUE-EOF        PIC X(01).
       01  WS-INSTR-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-OTHER-OPEN       PIC 9(05).
       01  WS-DECISION         PIC X(01).
       01  WS-ITEM-RESULT      PIC X(02).

      *>   The queue is buffered, changed, and rewritten in full -
      *>   the standard LINE SEQUENTIAL rewrite shape.
       01  WS-CQ-TABLE.
           05  WS-CQ-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CQ-IDX
                              WS-CQ-CHK-IDX.
               10  WS-CQ-CASE-ID       PIC 9(08).
               10  WS-CQ-SOURCE        PIC X(01).
               10  WS-CQ-SUBJECT-KEY   PIC X(16).
               10  WS-CQ-SCREENED      PIC X(30).
               10  WS-CQ-WL-ENTRY-ID   PIC 9(08).
               10  WS-CQ-MATCHED       PIC X(30).
               10  WS-CQ-RAISED-BY     PIC X(08).
               10  WS-CQ-RAISED-DATE   PIC 9(08).
               10  WS-CQ-DIRECTION     PIC X(01).
               10  WS-CQ-ACCT-ID       PIC 9(05).
               10  WS-CQ-AMOUNT        PIC 9(09)V99.
               10  WS-CQ-BANK          PIC X(08).
               10  WS-CQ-STATUS        PIC X(01).
               10  WS-CQ-WORKED-BY     PIC X(08).
               10  WS-CQ-WORKED-DATE   PIC 9(08).
       01  WS-CQ-COUNT         PIC 9(05) VALUE 0.

      *>   payment_instr.txt buffered for the disposition rewrite.
       01  WS-PI-TABLE.
           05  WS-PI-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-PI-IDX.
               10  WS-PI-RECORD        PIC X(65).
       01  WS-PI-COUNT         PIC 9(05) VALUE 0.
       01  WS-PI-FOUND         PIC 9(05) VALUE 0.

      *>   Carrying the decision back through CUSTMGT and BENMGT.
       01  WS-CUSTOMER-DATA.
           05  WS-CUST-ID            PIC 9(05).
           05  WS-CUST-NAME          PIC X(30).
           05  WS-CUST-ADDRESS       PIC X(30).
           05  WS-CUST-STATUS        PIC X(01).
           05  WS-CUST-ID-DOC-NUMBER PIC X(20).
           05  WS-CUST-TAX-STATUS    PIC X(01).
           05  WS-CUST-DOC-TYPE      PIC X(01).
           05  WS-CUST-RISK-RATING   PIC X(01).
           05  WS-CUST-FILLER        PIC X(01).
           05  WS-CUST-DOC-EXPIRY    PIC X(08).

       01  WS-BENEF-DATA.
           05  WS-BEN-ID           PIC X(06).
           05  WS-BEN-NAME         PIC X(30).
           05  WS-BEN-BANK         PIC X(08).
           05  WS-BEN-ACCT         PIC X(10).
           05  WS-BEN-PAY-ACCT-ID  PIC 9(05).
           05  WS-BEN-PAY-AMOUNT   PIC 9(09)V99.
           05  WS-BEN-PAY-REF      PIC X(16).

      *>   A cleared inbound clearing detail is posted as PAYIN posts
      *>   it - under PAYIN's stamp, so it is channelled and coded as
      *>   inbound clearing, and already authorized by the sender.
       01  WS-SETTLEMENT-ACCT  PIC 9(05) VALUE 0.
       01  WS-TXN-SOURCE-ID    PIC 9(05).
       01  WS-TXN-TARGET-ID    PIC 9(05).
       01  WS-TXN-AMOUNT       PIC 9(09)V99.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TXN-STAMP        PIC X(08) VALUE "PAYIN".
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'Y'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   A cleared inbound debit that posts is recorded against its
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
           88 OP-LIST-OPEN     VALUE 'L'.
           88 OP-CLEAR         VALUE 'C'.
           88 OP-BLOCK         VALUE 'B'.

       01  LS-CASE-DATA.
           05  L-CQ-CASE-ID        PIC 9(08).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-CASE-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-QUEUE.

           EVALUATE TRUE
               WHEN OP-LIST-OPEN
                   PERFORM LIST-OPEN
               WHEN OP-CLEAR
                   MOVE 'C' TO WS-DECISION
                   PERFORM DECIDE-CASE
               WHEN OP-BLOCK
                   MOVE 'B' TO WS-DECISION
                   PERFORM DECIDE-CASE
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       LIST-OPEN.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-CQ-COUNT = 0
               DISPLAY "No compliance cases on file."
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Case     S Subject          Raised   "
               "Screened / Matched".
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-COUNT
               IF WS-CQ-STATUS(WS-CQ-IDX) = 'O'
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY WS-CQ-CASE-ID(WS-CQ-IDX) " "
                       WS-CQ-SOURCE(WS-CQ-IDX) " "
                       WS-CQ-SUBJECT-KEY(WS-CQ-IDX) " "
                       WS-CQ-RAISED-DATE(WS-CQ-IDX) " "
                       WS-CQ-SCREENED(WS-CQ-IDX)
                   DISPLAY "                                   "
                       WS-CQ-MATCHED(WS-CQ-IDX)
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No open compliance cases."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The item is told first; only when it has taken the
      *>   decision is the case closed, so a case never reads worked
      *>   while its item is still parked.
       DECIDE-CASE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-COUNT
               IF WS-CQ-CASE-ID(WS-CQ-IDX) = L-CQ-CASE-ID
                   SET WS-FOUND-IDX TO WS-CQ-IDX
                   SET WS-CQ-IDX TO 9999
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           SET WS-CQ-IDX TO WS-FOUND-IDX.
           IF WS-CQ-STATUS(WS-CQ-IDX) NOT = 'O'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE '00' TO WS-ITEM-RESULT.
           EVALUATE WS-CQ-SOURCE(WS-CQ-IDX)
               WHEN 'C'
                   PERFORM APPLY-TO-CUSTOMER
               WHEN 'B'
                   PERFORM APPLY-TO-BENEFICIARY
               WHEN 'I'
                   IF WS-DECISION = 'C'
                       PERFORM POST-CLEARING-ITEM
                   END-IF
               WHEN 'O'
                   PERFORM APPLY-TO-INSTRUCTION
           END-EVALUATE.

      *>   '06' is a declined customer who already holds accounts:
      *>   the hit is confirmed and stays on hold, so the case is
      *>   closed all the same.
           IF WS-ITEM-RESULT NOT = '00' AND WS-ITEM-RESULT NOT = '06'
               MOVE WS-ITEM-RESULT TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-DECISION TO WS-CQ-STATUS(WS-CQ-IDX).
           MOVE LS-TELLER-ID TO WS-CQ-WORKED-BY(WS-CQ-IDX).
           MOVE WS-TODAY TO WS-CQ-WORKED-DATE(WS-CQ-IDX).
           PERFORM REWRITE-QUEUE.
           MOVE WS-ITEM-RESULT TO LS-RESULT-CODE.

      *>   Other cases still open against the same customer or
      *>   beneficiary - a clear must not release a party another
      *>   hit is still holding.
       COUNT-OTHER-OPEN.
           MOVE 0 TO WS-OTHER-OPEN.
           PERFORM VARYING WS-CQ-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CQ-CHK-IDX > WS-CQ-COUNT
               IF WS-CQ-CHK-IDX NOT = WS-CQ-IDX
                       AND WS-CQ-STATUS(WS-CQ-CHK-IDX) = 'O'
                       AND WS-CQ-SOURCE(WS-CQ-CHK-IDX)
                           = WS-CQ-SOURCE(WS-CQ-IDX)
                       AND WS-CQ-SUBJECT-KEY(WS-CQ-CHK-IDX)
                           = WS-CQ-SUBJECT-KEY(WS-CQ-IDX)
                   ADD 1 TO WS-OTHER-OPEN
               END-IF
           END-PERFORM.

       APPLY-TO-CUSTOMER.
           IF WS-DECISION = 'C'
               PERFORM COUNT-OTHER-OPEN
               IF WS-OTHER-OPEN > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           INITIALIZE WS-CUSTOMER-DATA.
           MOVE WS-CQ-SUBJECT-KEY(WS-CQ-IDX)(1:5) TO WS-CUST-ID.
           IF WS-DECISION = 'C'
               MOVE 'A' TO WS-CUST-STATUS
           ELSE
               MOVE 'C' TO WS-CUST-STATUS
           END-IF.
           CALL "CUSTMGT" USING BY CONTENT "S"
                                BY REFERENCE WS-CUSTOMER-DATA
                                BY REFERENCE WS-ITEM-RESULT
                                BY CONTENT LS-TELLER-ID.

       APPLY-TO-BENEFICIARY.
           IF WS-DECISION = 'C'
               PERFORM COUNT-OTHER-OPEN
               IF WS-OTHER-OPEN > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           INITIALIZE WS-BENEF-DATA.
           MOVE WS-CQ-SUBJECT-KEY(WS-CQ-IDX)(1:6) TO WS-BEN-ID.
           IF WS-DECISION = 'C'
               CALL "BENMGT" USING BY CONTENT "K"
                                   BY REFERENCE WS-BENEF-DATA
                                   BY REFERENCE WS-ITEM-RESULT
                                   BY CONTENT LS-TELLER-ID
           ELSE
               CALL "BENMGT" USING BY CONTENT "R"
                                   BY REFERENCE WS-BENEF-DATA
                                   BY REFERENCE WS-ITEM-RESULT
                                   BY CONTENT LS-TELLER-ID
           END-IF.

      *>   A credit moves settlement -> customer, a debit the other
      *>   way, exactly as PAYIN's POST-ONE-DETAIL.
       POST-CLEARING-ITEM.
           MOVE 0 TO WS-SETTLEMENT-ACCT.
           MOVE "SETTLEMENT-ACCT" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00'
               MOVE WS-PRM-VALUE TO WS-SETTLEMENT-ACCT
           END-IF.
           IF WS-SETTLEMENT-ACCT = 0
               MOVE '99' TO WS-ITEM-RESULT
               EXIT PARAGRAPH.

           IF WS-CQ-DIRECTION(WS-CQ-IDX) = 'C'
               MOVE WS-SETTLEMENT-ACCT TO WS-TXN-SOURCE-ID
               MOVE WS-CQ-ACCT-ID(WS-CQ-IDX) TO WS-TXN-TARGET-ID
           ELSE
               MOVE WS-CQ-ACCT-ID(WS-CQ-IDX) TO WS-TXN-SOURCE-ID
               MOVE WS-SETTLEMENT-ACCT TO WS-TXN-TARGET-ID
           END-IF.
           MOVE WS-CQ-AMOUNT(WS-CQ-IDX) TO WS-TXN-AMOUNT.
           MOVE WS-CQ-SUBJECT-KEY(WS-CQ-IDX) TO WS-TXN-NARRATIVE.

           CALL "TXNPROC" USING BY CONTENT "T"
                                BY CONTENT WS-TXN-SOURCE-ID
                                BY CONTENT WS-TXN-TARGET-ID
                                BY CONTENT WS-TXN-AMOUNT
                                BY REFERENCE WS-ITEM-RESULT
                                BY CONTENT WS-TXN-ORIG-ID
                                BY CONTENT WS-TXN-STAMP
                                BY CONTENT WS-TXN-APPROVED
                                BY REFERENCE WS-TXN-LOGGED-ID
                                BY CONTENT WS-TXN-NARRATIVE.

      *>   PAYIN parked the debit only after its mandate matched;
      *>   now it has posted it counts against that mandate.
           IF WS-ITEM-RESULT = '00'
                   AND WS-CQ-DIRECTION(WS-CQ-IDX) NOT = 'C'
               INITIALIZE WS-MANDATE-DATA
               MOVE WS-CQ-ACCT-ID(WS-CQ-IDX) TO WS-DM-ACCT-ID
               MOVE WS-CQ-SUBJECT-KEY(WS-CQ-IDX) TO WS-DM-REF
               MOVE WS-CQ-AMOUNT(WS-CQ-IDX) TO WS-DM-DEBIT-AMOUNT
               CALL "DDMMGT" USING BY CONTENT "R"
                                   BY REFERENCE WS-MANDATE-DATA
                                   BY REFERENCE WS-MANDATE-RESULT
                                   BY CONTENT WS-TXN-STAMP
           END-IF.

      *>   The held instruction is the one with the case's reference,
      *>   debit account and amount still standing at 'H'.
       APPLY-TO-INSTRUCTION.
           MOVE 0 TO WS-PI-COUNT.
           MOVE 0 TO WS-PI-FOUND.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-STATUS NOT = '00'
               MOVE '02' TO WS-ITEM-RESULT
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-INSTR-EOF.
           PERFORM UNTIL WS-INSTR-EOF = 'Y'
               READ INSTR-FILE
                   AT END
                       MOVE 'Y' TO WS-INSTR-EOF
                   NOT AT END
                       ADD 1 TO WS-PI-COUNT
                       MOVE INSTR-RECORD TO WS-PI-RECORD(WS-PI-COUNT)
                       IF WS-PI-FOUND = 0
                               AND PO-STATUS = 'H'
                               AND PO-REF = WS-CQ-SUBJECT-KEY(WS-CQ-IDX)
                               AND PO-ACCT-ID = WS-CQ-ACCT-ID(WS-CQ-IDX)
                               AND PO-AMOUNT = WS-CQ-AMOUNT(WS-CQ-IDX)
                           MOVE WS-PI-COUNT TO WS-PI-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTR-FILE.

           IF WS-PI-FOUND = 0
               MOVE '02' TO WS-ITEM-RESULT
               EXIT PARAGRAPH.

           MOVE WS-PI-RECORD(WS-PI-FOUND) TO INSTR-RECORD.
           IF WS-DECISION = 'C'
               MOVE 'C' TO PO-STATUS
           ELSE
               MOVE 'F' TO PO-STATUS
           END-IF.
           MOVE WS-TODAY TO PO-PROC-DATE.
           MOVE INSTR-RECORD TO WS-PI-RECORD(WS-PI-FOUND).

           OPEN OUTPUT INSTR-FILE.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                   UNTIL WS-PI-IDX > WS-PI-COUNT
               MOVE WS-PI-RECORD(WS-PI-IDX) TO INSTR-RECORD
               WRITE INSTR-RECORD
           END-PERFORM.
           CLOSE INSTR-FILE.

       LOAD-QUEUE.
           MOVE 0 TO WS-CQ-COUNT.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-QUEUE-EOF.
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       ADD 1 TO WS-CQ-COUNT
                       MOVE CQ-CASE-ID TO WS-CQ-CASE-ID(WS-CQ-COUNT)
                       MOVE CQ-SOURCE TO WS-CQ-SOURCE(WS-CQ-COUNT)
                       MOVE CQ-SUBJECT-KEY
                           TO WS-CQ-SUBJECT-KEY(WS-CQ-COUNT)
                       MOVE CQ-SCREENED-VALUE
                           TO WS-CQ-SCREENED(WS-CQ-COUNT)
                       MOVE CQ-WL-ENTRY-ID
                           TO WS-CQ-WL-ENTRY-ID(WS-CQ-COUNT)
                       MOVE CQ-MATCHED-VALUE
                           TO WS-CQ-MATCHED(WS-CQ-COUNT)
                       MOVE CQ-RAISED-BY TO WS-CQ-RAISED-BY(WS-CQ-COUNT)
                       MOVE CQ-RAISED-DATE
                           TO WS-CQ-RAISED-DATE(WS-CQ-COUNT)
                       MOVE CQ-ITEM-DIRECTION
                           TO WS-CQ-DIRECTION(WS-CQ-COUNT)
                       MOVE CQ-ITEM-ACCT-ID
                           TO WS-CQ-ACCT-ID(WS-CQ-COUNT)
                       MOVE CQ-ITEM-AMOUNT TO WS-CQ-AMOUNT(WS-CQ-COUNT)
                       MOVE CQ-ITEM-BANK TO WS-CQ-BANK(WS-CQ-COUNT)
                       MOVE CQ-STATUS TO WS-CQ-STATUS(WS-CQ-COUNT)
                       MOVE CQ-WORKED-BY TO WS-CQ-WORKED-BY(WS-CQ-COUNT)
                       MOVE CQ-WORKED-DATE
                           TO WS-CQ-WORKED-DATE(WS-CQ-COUNT)
               END-READ
           END-PERFORM.

           CLOSE QUEUE-FILE.

       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM VARYING WS-CQ-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CQ-CHK-IDX > WS-CQ-COUNT
               MOVE WS-CQ-CASE-ID(WS-CQ-CHK-IDX) TO CQ-CASE-ID
               MOVE WS-CQ-SOURCE(WS-CQ-CHK-IDX) TO CQ-SOURCE
               MOVE WS-CQ-SUBJECT-KEY(WS-CQ-CHK-IDX) TO CQ-SUBJECT-KEY
               MOVE WS-CQ-SCREENED(WS-CQ-CHK-IDX) TO CQ-SCREENED-VALUE
               MOVE WS-CQ-WL-ENTRY-ID(WS-CQ-CHK-IDX) TO CQ-WL-ENTRY-ID
               MOVE WS-CQ-MATCHED(WS-CQ-CHK-IDX) TO CQ-MATCHED-VALUE
               MOVE WS-CQ-RAISED-BY(WS-CQ-CHK-IDX) TO CQ-RAISED-BY
               MOVE WS-CQ-RAISED-DATE(WS-CQ-CHK-IDX) TO CQ-RAISED-DATE
               MOVE WS-CQ-DIRECTION(WS-CQ-CHK-IDX) TO CQ-ITEM-DIRECTION
               MOVE WS-CQ-ACCT-ID(WS-CQ-CHK-IDX) TO CQ-ITEM-ACCT-ID
               MOVE WS-CQ-AMOUNT(WS-CQ-CHK-IDX) TO CQ-ITEM-AMOUNT
               MOVE WS-CQ-BANK(WS-CQ-CHK-IDX) TO CQ-ITEM-BANK
               MOVE WS-CQ-STATUS(WS-CQ-CHK-IDX) TO CQ-STATUS
               MOVE WS-CQ-WORKED-BY(WS-CQ-CHK-IDX) TO CQ-WORKED-BY
               MOVE WS-CQ-WORKED-DATE(WS-CQ-CHK-IDX) TO CQ-WORKED-DATE
               WRITE QUEUE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.
