       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOS.

      *>   Account close-out settlement - the whole closure in one
      *>   call instead of a bare status flip with the money left
      *>   behind. 'Q' quotes the settlement without touching
      *>   anything; 'C' carries it out:
      *>     - refuses while an open hold (holds.dat) or a live legal
      *>       order (legal_orders.dat) is on the account;
      *>     - posts the final credit interest accrued on
      *>       int_accrual.dat (with withholding, exactly as INTPOST
      *>       would pay it), the overdraft interest accrued on
      *>       od_accrual.dat, and the closing fee (PARMMGT key
      *>       ACCT-CLOSE-FEE, none by default);
      *>     - pays the remaining balance out by transfer to another
      *>       account or by an OFCKMGT official check to a payee;
      *>     - cancels every standing order, sweep instruction and
      *>       card on the account through their own maintenance
      *>       programs;
      *>     - closes the account through ACCTMGT (audited) and
      *>       writes a closing statement under the next statement
      *>       number, stamping the statement-cycle control record so
      *>       the period is never statemented twice.
      *>   Everything that can refuse is checked before the first
      *>   leg posts - a settlement that would leave the customer
      *>   owing the bank ('10'), a missing or inactive transfer
      *>   target or withholding tax account, a blank payee - so a
      *>   refusal never leaves half a closure behind. Should a leg
      *>   still be turned down once settlement has begun, the legs
      *>   already posted are reversed and the accruals they drew
      *>   down are put back before the error is returned, leaving
      *>   the account as the quote found it. Loan, term and
      *>   bank-owned accounts have their own run-off and are not
      *>   closed here ('12').
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "DATA/holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT LEGAL-FILE ASSIGN TO "DATA/legal_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

           SELECT ACCR-FILE ASSIGN TO "DATA/int_accrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCT-ID
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT ODACCR-FILE ASSIGN TO "DATA/od_accrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-ACCT-ID
               FILE STATUS IS WS-ODACCR-STATUS.

           SELECT STANDORD-FILE ASSIGN TO "DATA/standord.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT SWEEP-FILE ASSIGN TO "DATA/sweeps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

           SELECT CARD-FILE ASSIGN TO "DATA/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-NUMBER OF CARD-RECORD
               FILE STATUS IS WS-CARD-STATUS.

           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT SEQ-FILE ASSIGN TO "DATA/trans_seq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "DATA/stmt_cycle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ACCT-ID
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT STMT-FILE ASSIGN TO WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           COPY HOLD.CPY.

       FD  LEGAL-FILE.
       01  LEGAL-RECORD.
           COPY LEGAL.CPY.

       FD  ACCR-FILE.
       01  ACCR-RECORD.
           COPY ACCRUAL.CPY.

       FD  ODACCR-FILE.
       01  ODACCR-RECORD.
           05  ODA-ACCT-ID         PIC 9(05).
           05  ODA-AMOUNT          PIC S9(09)V9(04).
           05  ODA-LAST-DATE       PIC 9(08).

       FD  STANDORD-FILE.
       01  STANDORD-RECORD.
           COPY STANDORD.CPY.

       FD  SWEEP-FILE.
       01  SWEEP-RECORD.
           COPY SWEEP.CPY.

       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY CARD.CPY.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       FD  CYCLE-FILE.
       01  CYCLE-RECORD.
           COPY STMTCYC.CPY.

       FD  STMT-FILE.
       01  STMT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-HOLDS-STATUS     PIC X(02).
       01  WS-LEGAL-STATUS     PIC X(02).
       01  WS-ACCR-STATUS      PIC X(02).
       01  WS-ODACCR-STATUS    PIC X(02).
       01  WS-SO-STATUS        PIC X(02).
       01  WS-SWEEP-STATUS     PIC X(02).
       01  WS-CARD-STATUS      PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-CYCLE-STATUS     PIC X(02).
       01  WS-STMT-STATUS      PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-START-INT        PIC S9(09).

      *>   The account as it stood before settlement - buffered with
      *>   ACCT-FILE closed again before any CALL opens it.
       01  WS-CLOSE-ACCT.
           05  WS-CA-NAME          PIC X(30).
           05  WS-CA-BALANCE       PIC S9(09)V99.
           05  WS-CA-CUST-ID       PIC 9(05).
           05  WS-CA-TYPE          PIC X(01).
           05  WS-CA-CURRENCY      PIC X(03).
           05  WS-CA-OPEN-DATE     PIC 9(08).
       01  WS-CUST-NAME        PIC X(30).
       01  WS-CUST-ADDR        PIC X(30).
       01  WS-CUST-WHT         PIC X(01).

      *>   Settlement parameters (PARMMGT), compiled-in fallbacks.
       01  WS-CLOSE-FEE        PIC 9(07)V99 VALUE 0.
       01  WS-WHT-RATE-PCT     PIC 9(02)V99 VALUE 0.
       01  WS-TAX-ACCT         PIC 9(05) VALUE 0.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   TXNPROC call arguments. Interest, tax and overdraft
      *>   interest post under the stamps their batch posters use so
      *>   they code and report the same way; the fee and the payout
      *>   post under ACCTCLOS - a payout is sized by the balance, not
      *>   by the customer, so it is exempt from the daily-debit cap
      *>   the way an escheat remittance is. Every leg posts approved:
      *>   the supervisor gate in front of a high-value close-out is
      *>   the approval, as with an official check.
       01  WS-TXN-TYPE-ARG     PIC X(01).
       01  WS-TXN-SOURCE-ID    PIC 9(05).
       01  WS-TXN-TARGET-ID    PIC 9(05).
       01  WS-TXN-AMOUNT       PIC 9(09)V99.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TXN-STAMP        PIC X(08).
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'Y'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20) VALUE SPACES.
       01  WS-TXN-RESULT       PIC X(02).

      *>   The settlement legs posted so far on this close-out, and
      *>   whether each accrual ledger has been drawn down, so a leg
      *>   refused part-way can be backed out. TXNPROC hands back
      *>   the last leg it logged - for a transfer that is the
      *>   credit on the other account - so the account each ID sits
      *>   on is kept with it.
       01  WS-POSTED-LEGS.
           05  WS-PL-ENTRY OCCURS 5 TIMES.
               10  WS-PL-ACCT-ID       PIC 9(05).
               10  WS-PL-TRANS-ID      PIC 9(08).
       01  WS-PL-COUNT         PIC 9(01) VALUE 0.
       01  WS-PL-SUB           PIC 9(01).
       01  WS-ACCR-TAKEN       PIC X(01) VALUE 'N'.
       01  WS-ODACCR-TAKEN     PIC X(01) VALUE 'N'.
       01  WS-FAILED-CODE      PIC X(02).
       01  WS-REV-TYPE         PIC X(01) VALUE 'R'.
       01  WS-REV-AMOUNT       PIC 9(09)V99 VALUE 0.
       01  WS-REV-TARGET-ID    PIC 9(05) VALUE 0.
       01  WS-REV-RESULT       PIC X(02).
       01  WS-REV-LOGGED-ID    PIC 9(08).

       01  WS-OFFCHK-DATA.
           05  WS-OFC-SERIAL       PIC 9(08).
           05  WS-OFC-ACCT-ID      PIC 9(05).
           05  WS-OFC-PAYEE        PIC X(30).
           05  WS-OFC-AMOUNT       PIC 9(09)V99.
       01  WS-OFC-STAMP        PIC X(08) VALUE "ACCTCLOS".

      *>   Instruction cancellation through each registry's own
      *>   maintenance program, so the cancel lands exactly as a
      *>   teller's would.
       01  WS-ORDER-DATA.
           05  WS-SO-ORDER-ID      PIC 9(05).
           05  WS-SO-SOURCE-ID     PIC 9(05).
           05  WS-SO-TARGET-ID     PIC 9(05).
           05  WS-SO-AMOUNT        PIC 9(09)V99.
           05  WS-SO-FREQUENCY     PIC X(01).
           05  WS-SO-NEXT-RUN      PIC 9(08).
           05  WS-SO-REC-STATUS    PIC X(01).
           05  WS-SO-END-DATE      PIC 9(08).
           05  WS-SO-REMAINING     PIC 9(05).
       01  WS-SWEEP-DATA.
           05  WS-SWP-ID           PIC 9(05).
           05  WS-SWP-MASTER-ID    PIC 9(05).
           05  WS-SWP-SUB-ID       PIC 9(05).
           05  WS-SWP-TARGET       PIC 9(09)V99.
           05  WS-SWP-FLOOR        PIC 9(09)V99.
           05  WS-SWP-STATUS       PIC X(01).
       01  WS-CARD-DATA.
           COPY CARD.CPY.
       01  WS-MAINT-RESULT     PIC X(02).

      *>   Instructions found on the account, gathered with each
      *>   registry file closed again before its maintenance program
      *>   is called to cancel them.
       01  WS-CANCEL-TABLE.
           05  WS-CN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CN-IDX.
               10  WS-CN-KIND          PIC X(01).
               10  WS-CN-ORDER-ID      PIC 9(05).
               10  WS-CN-CARD-NUMBER   PIC X(16).
       01  WS-CN-COUNT         PIC 9(05) VALUE 0.

       01  WS-ACCT-DATA.
           05  WS-AD-ACCT-ID         PIC 9(05).
           05  WS-AD-NAME            PIC X(30).
           05  WS-AD-BALANCE         PIC S9(09)V99 COMP-3.
           05  WS-AD-STATUS          PIC X(01).
           05  WS-AD-OPEN-DATE       PIC 9(08).
           05  WS-AD-TYPE            PIC X(01).
           05  WS-AD-OVERDRAFT       PIC S9(09)V99 COMP-3.
           05  WS-AD-CUST-ID         PIC 9(05).
           05  WS-AD-CURRENCY        PIC X(03).
           05  WS-AD-PIN             PIC X(04).
           05  WS-AD-FILLER          PIC X(01).
           05  WS-AD-BRANCH-ID       PIC 9(03).
           05  WS-AD-STMT-CYCLE      PIC X(01).
           05  WS-AD-STMT-DAY        PIC 9(02).
       01  WS-ACCT-RESULT      PIC X(02).
       01  WS-BROWSE-FILTER    PIC X(01) VALUE SPACE.
       01  WS-NEW-PIN          PIC X(04) VALUE SPACES.

      *>   Closing statement.
       01  WS-STMT-NAME        PIC X(30).
       01  WS-START-DATE       PIC 9(08).
       01  WS-OPENING-BAL      PIC S9(09)V99.
       01  WS-PERIOD-SUM       PIC S9(09)V99.
       01  WS-HDR-SEP          PIC X(44) VALUE ALL "=".
       01  WS-HDR-TITLE.
           05  FILLER          PIC X(06) VALUE SPACES.
           05  FILLER          PIC X(41)
               VALUE "COBOL BANKING - ACCOUNT CLOSING STATEMENT".
       01  WS-HDR-SEQ.
           05  FILLER          PIC X(14) VALUE "Statement No: ".
           05  WS-HDR-SEQ-NO   PIC 9(08).
       01  WS-HDR-CUST.
           05  FILLER          PIC X(10) VALUE "Customer: ".
           05  WS-HDR-CUST-ID  PIC 9(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-HDR-CUST-NAME PIC X(30).
       01  WS-HDR-ADDR.
           05  FILLER          PIC X(10) VALUE "Address:  ".
           05  WS-HDR-ADDR-TXT PIC X(30).
       01  WS-HDR-PERIOD.
           05  FILLER          PIC X(08) VALUE "Period: ".
           05  WS-HDR-START    PIC 9(08).
           05  FILLER          PIC X(03) VALUE " - ".
           05  WS-HDR-END      PIC 9(08).
       01  WS-ACCT-HDR.
           05  FILLER          PIC X(09) VALUE "Account: ".
           05  WS-AH-ID        PIC 9(05).
           05  FILLER          PIC X(08) VALUE "  Type: ".
           05  WS-AH-TYPE      PIC X(01).
           05  FILLER          PIC X(12) VALUE "  Currency: ".
           05  WS-AH-CURR      PIC X(03).
       01  WS-BAL-LINE.
           05  WS-BL-LABEL     PIC X(17).
           05  WS-BL-AMOUNT    PIC +ZZZZZZZZ9.99.
       01  WS-DETAIL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-ID        PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-DATE      PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-DESC      PIC X(22).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT    PIC +ZZZZZZZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-DL-BALANCE   PIC +ZZZZZZZZ9.99.
       01  WS-NARR-LINE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  WS-NL-TEXT      PIC X(20).
       01  WS-SETTLE-LINE.
           05  FILLER          PIC X(13) VALUE "Settled by:  ".
           05  WS-SL-TEXT      PIC X(26).
           05  WS-SL-REF       PIC 9(08).
       01  WS-CLOSED-LINE.
           05  FILLER          PIC X(18) VALUE "Account closed on ".
           05  WS-CL-DATE      PIC 9(08).
           05  FILLER          PIC X(04) VALUE " by ".
           05  WS-CL-TELLER    PIC X(08).

       01  WS-CODE-DATA.
           05  WS-TC-CODE          PIC X(04).
           05  WS-TC-DESC          PIC X(30).
           05  WS-TC-GL-BEHAVIOR   PIC X(01).
       01  WS-CODE-RESULT      PIC X(02).
       01  WS-TXN-DESC         PIC X(30).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-QUOTE         VALUE 'Q'.
           88 OP-CLOSE-OUT     VALUE 'C'.

      *>   In: the account, how to pay the balance out ('T' transfer
      *>   to L-CLO-TARGET-ID, 'K' official check to L-CLO-PAYEE -
      *>   blank payee means the owner's name). Out: the settlement
      *>   breakdown, and on a close-out the check serial, the
      *>   closing statement number and the instructions cancelled.
       01  LS-CLOSE-DATA.
           05  L-CLO-ACCT-ID       PIC 9(05).
           05  L-CLO-METHOD        PIC X(01).
               88 L-CLO-BY-TRANSFER VALUE 'T'.
               88 L-CLO-BY-CHECK    VALUE 'K'.
           05  L-CLO-TARGET-ID     PIC 9(05).
           05  L-CLO-PAYEE         PIC X(30).
           05  L-CLO-BALANCE       PIC S9(09)V99.
           05  L-CLO-INTEREST      PIC 9(09)V99.
           05  L-CLO-TAX           PIC 9(09)V99.
           05  L-CLO-OD-INTEREST   PIC 9(09)V99.
           05  L-CLO-CHARGES       PIC 9(09)V99.
           05  L-CLO-PAYOUT        PIC S9(09)V99.
           05  L-CLO-CHECK-SERIAL  PIC 9(08).
           05  L-CLO-STMT-SEQ      PIC 9(08).
           05  L-CLO-CANCELLED     PIC 9(05).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-HOLD-OPEN    VALUE '04'.
           88 RES-LEGAL-OPEN   VALUE '07'.
           88 RES-OWES-BANK    VALUE '10'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-CLOSE-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

           MOVE 0 TO L-CLO-CHECK-SERIAL.
           MOVE 0 TO L-CLO-STMT-SEQ.
           MOVE 0 TO L-CLO-CANCELLED.

           EVALUATE TRUE
               WHEN OP-QUOTE
                   PERFORM QUOTE-SETTLEMENT
               WHEN OP-CLOSE-OUT
                   PERFORM CLOSE-OUT-ACCOUNT
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       LOAD-PARAMETERS.
           MOVE "ACCT-CLOSE-FEE" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-CLOSE-FEE
           END-IF.

           MOVE "WHT-RATE-PCT" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-WHT-RATE-PCT
           END-IF.

           MOVE "TAX-PAYABLE-ACCT" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00'
               MOVE WS-PRM-VALUE TO WS-TAX-ACCT
           END-IF.

      *>   Everything short of moving money: the account is
      *>   closable, nothing encumbers it, and the settlement
      *>   breakdown is worked out into LS-CLOSE-DATA.
       QUOTE-SETTLEMENT.
           PERFORM LOAD-CLOSE-ACCOUNT.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           PERFORM CHECK-OPEN-HOLDS.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           PERFORM CHECK-LEGAL-ORDERS.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           PERFORM COMPUTE-SETTLEMENT.

      *>   Working storage survives between calls, so the record
      *>   of legs posted is cleared for each close-out.
       CLOSE-OUT-ACCOUNT.
           MOVE 0 TO WS-PL-COUNT.
           MOVE 'N' TO WS-ACCR-TAKEN.
           MOVE 'N' TO WS-ODACCR-TAKEN.

           PERFORM QUOTE-SETTLEMENT.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           PERFORM VALIDATE-PAYOUT.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           PERFORM POST-FINAL-INTEREST.
           IF NOT RES-OK
               PERFORM BACK-OUT-SETTLEMENT
               EXIT PARAGRAPH.

           PERFORM POST-FINAL-CHARGES.
           IF NOT RES-OK
               PERFORM BACK-OUT-SETTLEMENT
               EXIT PARAGRAPH.

           PERFORM PAY-OUT-BALANCE.
           IF NOT RES-OK
               PERFORM BACK-OUT-SETTLEMENT
               EXIT PARAGRAPH.

           PERFORM CANCEL-INSTRUCTIONS.

           MOVE L-CLO-ACCT-ID TO WS-AD-ACCT-ID.
           MOVE 'C' TO WS-AD-STATUS.
           CALL "ACCTMGT" USING BY CONTENT "X"
                                BY REFERENCE WS-ACCT-DATA
                                BY REFERENCE WS-ACCT-RESULT
                                BY CONTENT WS-BROWSE-FILTER
                                BY CONTENT LS-TELLER-ID
                                BY CONTENT WS-NEW-PIN.
           IF WS-ACCT-RESULT NOT = '00'
               DISPLAY "Settled but status not closed. Code: "
                   WS-ACCT-RESULT
               MOVE WS-ACCT-RESULT TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM WRITE-CLOSING-STATEMENT.
           MOVE '00' TO LS-RESULT-CODE.

       LOAD-CLOSE-ACCOUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-CLO-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.

           MOVE ACCT-NAME TO WS-CA-NAME.
           MOVE ACCT-BALANCE TO WS-CA-BALANCE.
           MOVE ACCT-CUST-ID TO WS-CA-CUST-ID.
           MOVE ACCT-TYPE TO WS-CA-TYPE.
           MOVE ACCT-CURRENCY TO WS-CA-CURRENCY.
           MOVE ACCT-OPEN-DATE TO WS-CA-OPEN-DATE.
           CLOSE ACCT-FILE.

           IF NOT ACCT-ACTIVE OR ACCT-LOAN OR ACCT-TERM
                   OR ACCT-IS-INTERNAL
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-CA-NAME TO WS-CUST-NAME.
           MOVE SPACES TO WS-CUST-ADDR.
           MOVE 'N' TO WS-CUST-WHT.
           IF WS-CA-CUST-ID NOT = 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS = '00'
                   MOVE WS-CA-CUST-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO WS-CUST-NAME
                           MOVE CUST-ADDRESS TO WS-CUST-ADDR
                           IF CUST-WITHHOLD
                               MOVE 'Y' TO WS-CUST-WHT
                           END-IF
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

           MOVE '00' TO LS-RESULT-CODE.

       CHECK-OPEN-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-ACCT-ID = L-CLO-ACCT-ID AND HOLD-OPEN
                           MOVE '04' TO LS-RESULT-CODE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLDS-FILE.

      *>   Any order not yet remitted or released still has a claim
      *>   on the money - including one queued for remittance whose
      *>   hold has already come off.
       CHECK-LEGAL-ORDERS.
           OPEN INPUT LEGAL-FILE.
           IF WS-LEGAL-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LGL-ACCT-ID = L-CLO-ACCT-ID
                               AND NOT LGL-REMITTED
                               AND NOT LGL-RELEASED
                           MOVE '07' TO LS-RESULT-CODE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEGAL-FILE.

      *>   Whole cents only off both accrual ledgers, the way
      *>   INTPOST and ODINT capitalize - the sub-cent fraction is
      *>   not money yet.
       COMPUTE-SETTLEMENT.
           MOVE WS-CA-BALANCE TO L-CLO-BALANCE.
           MOVE 0 TO L-CLO-INTEREST.
           MOVE 0 TO L-CLO-TAX.
           MOVE 0 TO L-CLO-OD-INTEREST.
           MOVE WS-CLOSE-FEE TO L-CLO-CHARGES.

           OPEN INPUT ACCR-FILE.
           IF WS-ACCR-STATUS = '00'
               MOVE L-CLO-ACCT-ID TO ACCR-ACCT-ID
               READ ACCR-FILE
                   NOT INVALID KEY
                       IF ACCR-AMOUNT >= 0.01
                           COMPUTE L-CLO-INTEREST =
                               FUNCTION INTEGER(ACCR-AMOUNT * 100)
                               / 100
                       END-IF
               END-READ
               CLOSE ACCR-FILE
           END-IF.

           IF L-CLO-INTEREST > 0 AND WS-CUST-WHT = 'Y'
                   AND WS-WHT-RATE-PCT > 0 AND WS-TAX-ACCT > 0
               COMPUTE L-CLO-TAX ROUNDED =
                   L-CLO-INTEREST * WS-WHT-RATE-PCT / 100
           END-IF.

           OPEN INPUT ODACCR-FILE.
           IF WS-ODACCR-STATUS = '00'
               MOVE L-CLO-ACCT-ID TO ODA-ACCT-ID
               READ ODACCR-FILE
                   NOT INVALID KEY
                       IF ODA-AMOUNT >= 0.01
                           COMPUTE L-CLO-OD-INTEREST =
                               FUNCTION INTEGER(ODA-AMOUNT * 100)
                               / 100
                       END-IF
               END-READ
               CLOSE ODACCR-FILE
           END-IF.

           COMPUTE L-CLO-PAYOUT = L-CLO-BALANCE + L-CLO-INTEREST
               - L-CLO-TAX - L-CLO-OD-INTEREST - L-CLO-CHARGES.

           IF L-CLO-PAYOUT < 0
               MOVE '10' TO LS-RESULT-CODE
           ELSE
               MOVE '00' TO LS-RESULT-CODE
           END-IF.

      *>   The payout route, and the tax account any withholding
      *>   goes to, are proven before the first leg posts. A zero
      *>   payout needs no route at all.
       VALIDATE-PAYOUT.
           IF L-CLO-TAX > 0
               PERFORM VALIDATE-TAX-ACCOUNT
               IF NOT RES-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF L-CLO-PAYOUT = 0
               EXIT PARAGRAPH.

           IF L-CLO-BY-CHECK
               IF L-CLO-PAYEE = SPACES
                   MOVE WS-CUST-NAME TO L-CLO-PAYEE
               END-IF
               EXIT PARAGRAPH.

           IF NOT L-CLO-BY-TRANSFER
                   OR L-CLO-TARGET-ID = 0
                   OR L-CLO-TARGET-ID = L-CLO-ACCT-ID
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE L-CLO-TARGET-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   MOVE '03' TO LS-RESULT-CODE
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                           OR ACCT-CURRENCY NOT = WS-CA-CURRENCY
                       MOVE '03' TO LS-RESULT-CODE
                   END-IF
           END-READ.
           CLOSE ACCT-FILE.

       VALIDATE-TAX-ACCOUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE WS-TAX-ACCT TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   MOVE '03' TO LS-RESULT-CODE
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                           OR ACCT-CURRENCY NOT = WS-CA-CURRENCY
                       MOVE '03' TO LS-RESULT-CODE
                   END-IF
           END-READ.
           CLOSE ACCT-FILE.
           IF NOT RES-OK
               DISPLAY "Withholding tax account " WS-TAX-ACCT
                   " missing, inactive or in another currency."
           END-IF.

      *>   Gross interest first, then the withheld part to the tax
      *>   account - the statement shows both, as INTPOST's does.
      *>   Only what posted comes off the accrual ledger.
       POST-FINAL-INTEREST.
           IF L-CLO-INTEREST = 0
               EXIT PARAGRAPH.

           MOVE L-CLO-ACCT-ID TO WS-TXN-SOURCE-ID.
           MOVE 0 TO WS-TXN-TARGET-ID.
           MOVE L-CLO-INTEREST TO WS-TXN-AMOUNT.
           MOVE "INTPOST" TO WS-TXN-STAMP.
           MOVE "D" TO WS-TXN-TYPE-ARG.
           PERFORM CALL-TXNPROC.
           IF NOT RES-OK
               DISPLAY "Final interest not posted. Code: "
                   LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN I-O ACCR-FILE.
           IF WS-ACCR-STATUS = '00'
               MOVE L-CLO-ACCT-ID TO ACCR-ACCT-ID
               READ ACCR-FILE
                   NOT INVALID KEY
                       SUBTRACT L-CLO-INTEREST FROM ACCR-AMOUNT
                       REWRITE ACCR-RECORD
                       MOVE 'Y' TO WS-ACCR-TAKEN
               END-READ
               CLOSE ACCR-FILE
           END-IF.

           IF L-CLO-TAX = 0
               EXIT PARAGRAPH.

           MOVE L-CLO-ACCT-ID TO WS-TXN-SOURCE-ID.
           MOVE WS-TAX-ACCT TO WS-TXN-TARGET-ID.
           MOVE L-CLO-TAX TO WS-TXN-AMOUNT.
           MOVE "WHTAX" TO WS-TXN-STAMP.
           MOVE "T" TO WS-TXN-TYPE-ARG.
           PERFORM CALL-TXNPROC.
           IF NOT RES-OK
               DISPLAY "Withholding not posted. Code: "
                   LS-RESULT-CODE
           END-IF.

       POST-FINAL-CHARGES.
           IF L-CLO-OD-INTEREST > 0
               MOVE L-CLO-ACCT-ID TO WS-TXN-SOURCE-ID
               MOVE 0 TO WS-TXN-TARGET-ID
               MOVE L-CLO-OD-INTEREST TO WS-TXN-AMOUNT
               MOVE "ODINT" TO WS-TXN-STAMP
               MOVE "W" TO WS-TXN-TYPE-ARG
               PERFORM CALL-TXNPROC
               IF NOT RES-OK
                   DISPLAY "Overdraft interest not posted. Code: "
                       LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O ODACCR-FILE
               IF WS-ODACCR-STATUS = '00'
                   MOVE L-CLO-ACCT-ID TO ODA-ACCT-ID
                   READ ODACCR-FILE
                       NOT INVALID KEY
                           SUBTRACT L-CLO-OD-INTEREST FROM ODA-AMOUNT
                           REWRITE ODACCR-RECORD
                           MOVE 'Y' TO WS-ODACCR-TAKEN
                   END-READ
                   CLOSE ODACCR-FILE
               END-IF
           END-IF.

           IF L-CLO-CHARGES > 0
               MOVE L-CLO-ACCT-ID TO WS-TXN-SOURCE-ID
               MOVE 0 TO WS-TXN-TARGET-ID
               MOVE L-CLO-CHARGES TO WS-TXN-AMOUNT
               MOVE "ACCTCLOS" TO WS-TXN-STAMP
               MOVE "W" TO WS-TXN-TYPE-ARG
               PERFORM CALL-TXNPROC
               IF NOT RES-OK
                   DISPLAY "Closing fee not posted. Code: "
                       LS-RESULT-CODE
               END-IF
           END-IF.

      *>   The payout is whatever the account actually holds now,
      *>   re-read after the final legs rather than trusted from the
      *>   quote.
       PAY-OUT-BALANCE.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE L-CLO-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 0 TO ACCT-BALANCE.
           MOVE ACCT-BALANCE TO L-CLO-PAYOUT.
           CLOSE ACCT-FILE.

           IF L-CLO-PAYOUT < 0
               MOVE '10' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-CLO-PAYOUT = 0
               EXIT PARAGRAPH.

           IF L-CLO-BY-CHECK
               MOVE 0 TO WS-OFC-SERIAL
               MOVE L-CLO-ACCT-ID TO WS-OFC-ACCT-ID
               MOVE L-CLO-PAYEE TO WS-OFC-PAYEE
               MOVE L-CLO-PAYOUT TO WS-OFC-AMOUNT
               CALL "OFCKMGT" USING BY CONTENT "I"
                                    BY REFERENCE WS-OFFCHK-DATA
                                    BY REFERENCE LS-RESULT-CODE
                                    BY CONTENT WS-OFC-STAMP
               IF RES-OK
                   MOVE WS-OFC-SERIAL TO L-CLO-CHECK-SERIAL
               END-IF
           ELSE
               MOVE L-CLO-ACCT-ID TO WS-TXN-SOURCE-ID
               MOVE L-CLO-TARGET-ID TO WS-TXN-TARGET-ID
               MOVE L-CLO-PAYOUT TO WS-TXN-AMOUNT
               MOVE "ACCTCLOS" TO WS-TXN-STAMP
               MOVE "T" TO WS-TXN-TYPE-ARG
               PERFORM CALL-TXNPROC
           END-IF.

           IF NOT RES-OK
               DISPLAY "Balance not paid out. Code: " LS-RESULT-CODE
           END-IF.

       CALL-TXNPROC.
           CALL "TXNPROC" USING BY CONTENT WS-TXN-TYPE-ARG
                    BY CONTENT WS-TXN-SOURCE-ID
                    BY CONTENT WS-TXN-TARGET-ID
                    BY CONTENT WS-TXN-AMOUNT
                    BY REFERENCE WS-TXN-RESULT
                    BY CONTENT WS-TXN-ORIG-ID
                    BY CONTENT WS-TXN-STAMP
                    BY CONTENT WS-TXN-APPROVED
                    BY REFERENCE WS-TXN-LOGGED-ID
                    BY CONTENT WS-TXN-NARRATIVE.
           MOVE WS-TXN-RESULT TO LS-RESULT-CODE.
           IF RES-OK
               ADD 1 TO WS-PL-COUNT
               MOVE WS-TXN-LOGGED-ID TO WS-PL-TRANS-ID(WS-PL-COUNT)
               IF WS-TXN-TYPE-ARG = 'T'
                   MOVE WS-TXN-TARGET-ID TO WS-PL-ACCT-ID(WS-PL-COUNT)
               ELSE
                   MOVE WS-TXN-SOURCE-ID TO WS-PL-ACCT-ID(WS-PL-COUNT)
               END-IF
           END-IF.

      *>   A leg refused once settlement has begun: the legs already
      *>   posted are reversed newest first (a transfer leg takes its
      *>   other side with it) and the accruals drawn down are put
      *>   back, so the close can simply be tried again. The
      *>   refusal's own code is what goes back to the caller. A
      *>   reversal that fails is reported for the back office.
       BACK-OUT-SETTLEMENT.
           MOVE LS-RESULT-CODE TO WS-FAILED-CODE.

           PERFORM VARYING WS-PL-SUB FROM WS-PL-COUNT BY -1
                   UNTIL WS-PL-SUB < 1
               CALL "TXNPROC" USING BY CONTENT WS-REV-TYPE
                        BY CONTENT WS-PL-ACCT-ID(WS-PL-SUB)
                        BY CONTENT WS-REV-TARGET-ID
                        BY CONTENT WS-REV-AMOUNT
                        BY REFERENCE WS-REV-RESULT
                        BY CONTENT WS-PL-TRANS-ID(WS-PL-SUB)
                        BY CONTENT LS-TELLER-ID
                        BY CONTENT WS-TXN-APPROVED
                        BY REFERENCE WS-REV-LOGGED-ID
                        BY CONTENT WS-TXN-NARRATIVE
               IF WS-REV-RESULT NOT = '00'
                   DISPLAY "Settlement leg " WS-PL-TRANS-ID(WS-PL-SUB)
                       " not reversed. Code: " WS-REV-RESULT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PL-COUNT.

           IF WS-ACCR-TAKEN = 'Y'
               OPEN I-O ACCR-FILE
               IF WS-ACCR-STATUS = '00'
                   MOVE L-CLO-ACCT-ID TO ACCR-ACCT-ID
                   READ ACCR-FILE
                       NOT INVALID KEY
                           ADD L-CLO-INTEREST TO ACCR-AMOUNT
                           REWRITE ACCR-RECORD
                   END-READ
                   CLOSE ACCR-FILE
               END-IF
               MOVE 'N' TO WS-ACCR-TAKEN
           END-IF.

           IF WS-ODACCR-TAKEN = 'Y'
               OPEN I-O ODACCR-FILE
               IF WS-ODACCR-STATUS = '00'
                   MOVE L-CLO-ACCT-ID TO ODA-ACCT-ID
                   READ ODACCR-FILE
                       NOT INVALID KEY
                           ADD L-CLO-OD-INTEREST TO ODA-AMOUNT
                           REWRITE ODACCR-RECORD
                   END-READ
                   CLOSE ODACCR-FILE
               END-IF
               MOVE 'N' TO WS-ODACCR-TAKEN
           END-IF.

           DISPLAY "Close-out backed out - account left as quoted.".
           MOVE WS-FAILED-CODE TO LS-RESULT-CODE.

      *>   Standing orders paying out of or into the account, sweeps
      *>   with it on either side, and every card still usable on it.
      *>   A cancel that fails is reported but never holds up the
      *>   closure - the money has already gone.
       CANCEL-INSTRUCTIONS.
           MOVE 0 TO WS-CN-COUNT.
           PERFORM GATHER-STANDING-ORDERS.
           PERFORM GATHER-SWEEPS.
           PERFORM GATHER-CARDS.

           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-COUNT
               PERFORM CANCEL-ONE-INSTRUCTION
           END-PERFORM.

       GATHER-STANDING-ORDERS.
           OPEN INPUT STANDORD-FILE.
           IF WS-SO-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDORD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (SO-SOURCE-ACCT-ID = L-CLO-ACCT-ID
                               OR SO-TARGET-ACCT-ID = L-CLO-ACCT-ID)
                               AND (SO-ACTIVE OR SO-SUSPENDED)
                               AND WS-CN-COUNT < 500
                           ADD 1 TO WS-CN-COUNT
                           MOVE 'O' TO WS-CN-KIND(WS-CN-COUNT)
                           MOVE SO-ORDER-ID
                               TO WS-CN-ORDER-ID(WS-CN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STANDORD-FILE.

       GATHER-SWEEPS.
           OPEN INPUT SWEEP-FILE.
           IF WS-SWEEP-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (SWP-MASTER-ACCT-ID = L-CLO-ACCT-ID
                               OR SWP-SUB-ACCT-ID = L-CLO-ACCT-ID)
                               AND NOT SWP-CANCELLED
                               AND WS-CN-COUNT < 500
                           ADD 1 TO WS-CN-COUNT
                           MOVE 'S' TO WS-CN-KIND(WS-CN-COUNT)
                           MOVE SWP-ID TO WS-CN-ORDER-ID(WS-CN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SWEEP-FILE.

       GATHER-CARDS.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CARD-ACCT-ID OF CARD-RECORD = L-CLO-ACCT-ID
                               AND NOT CARD-CANCELLED OF CARD-RECORD
                               AND WS-CN-COUNT < 500
                           ADD 1 TO WS-CN-COUNT
                           MOVE 'C' TO WS-CN-KIND(WS-CN-COUNT)
                           MOVE CARD-NUMBER OF CARD-RECORD
                               TO WS-CN-CARD-NUMBER(WS-CN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARD-FILE.

       CANCEL-ONE-INSTRUCTION.
           EVALUATE WS-CN-KIND(WS-CN-IDX)
               WHEN 'O'
                   MOVE WS-CN-ORDER-ID(WS-CN-IDX) TO WS-SO-ORDER-ID
                   CALL "SORDMGT" USING BY CONTENT "X"
                                        BY REFERENCE WS-ORDER-DATA
                                        BY REFERENCE WS-MAINT-RESULT
               WHEN 'S'
                   MOVE WS-CN-ORDER-ID(WS-CN-IDX) TO WS-SWP-ID
                   CALL "SWPMGT" USING BY CONTENT "X"
                                       BY REFERENCE WS-SWEEP-DATA
                                       BY REFERENCE WS-MAINT-RESULT
               WHEN 'C'
                   MOVE WS-CN-CARD-NUMBER(WS-CN-IDX)
                       TO CARD-NUMBER OF WS-CARD-DATA
                   MOVE 'C' TO CARD-STATUS OF WS-CARD-DATA
                   CALL "CARDMGT" USING BY CONTENT "X"
                                        BY REFERENCE WS-CARD-DATA
                                        BY REFERENCE WS-MAINT-RESULT
           END-EVALUATE.

           IF WS-MAINT-RESULT = '00'
               ADD 1 TO L-CLO-CANCELLED
           ELSE
               DISPLAY "Could not cancel " WS-CN-KIND(WS-CN-IDX) " "
                   WS-CN-ORDER-ID(WS-CN-IDX) " "
                   WS-CN-CARD-NUMBER(WS-CN-IDX)
                   " Code: " WS-MAINT-RESULT
           END-IF.

      *>   The last statement the account will get: everything since
      *>   its previous statement (or since opening), ending on the
      *>   close-out legs at a zero balance. The opening balance is
      *>   rolled back from that zero through the period's legs, the
      *>   same carry-forward logic STMTPRT's scan path uses.
       WRITE-CLOSING-STATEMENT.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.
           PERFORM GET-NEXT-STMT-SEQ.
           MOVE SEQ-LAST-ID TO L-CLO-STMT-SEQ.
           CLOSE SEQ-FILE.

           OPEN I-O CYCLE-FILE.
           IF WS-CYCLE-STATUS = "35" THEN
               OPEN OUTPUT CYCLE-FILE
               CLOSE CYCLE-FILE
               OPEN I-O CYCLE-FILE
           END-IF.
           MOVE WS-CA-OPEN-DATE TO WS-START-DATE.
           MOVE L-CLO-ACCT-ID TO SC-ACCT-ID.
           READ CYCLE-FILE
               INVALID KEY
                   MOVE 0 TO SC-LAST-STMT-DATE.
           IF SC-LAST-STMT-DATE > 0
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(SC-LAST-STMT-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
                   TO WS-START-DATE
           END-IF.
           IF WS-START-DATE > WS-TODAY
               MOVE WS-TODAY TO WS-START-DATE
           END-IF.

           PERFORM SUM-PERIOD-LEGS.
           COMPUTE WS-OPENING-BAL = 0 - WS-PERIOD-SUM.

           MOVE SPACES TO WS-STMT-NAME.
           STRING "DATA/stmt_" WS-CA-CUST-ID "_" L-CLO-STMT-SEQ
               ".txt" DELIMITED BY SIZE INTO WS-STMT-NAME.
           OPEN OUTPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY "Closing statement not written. Status: "
                   WS-STMT-STATUS
               CLOSE CYCLE-FILE
               EXIT PARAGRAPH.

           WRITE STMT-LINE FROM WS-HDR-SEP.
           WRITE STMT-LINE FROM WS-HDR-TITLE.
           WRITE STMT-LINE FROM WS-HDR-SEP.
           MOVE L-CLO-STMT-SEQ TO WS-HDR-SEQ-NO.
           WRITE STMT-LINE FROM WS-HDR-SEQ.
           MOVE WS-CA-CUST-ID TO WS-HDR-CUST-ID.
           MOVE WS-CUST-NAME TO WS-HDR-CUST-NAME.
           WRITE STMT-LINE FROM WS-HDR-CUST.
           MOVE WS-CUST-ADDR TO WS-HDR-ADDR-TXT.
           WRITE STMT-LINE FROM WS-HDR-ADDR.
           MOVE WS-START-DATE TO WS-HDR-START.
           MOVE WS-TODAY TO WS-HDR-END.
           WRITE STMT-LINE FROM WS-HDR-PERIOD.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

           MOVE L-CLO-ACCT-ID TO WS-AH-ID.
           MOVE WS-CA-TYPE TO WS-AH-TYPE.
           MOVE WS-CA-CURRENCY TO WS-AH-CURR.
           WRITE STMT-LINE FROM WS-ACCT-HDR.
           MOVE "Opening Balance: " TO WS-BL-LABEL.
           MOVE WS-OPENING-BAL TO WS-BL-AMOUNT.
           WRITE STMT-LINE FROM WS-BAL-LINE.

           PERFORM LIST-PERIOD-LEGS.

           MOVE "Closing Balance: " TO WS-BL-LABEL.
           MOVE 0 TO WS-BL-AMOUNT.
           WRITE STMT-LINE FROM WS-BAL-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

           EVALUATE TRUE
               WHEN L-CLO-PAYOUT = 0
                   MOVE "NOTHING TO PAY OUT" TO WS-SL-TEXT
                   MOVE 0 TO WS-SL-REF
               WHEN L-CLO-BY-CHECK
                   MOVE "OFFICIAL CHECK SERIAL" TO WS-SL-TEXT
                   MOVE L-CLO-CHECK-SERIAL TO WS-SL-REF
               WHEN OTHER
                   MOVE "TRANSFER TO ACCOUNT" TO WS-SL-TEXT
                   MOVE L-CLO-TARGET-ID TO WS-SL-REF
           END-EVALUATE.
           WRITE STMT-LINE FROM WS-SETTLE-LINE.
           MOVE WS-TODAY TO WS-CL-DATE.
           MOVE LS-TELLER-ID TO WS-CL-TELLER.
           WRITE STMT-LINE FROM WS-CLOSED-LINE.
           CLOSE STMT-FILE.

           MOVE L-CLO-ACCT-ID TO SC-ACCT-ID.
           MOVE WS-TODAY TO SC-LAST-STMT-DATE.
           MOVE L-CLO-STMT-SEQ TO SC-LAST-STMT-SEQ.
           REWRITE CYCLE-RECORD
               INVALID KEY
                   WRITE CYCLE-RECORD.
           CLOSE CYCLE-FILE.

       SUM-PERIOD-LEGS.
           MOVE 0 TO WS-PERIOD-SUM.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID = L-CLO-ACCT-ID
                               AND TRANS-DATE >= WS-START-DATE
                               AND TRANS-DATE <= WS-TODAY
                           ADD TRANS-AMOUNT TO WS-PERIOD-SUM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       LIST-PERIOD-LEGS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID = L-CLO-ACCT-ID
                               AND TRANS-DATE >= WS-START-DATE
                               AND TRANS-DATE <= WS-TODAY
                           PERFORM WRITE-TRANS-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       WRITE-TRANS-LINE.
           MOVE TRANS-ID TO WS-DL-ID.
           MOVE TRANS-DATE TO WS-DL-DATE.
           MOVE TRANS-CODE TO WS-TC-CODE.
           MOVE TRANS-TYPE TO WS-TXN-DESC.
           IF WS-TC-CODE NOT = SPACES
               CALL "TXCMGT" USING BY CONTENT "G"
                                   BY REFERENCE WS-CODE-DATA
                                   BY REFERENCE WS-CODE-RESULT
               IF WS-CODE-RESULT = '00'
                   MOVE WS-TC-DESC TO WS-TXN-DESC
               END-IF
           END-IF.
           MOVE WS-TXN-DESC TO WS-DL-DESC.
           MOVE TRANS-AMOUNT TO WS-DL-AMOUNT.
           MOVE TRANS-BALANCE-AFTER TO WS-DL-BALANCE.
           WRITE STMT-LINE FROM WS-DETAIL-LINE.
           IF TRANS-NARRATIVE NOT = SPACES
               MOVE TRANS-NARRATIVE TO WS-NL-TEXT
               WRITE STMT-LINE FROM WS-NARR-LINE
           END-IF.

      *>   Closing statements share STMTPRT's numbering (key '4').
       GET-NEXT-STMT-SEQ.
           MOVE '4' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.

           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
