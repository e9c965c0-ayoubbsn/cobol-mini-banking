           05  CUST-RISK-RATING    PIC X(01).
           05  FILLER              PIC X(01).
           05  CUST-ID-DOC-EXPIRY  PIC X(08).
           05  CUST-MERGE-INTO     PIC 9(05).

      *>   Beneficiary registry servicing through BENMGT.
       01  WS-BENEF-DATA.
       01  WS-CODE-RESULT      PIC X(02).
       01  WS-TXN-DESC         PIC X(30).

      *>   GL period-close control through GLPRDMGT.
       01  WS-PERIOD-DATA.
           05  WS-PRD-PERIOD       PIC 9(06).
           05  WS-PRD-STATUS       PIC X(01).
           05  WS-PRD-YEAR-END     PIC X(01).
           05  WS-PRD-DATE         PIC 9(08).
       01  WS-PERIOD-RESULT    PIC X(02).

      *>   Legal-order servicing through LEGLMGT.
       01  WS-LEGAL-DATA.
           05  WS-LGL-ORDER-ID     PIC 9(08).
           05  WS-KYR-PERIOD       PIC 9(06).
           05  WS-KYR-CUST-ID      PIC 9(05).

      *>   Watchlist maintenance through WLSTMGT and the compliance
      *>   review queue through CMPLMGT.
       01  WS-WATCH-DATA.
           05  WS-WL-ENTRY-ID      PIC 9(08).
           05  WS-WL-TYPE          PIC X(01).
           05  WS-WL-VALUE         PIC X(30).
           05  WS-WL-LIST-SOURCE   PIC X(08).

       01  WS-CASE-DATA.
           05  WS-CQ-CASE-ID       PIC 9(08).

      *>   Transaction-monitoring alert cases through AMLMGT.
       01  WS-ALERT-DATA.
           05  WS-AL-ALERT-ID      PIC 9(08).
           05  WS-AL-OUTCOME       PIC X(01).

      *>   Charged-off balances and their recoveries - see CHGOMGT.
       01  WS-CHGOFF-DATA.
           05  WS-CO-ACCT-ID       PIC 9(05).
           05  WS-CO-SOURCE-ID     PIC 9(05).
           05  WS-CO-AMOUNT        PIC 9(09)V99.
           05  WS-CO-OUTSTANDING   PIC 9(09)V99.

       01  WS-RESULT-CODE      PIC X(02).

      *>   The signed-on operator for this session. WS-TELLER-ID is
      *>   Trailing new-PIN argument for ACCTMGT - only the change-PIN
      *>   screen puts a real value here.
       01  WS-PIN-ARG          PIC X(04) VALUE SPACES.
      *>   ACCTMGT's answer on an overdraft limit asked for at
      *>   opening - spaces when none was asked for.
       01  WS-ODF-RESULT       PIC X(02).

      *>   Supervisor approval screen working storage. The pending
      *>   queue is buffered, worked through item by item, and written
               10  WS-PT-STATUS        PIC X(01).
       01  WS-PEND-COUNT       PIC 9(03) VALUE 0.
       01  WS-PEND-OPEN-COUNT  PIC 9(03).
       01  WS-PEND-SIGN-COUNT  PIC 9(03).
       01  WS-PEND-SEEN        PIC 9(03).
       01  WS-APPR-CHOICE      PIC X(01).
       01  WS-APPR-APPROVED    PIC X(01) VALUE 'Y'.

      *>   One insufficient-funds item as NSFMGT takes it; only the
      *>   item ID is keyed for a view, pay or return.
       01  WS-NSF-DATA.
           05  WS-NQ-ITEM-ID        PIC 9(08).
           05  WS-NQ-SOURCE         PIC X(08).
           05  WS-NQ-TXN-TYPE       PIC X(01).
           05  WS-NQ-ACCT-ID        PIC 9(05).
           05  WS-NQ-TARGET-ID      PIC 9(05).
           05  WS-NQ-AMOUNT         PIC 9(09)V99.
           05  WS-NQ-REF            PIC X(16).
           05  WS-NQ-FEE            PIC 9(09)V99.
           05  WS-NQ-COUNT          PIC 9(05).
       01  WS-NSF-CHOICE       PIC X(01).

       01  WS-MANDATE-DATA.
           05  WS-DM-ID            PIC 9(05).
           05  WS-DM-ACCT-ID       PIC 9(05).
           05  WS-DM-ORIGINATOR    PIC X(06).
           05  WS-DM-REF           PIC X(16).
           05  WS-DM-MAX-AMOUNT    PIC 9(09)V99.
           05  WS-DM-FREQUENCY     PIC X(01).
           05  WS-DM-STATUS        PIC X(01).
           05  WS-DM-DEBIT-AMOUNT  PIC 9(09)V99.
       01  WS-PEND-CHANGED     PIC X(01).

       01  WS-GROUP-DATA.
           05  WS-CG-GROUP-ID      PIC 9(05).
           05  WS-CG-GROUP-NAME    PIC X(30).
           05  WS-CG-CUST-ID       PIC 9(05).
           05  WS-CG-RELATION      PIC X(01).

      *>   Deceased-customer estates through ESTMGT.
       01  WS-ESTATE-DATA.
           05  WS-ED-CUST-ID       PIC 9(05).
           05  WS-ED-DEATH-DATE    PIC 9(08).
           05  WS-ED-REP-NAME      PIC X(30).
           05  WS-ED-REP-ACCT-ID   PIC 9(05).
           05  WS-ED-STATUS        PIC X(01).
           05  WS-ED-FROZEN        PIC 9(03).
           05  WS-ED-SURVIVED      PIC 9(03).
           05  WS-ED-DEBITS        PIC 9(05).
           05  WS-ED-PAID-TOTAL    PIC 9(09)V99.
           05  WS-ED-REMAINING     PIC 9(03).

       01  WS-ORDER-DATA.
           05  WS-SO-ORDER-ID      PIC 9(05).
           05  WS-SO-SOURCE-ID     PIC 9(05).
           05  WS-TD-ROLLOVER      PIC X(01).
           05  WS-TD-STATUS        PIC X(01).

      *>   Collateral register maintenance through COLLMGT.
       01  WS-COLL-DATA.
           COPY COLLAT.CPY.

      *>   Overdraft credit facilities through ODFMGT.
       01  WS-FAC-DATA.
           COPY ODFACIL.CPY.
       01  WS-OD-REQUESTED     PIC S9(09)V99.

      *>   Customer alert subscriptions through ALRTMGT.
       01  WS-SUB-DATA.
           COPY ALERTSUB.CPY.

       01  WS-OWNER-DATA.
           05  WS-OWN-ACCT-ID      PIC 9(05).
           05  WS-OWN-CUST-ID      PIC 9(05).
           05  WS-OWN-ROLE         PIC X(01).
           05  WS-OWN-REC-STATUS   PIC X(01).
           05  WS-OWN-SIGN-PIN     PIC X(04).
           05  WS-OWN-NEW-PIN      PIC X(04).
           05  WS-OWN-SUPV-FLAG    PIC X(01).

      *>   Signing mandates through SIGNMGT. The signers collected at
      *>   the counter (or off the countersign queue) are carried in
      *>   WS-SGN-SIGNER-ID once each has passed OWNRMGT's PIN check.
       01  WS-SIGN-DATA.
           05  WS-SGN-ACCT-ID      PIC 9(05).
           05  WS-SGN-RULE         PIC X(01).
           05  WS-SGN-SECOND-ROLE  PIC X(01).
           05  WS-SGN-SET-DATE     PIC 9(08).
           05  WS-SGN-SET-BY       PIC X(08).
           05  WS-SGN-SIGNER-COUNT PIC 9(01).
           05  WS-SGN-SIGNER-ID    PIC 9(05) OCCURS 4 TIMES.
       01  WS-SIGN-RESULT      PIC X(02).
       01  WS-SIGN-DONE        PIC X(01).
       01  WS-SIGN-DUP         PIC X(01).
       01  WS-SIGN-SUB         PIC 9(01).

       01  WS-CHECK-DATA.
           05  WS-CHK-ID           PIC 9(08).
           05  WS-CHK-AMOUNT       PIC 9(09)V99.
           05  WS-CHK-NUMBER       PIC X(10).
           05  WS-CHK-DRAWER-ID    PIC 9(05).
           05  WS-CHK-DRAWEE-BANK  PIC X(08).

      *>   Checkbook orders and serial ranges through CHKBMGT.
       01  WS-CHKBOOK-DATA.
           05  WS-CB-BOOK-ID       PIC 9(06).
           05  WS-CB-ACCT-ID       PIC 9(05).
           05  WS-CB-LEAVES        PIC 9(03).
           05  WS-CB-FIRST-SERIAL  PIC 9(07).
           05  WS-CB-LAST-SERIAL   PIC 9(07).
           05  WS-CB-STATUS        PIC X(01).
           05  WS-CB-CHECK-NUMBER  PIC X(10).

      *>   Transaction exports and export subscriptions through
      *>   TXNEXPT.
       01  WS-EXPORT-DATA.
           05  WS-EX-ACCT-ID       PIC 9(05).
           05  WS-EX-FROM-DATE     PIC 9(08).
           05  WS-EX-TO-DATE       PIC 9(08).
           05  WS-EX-FREQ          PIC X(01).
           05  WS-EX-STATUS        PIC X(01).
           05  WS-EX-ROWS          PIC 9(07).
           05  WS-EX-OPENING       PIC S9(09)V99.
           05  WS-EX-CLOSING       PIC S9(09)V99.
           05  WS-EX-FILE-NAME     PIC X(40).

      *>   Deposit-rate band maintenance through INTRMGT.
       01  WS-BAND-DATA.
      *>   threshold needs a supervisor at THIS screen instead.
       01  WS-OFC-THRESHOLD    PIC 9(09)V99.

      *>   Account close-out settlement through ACCTCLOS.
       01  WS-CLOSE-DATA.
           05  WS-CLO-ACCT-ID      PIC 9(05).
           05  WS-CLO-METHOD       PIC X(01).
           05  WS-CLO-TARGET-ID    PIC 9(05).
           05  WS-CLO-PAYEE        PIC X(30).
           05  WS-CLO-BALANCE      PIC S9(09)V99.
           05  WS-CLO-INTEREST     PIC 9(09)V99.
           05  WS-CLO-TAX          PIC 9(09)V99.
           05  WS-CLO-OD-INTEREST  PIC 9(09)V99.
           05  WS-CLO-CHARGES      PIC 9(09)V99.
           05  WS-CLO-PAYOUT       PIC S9(09)V99.
           05  WS-CLO-CHECK-SERIAL PIC 9(08).
           05  WS-CLO-STMT-SEQ     PIC 9(08).
           05  WS-CLO-CANCELLED    PIC 9(05).

      *>   Dispute case servicing through DSPTMGT.
       01  WS-DISPUTE-DATA.
           05  WS-DSP-ID           PIC 9(08).
      *>   Loan servicing through LOANMGT.
       01  WS-LOAN-DATA.
           COPY LOAN.CPY.
      *>   Payoff quote, early settlement and prepayment figures.
       01  WS-PAYOFF-DATA.
           05  WS-PO-DATE          PIC 9(08).
           05  WS-PO-FUND-ACCT-ID  PIC 9(05).
           05  WS-PO-AMOUNT        PIC 9(09)V99.
           05  WS-PO-OPTION        PIC X(01).
           05  WS-PO-BALANCE       PIC 9(09)V99.
           05  WS-PO-DAYS          PIC 9(05).
           05  WS-PO-INTEREST      PIC 9(09)V99.
           05  WS-PO-PAYOFF        PIC 9(09)V99.

      *>   Card registry maintenance through CARDMGT.
       01  WS-CARD-REG-DATA.
      *>   Branch registry maintenance through BRCHMGT.
       01  WS-BRANCH-DATA.
           COPY BRANCH.CPY.
       01  WS-MERGE-DATA.
           COPY BRMERGE.CPY.

      *>   Cash-drawer servicing through DRWRMGT - each operator
      *>   works their own drawer; the vault adjustment is
               DISPLAY "7. Close/Freeze/Reactivate Account"
               DISPLAY "8. Browse Accounts"
               DISPLAY "9. Exit"
               DISPLAY "0. Transaction History / Export"
               DISPLAY "R. Reverse Transaction"
               DISPLAY "N. New Customer"
               DISPLAY "H. Place Hold / Legal Orders"
               DISPLAY "F. Exchange Rates"
               DISPLAY "Y. Archived History"
               DISPLAY "O. Teller Maintenance"
               DISPLAY "A. Approvals / NSF Decisions"
               DISPLAY "M. Customer Maintenance"
               DISPLAY "P. System Parameters"
               DISPLAY "S. Standing Orders / Payments"
               IF WS-CHOICE-OK = 'Y'
               EVALUATE WS-CHOICE
                   WHEN '0'
                       IF WS-INQUIRY-ONLY = 'Y'
                           PERFORM DO-HISTORY
                       ELSE
                           PERFORM DO-HISTORY-MENU
                       END-IF
                   WHEN '1'
                       PERFORM DO-CREATE
                   WHEN '2'
                   WHEN 'O'
                       PERFORM DO-TELLER-MAINT
                   WHEN 'A'
                       PERFORM DO-APPROVALS-MENU
                   WHEN 'M'
                       PERFORM DO-CUSTOMER-MAINT
                   WHEN 'P'
                   WS-RESULT-CODE
           END-IF.

      *>   The second-look queues sit behind one menu letter: the
      *>   parked high-value debits, the overnight insufficient-
      *>   funds items waiting on a pay-or-return decision, and the
      *>   debits waiting on a co-owner's countersignature - and the
      *>   overdraft facilities, whose limits need the same two
      *>   pairs of eyes.
       DO-APPROVALS-MENU.
           DISPLAY "Approvals".
           DISPLAY "1. Pending High-Value Transactions  "
               "2. NSF Pay/Return Decisions  "
               "3. Countersignatures".
           DISPLAY "4. Overdraft Facilities: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-APPROVALS
               WHEN '2'
                   PERFORM DO-NSF-DECISIONS
               WHEN '3'
                   PERFORM DO-COUNTERSIGN
               WHEN '4'
                   PERFORM DO-OD-FACILITIES
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   An account's overdraft limit comes only from a facility:
      *>   any operator may propose one, a different supervisor
      *>   approves or rejects it, and ODFREVW starts it, warns
      *>   ahead of its review and takes the limit away at expiry.
      *>   Withdrawing a limit early and recording a review are
      *>   supervisor-only.
       DO-OD-FACILITIES.
           DISPLAY "Overdraft Facilities".
           DISPLAY "1. Propose  2. Approve/Reject  3. Withdraw  "
               "4. Record Review  5. List For Account: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-PROPOSE-FACILITY
               WHEN '2'
                   PERFORM DO-DECIDE-FACILITY
               WHEN '3'
                   PERFORM DO-WITHDRAW-FACILITY
               WHEN '4'
                   PERFORM DO-REVIEW-FACILITY
               WHEN '5'
                   INITIALIZE WS-FAC-DATA
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT OF-ACCT-ID
                   CALL "ODFMGT" USING BY CONTENT "Q"
                                       BY REFERENCE WS-FAC-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-PROPOSE-FACILITY.
           INITIALIZE WS-FAC-DATA.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT OF-ACCT-ID.
           DISPLAY "Limit Amount: " WITH NO ADVANCING.
           ACCEPT OF-AMOUNT.
           DISPLAY "Start Date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT OF-START-DATE.
           DISPLAY "Expiry Date (YYYYMMDD, 0 = one year): "
               WITH NO ADVANCING.
           ACCEPT OF-EXPIRY-DATE.
           DISPLAY "Review Date (YYYYMMDD, 0 = one year): "
               WITH NO ADVANCING.
           ACCEPT OF-REVIEW-DATE.

           CALL "ODFMGT" USING BY CONTENT "P"
                               BY REFERENCE WS-FAC-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Facility " OF-FAC-ID
                       " Proposed - Awaiting Approval."
               WHEN '02'
                   DISPLAY "Account Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Amount or Dates, or Account "
                       "Cannot Have An Overdraft!"
               WHEN '04'
                   DISPLAY "Account Not Active!"
               WHEN '12'
                   DISPLAY "A Facility Is Already Awaiting Approval "
                       "For This Account!"
               WHEN OTHER
                   DISPLAY "Error Proposing Facility. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Shows the proposals waiting, then takes a decision on one.
       DO-DECIDE-FACILITY.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-FAC-DATA.
           CALL "ODFMGT" USING BY CONTENT "L"
                               BY REFERENCE WS-FAC-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           DISPLAY "Facility ID (0 to leave): " WITH NO ADVANCING.
           ACCEPT OF-FAC-ID.
           IF OF-FAC-ID = 0
               EXIT PARAGRAPH.
           DISPLAY "A=Approve, R=Reject: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 'A'
                   CALL "ODFMGT" USING BY CONTENT "A"
                                       BY REFERENCE WS-FAC-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN 'R'
                   CALL "ODFMGT" USING BY CONTENT "J"
                                       BY REFERENCE WS-FAC-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
                   EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   IF OF-LIVE
                       DISPLAY "Facility Approved - Limit Of "
                           OF-AMOUNT " Now Live On Account "
                           OF-ACCT-ID
                   ELSE
                       IF OF-APPROVED
                           DISPLAY "Facility Approved - Limit Starts "
                               OF-START-DATE
                       ELSE
                           DISPLAY "Facility Rejected."
                       END-IF
                   END-IF
               WHEN '02'
                   DISPLAY "Facility or Account Not Found!"
               WHEN '03'
                   DISPLAY "Facility Has Already Expired!"
               WHEN '04'
                   DISPLAY "Account No Longer Active!"
               WHEN '12'
                   DISPLAY "Facility Is Not Awaiting Approval!"
               WHEN '13'
                   DISPLAY "You Proposed This Facility - Another "
                       "Supervisor Must Decide It!"
               WHEN OTHER
                   DISPLAY "Error Deciding Facility. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-WITHDRAW-FACILITY.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-FAC-DATA.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT OF-ACCT-ID.

           CALL "ODFMGT" USING BY CONTENT "W"
                               BY REFERENCE WS-FAC-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Facility Withdrawn - Overdraft Limit "
                       "Now Zero."
               WHEN '02'
                   DISPLAY "No Live or Approved Facility For This "
                       "Account!"
               WHEN OTHER
                   DISPLAY "Error Withdrawing Facility. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-REVIEW-FACILITY.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-FAC-DATA.
           DISPLAY "Facility ID: " WITH NO ADVANCING.
           ACCEPT OF-FAC-ID.
           DISPLAY "Next Review Date (YYYYMMDD, 0 = one year): "
               WITH NO ADVANCING.
           ACCEPT OF-REVIEW-DATE.

           CALL "ODFMGT" USING BY CONTENT "V"
                               BY REFERENCE WS-FAC-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Review Recorded - Next Review "
                       OF-REVIEW-DATE
               WHEN '02'
                   DISPLAY "Facility Not Found!"
               WHEN '03'
                   DISPLAY "Review Date Must Be After Today And "
                       "No Later Than Expiry " OF-EXPIRY-DATE
               WHEN '12'
                   DISPLAY "Facility Is Not Live!"
               WHEN OTHER
                   DISPLAY "Error Recording Review. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Supervisor approval queue: lists every parked high-value
      *>   debit and posts or rejects each one as the second pair of
      *>   eyes. The approving supervisor may not be the operator who
                   ") - Item Stays Pending."
           END-IF.

      *>   Countersign queue: teller debits TXNPROC parked because
      *>   the account's mandate wanted more signatures than the
      *>   maker had. The co-owners sign here with their own PINs
      *>   (COLLECT-SIGNATURES, the counter's own routine) before a
      *>   different operator from the maker re-drives the item with
      *>   the mandate flagged as met. A countersigned item over the
      *>   approval threshold then parks again for a supervisor, as
      *>   any other would; that new pending entry is picked up from
      *>   the file before the queue is written back.
       DO-COUNTERSIGN.
           PERFORM LOAD-PENDING-QUEUE.
           IF WS-PEND-SIGN-COUNT = 0
               DISPLAY "No transactions awaiting countersignature."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-PEND-CHANGED.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PEND-COUNT
               IF WS-PT-STATUS(WS-PT-IDX) = 'S'
                   PERFORM REVIEW-ONE-COUNTERSIGN
               END-IF
           END-PERFORM.

           IF WS-PEND-CHANGED = 'Y'
               PERFORM REWRITE-PENDING-QUEUE
           END-IF.

       REVIEW-ONE-COUNTERSIGN.
           DISPLAY " ".
           DISPLAY "Countersign " WS-PT-ID(WS-PT-IDX)
               " Type " WS-PT-TYPE(WS-PT-IDX)
               " Acct " WS-PT-ACCT-ID(WS-PT-IDX)
               " Target " WS-PT-TARGET-ID(WS-PT-IDX).
           DISPLAY "  Amount " WS-PT-AMOUNT(WS-PT-IDX)
               " Date " WS-PT-DATE(WS-PT-IDX)
               " Maker " WS-PT-MAKER-ID(WS-PT-IDX).
           DISPLAY "Countersign/Refuse/Skip (C/R/S): "
               WITH NO ADVANCING.
           ACCEPT WS-APPR-CHOICE.

           EVALUATE WS-APPR-CHOICE
               WHEN 'C'
                   PERFORM COUNTERSIGN-ONE-PENDING
               WHEN 'R'
                   MOVE 'R' TO WS-PT-STATUS(WS-PT-IDX)
                   MOVE WS-TELLER-ID TO WS-PT-CHECKER-ID(WS-PT-IDX)
                   MOVE 'Y' TO WS-PEND-CHANGED
                   DISPLAY "Refused."
               WHEN OTHER
                   DISPLAY "Skipped."
           END-EVALUATE.

       COUNTERSIGN-ONE-PENDING.
           IF WS-PT-MAKER-ID(WS-PT-IDX) = WS-TELLER-ID
               DISPLAY "Cannot Countersign Your Own Transaction!"
               EXIT PARAGRAPH.

           MOVE WS-PT-ACCT-ID(WS-PT-IDX) TO WS-TXN-ACCT-ID.
           MOVE 'N' TO WS-TXN-APPROVED.
           PERFORM COLLECT-SIGNATURES.
           IF WS-TXN-APPROVED NOT = 'S'
               DISPLAY "Signing Mandate Not Met - Item Stays "
                   "Queued."
               EXIT PARAGRAPH.

           MOVE SPACES TO WS-TXN-NARRATIVE.
           CALL "TXNPROC" USING
               BY CONTENT WS-PT-TYPE(WS-PT-IDX)
               BY CONTENT WS-PT-ACCT-ID(WS-PT-IDX)
               BY CONTENT WS-PT-TARGET-ID(WS-PT-IDX)
               BY CONTENT WS-PT-AMOUNT(WS-PT-IDX)
               BY REFERENCE WS-RESULT-CODE
               BY CONTENT WS-PT-ORIG-TXN-ID(WS-PT-IDX)
               BY CONTENT WS-TELLER-ID
               BY CONTENT WS-TXN-APPROVED
               BY REFERENCE WS-TXN-LOGGED-ID
               BY CONTENT WS-TXN-NARRATIVE.
           MOVE 'N' TO WS-TXN-APPROVED.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   MOVE 'A' TO WS-PT-STATUS(WS-PT-IDX)
                   MOVE WS-TELLER-ID TO WS-PT-CHECKER-ID(WS-PT-IDX)
                   MOVE 'Y' TO WS-PEND-CHANGED
                   DISPLAY "Countersigned and Posted."
               WHEN '20'
                   MOVE 'A' TO WS-PT-STATUS(WS-PT-IDX)
                   MOVE WS-TELLER-ID TO WS-PT-CHECKER-ID(WS-PT-IDX)
                   MOVE 'Y' TO WS-PEND-CHANGED
                   PERFORM PICK-UP-NEW-PENDING
                   DISPLAY "Countersigned - Now Parked for "
                       "Supervisor Approval."
               WHEN OTHER
                   DISPLAY "Posting Failed (Code " WS-RESULT-CODE
                       ") - Item Stays Queued."
           END-EVALUATE.

      *>   Adds to the buffered queue whatever TXNPROC appended to
      *>   pending_txns.dat since it was loaded, so the rewrite at
      *>   the end of the screen does not drop it.
       PICK-UP-NEW-PENDING.
           MOVE 0 TO WS-PEND-SEEN.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-PEND-EOF.
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       ADD 1 TO WS-PEND-SEEN
                       IF WS-PEND-SEEN > WS-PEND-COUNT
                           PERFORM BUFFER-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PEND-FILE.

      *>   The account officer's pay-or-return call on an item a
      *>   night's batch, standing order, loan collection or inbound
      *>   clearing debit could not cover. NSFMGT shows the account's
      *>   recent balances with the item; paying it posts into
      *>   overdraft, returning it charges the NSF fee and sends the
      *>   item back to where it came from. Supervisor-only.
       DO-NSF-DECISIONS.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-NSF-DATA.
           CALL "NSFMGT" USING BY CONTENT "L"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           DISPLAY "Item ID (0 to exit): " WITH NO ADVANCING.
           ACCEPT WS-NQ-ITEM-ID.
           IF WS-NQ-ITEM-ID = 0
               EXIT PARAGRAPH.

           CALL "NSFMGT" USING BY CONTENT "V"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           IF WS-RESULT-CODE NOT = '00'
               DISPLAY "Item Not Found!"
               EXIT PARAGRAPH.

           DISPLAY "Pay/Return/Skip (P/R/S): " WITH NO ADVANCING.
           ACCEPT WS-NSF-CHOICE.

           EVALUATE WS-NSF-CHOICE
               WHEN 'P'
                   CALL "NSFMGT" USING BY CONTENT "P"
                                       BY REFERENCE WS-NSF-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN 'R'
                   CALL "NSFMGT" USING BY CONTENT "R"
                                       BY REFERENCE WS-NSF-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Skipped."
                   EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   IF WS-NSF-CHOICE = 'P'
                       DISPLAY "Item Paid Into Overdraft."
                   ELSE
                       DISPLAY "Item Returned. Fee Charged: "
                           WS-NQ-FEE
                   END-IF
               WHEN '02'
                   DISPLAY "Item Not Found!"
               WHEN '12'
                   DISPLAY "Item Already Decided!"
               WHEN OTHER
                   DISPLAY "Posting Failed (Code " WS-RESULT-CODE
                       ") - Item Stays Open."
           END-EVALUATE.

       LOAD-PENDING-QUEUE.
           MOVE 0 TO WS-PEND-COUNT.
           MOVE 0 TO WS-PEND-OPEN-COUNT.
           MOVE 0 TO WS-PEND-SIGN-COUNT.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH.
           IF PEND-STATUS = 'P'
               ADD 1 TO WS-PEND-OPEN-COUNT
           END-IF.
           IF PEND-STATUS = 'S'
               ADD 1 TO WS-PEND-SIGN-COUNT
           END-IF.

       REWRITE-PENDING-QUEUE.
           OPEN OUTPUT PEND-FILE.
       DO-LOANS.
           DISPLAY "Loans".
           DISPLAY "1. Originate and Disburse  2. Inquiry  "
               "3. List Loan Book".
           DISPLAY "4. Payoff Quote  5. Early Settlement  "
               "6. Principal Prepayment".
           DISPLAY "7. Charged-Off Balances  8. Record Recovery  "
               "9. Collateral: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                                        BY REFERENCE WS-LOAN-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
                                        BY REFERENCE WS-PAYOFF-DATA
               WHEN '4'
                   PERFORM DO-LOAN-PAYOFF-QUOTE
               WHEN '5'
                   PERFORM DO-LOAN-SETTLE
               WHEN '6'
                   PERFORM DO-LOAN-PREPAY
               WHEN '7'
                   CALL "CHGOMGT" USING BY CONTENT "L"
                                        BY REFERENCE WS-CHGOFF-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN '8'
                   PERFORM DO-CHGOFF-RECOVERY
               WHEN '9'
                   PERFORM DO-COLLATERAL
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   Security held against loans and overdraft limits, through
      *>   COLLMGT. Taking and releasing security is supervisor-only;
      *>   revaluation is routine.
       DO-COLLATERAL.
           DISPLAY "Collateral".
           DISPLAY "1. Add Collateral  2. Revalue  3. Release  "
               "4. Inquiry  5. List For Facility: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-ADD-COLLATERAL
               WHEN '2'
                   PERFORM DO-REVALUE-COLLATERAL
               WHEN '3'
                   PERFORM DO-RELEASE-COLLATERAL
               WHEN '4'
                   PERFORM DO-COLLATERAL-INQUIRY
               WHEN '5'
                   INITIALIZE WS-COLL-DATA
                   DISPLAY "Loan or Overdraft Account ID: "
                       WITH NO ADVANCING
                   ACCEPT CL-ACCT-ID
                   CALL "COLLMGT" USING BY CONTENT "Q"
                                        BY REFERENCE WS-COLL-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-ADD-COLLATERAL.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-COLL-DATA.
           DISPLAY "Secures (L=Loan, O=Overdraft): "
               WITH NO ADVANCING.
           ACCEPT CL-LINK-TYPE.
           DISPLAY "Loan or Overdraft Account ID: "
               WITH NO ADVANCING.
           ACCEPT CL-ACCT-ID.
           DISPLAY "Type (P=Property, V=Vehicle, T=Term Deposit "
               "Lien, G=Guarantee, O=Other): " WITH NO ADVANCING.
           ACCEPT CL-TYPE.
           IF CL-TD-LIEN
               DISPLAY "Pledged Term Account ID: " WITH NO ADVANCING
               ACCEPT CL-TD-ACCT-ID
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT CL-DESC.
           DISPLAY "Value (0 = principal of a term lien): "
               WITH NO ADVANCING.
           ACCEPT CL-VALUE.
           DISPLAY "Valuation Date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT CL-VALUE-DATE.
           IF CL-PROPERTY OR CL-VEHICLE
               DISPLAY "Insurance Expiry (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT CL-INS-EXPIRY
           END-IF.

           CALL "COLLMGT" USING BY CONTENT "A"
                                BY REFERENCE WS-COLL-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Collateral Recorded - ID " CL-COLL-ID
                       " Value " CL-VALUE
               WHEN '02'
                   DISPLAY "Loan, Account or Term Deposit Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Collateral Details - Property "
                       "and Vehicles Need An Insurance Expiry; An "
                       "Overdraft Needs A Limit."
               WHEN '04'
                   DISPLAY "Facility or Term Deposit Not Active!"
               WHEN '12'
                   DISPLAY "Term Deposit Is Already Under Lien!"
               WHEN OTHER
                   DISPLAY "Error Recording Collateral. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-REVALUE-COLLATERAL.
           INITIALIZE WS-COLL-DATA.
           DISPLAY "Collateral ID: " WITH NO ADVANCING.
           ACCEPT CL-COLL-ID.
           DISPLAY "New Value: " WITH NO ADVANCING.
           ACCEPT CL-VALUE.
           DISPLAY "Valuation Date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT CL-VALUE-DATE.
           DISPLAY "Renewed Insurance Expiry (0 = unchanged): "
               WITH NO ADVANCING.
           ACCEPT CL-INS-EXPIRY.

           CALL "COLLMGT" USING BY CONTENT "V"
                                BY REFERENCE WS-COLL-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Collateral Revalued."
               WHEN '02'
                   DISPLAY "Collateral Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Value or Date!"
               WHEN '12'
                   DISPLAY "Collateral Already Released!"
               WHEN OTHER
                   DISPLAY "Error Revaluing Collateral. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-RELEASE-COLLATERAL.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-COLL-DATA.
           DISPLAY "Collateral ID: " WITH NO ADVANCING.
           ACCEPT CL-COLL-ID.

           CALL "COLLMGT" USING BY CONTENT "R"
                                BY REFERENCE WS-COLL-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Lien Released."
               WHEN '02'
                   DISPLAY "Collateral Not Found!"
               WHEN '12'
                   DISPLAY "Collateral Already Released!"
               WHEN OTHER
                   DISPLAY "Error Releasing Collateral. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-COLLATERAL-INQUIRY.
           INITIALIZE WS-COLL-DATA.
           DISPLAY "Collateral ID: " WITH NO ADVANCING.
           ACCEPT CL-COLL-ID.

           CALL "COLLMGT" USING BY CONTENT "I"
                                BY REFERENCE WS-COLL-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           IF WS-RESULT-CODE = '00'
               DISPLAY "Secures:     " CL-LINK-TYPE " " CL-ACCT-ID
               DISPLAY "Type:        " CL-TYPE " " CL-DESC
               DISPLAY "Value:       " CL-VALUE
               DISPLAY "Valued:      " CL-VALUE-DATE
               DISPLAY "Ins Expiry:  " CL-INS-EXPIRY
               DISPLAY "Term Acct:   " CL-TD-ACCT-ID
               DISPLAY "Lien:        " CL-LIEN-STATUS " "
                   CL-STATUS-DATE " " CL-STATUS-BY
           ELSE
               DISPLAY "Collateral Not Found. Code: " WS-RESULT-CODE
           END-IF.

      *>   Money collected on a balance CRLOSS wrote off - a loan
      *>   or a chronically overdrawn account - is a recovery, not a
      *>   repayment: the written-off account is closed to postings,
      *>   so the customer pays from a live account and CHGOMGT books
      *>   it back to the loan-loss allowance. Supervisor-only.
       DO-CHGOFF-RECOVERY.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Record Recovery".
           INITIALIZE WS-CHGOFF-DATA.
           DISPLAY "Written-Off Account ID: " WITH NO ADVANCING.
           ACCEPT WS-CO-ACCT-ID.
           MOVE WS-CO-ACCT-ID TO WS-CHKD-ACCT-ID.
           PERFORM VERIFY-ID-DIGIT.
           IF WS-ID-OK NOT = 'Y'
               EXIT PARAGRAPH.
           DISPLAY "Paying Account ID: " WITH NO ADVANCING.
           ACCEPT WS-CO-SOURCE-ID.
           MOVE WS-CO-SOURCE-ID TO WS-CHKD-ACCT-ID.
           PERFORM VERIFY-ID-DIGIT.
           IF WS-ID-OK NOT = 'Y'
               EXIT PARAGRAPH.
           DISPLAY "Amount Recovered: " WITH NO ADVANCING.
           ACCEPT WS-CO-AMOUNT.

           CALL "CHGOMGT" USING BY CONTENT "R"
                                BY REFERENCE WS-CHGOFF-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Recovery Recorded. Still Outstanding: "
                       WS-CO-OUTSTANDING
               WHEN '02'
                   DISPLAY "No Charge-Off Or Account Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Amount Or Accounts!"
               WHEN '05'
                   DISPLAY "More Than Outstanding: "
                       WS-CO-OUTSTANDING
               WHEN '06'
                   DISPLAY "Paying Account Must Be A Live Savings/"
                       "Checking Account In The Same Currency!"
               WHEN '10'
                   DISPLAY "Insufficient Funds!"
               WHEN '12'
                   DISPLAY "Charge-Off Already Recovered In Full!"
               WHEN OTHER
                   DISPLAY "Recovery Failed. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-LOAN-ORIGINATE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Originate Loan".
           INITIALIZE WS-LOAN-DATA.
           DISPLAY "Loan Account ID (type L, overdraft >= "
               "principal): " WITH NO ADVANCING.
           ACCEPT LN-ACCT-ID OF WS-LOAN-DATA.
           MOVE LN-ACCT-ID OF WS-LOAN-DATA TO WS-CHKD-ACCT-ID.
           PERFORM VERIFY-ID-DIGIT.
           IF WS-ID-OK NOT = 'Y'
               EXIT PARAGRAPH.
           DISPLAY "Principal: " WITH NO ADVANCING.
           ACCEPT LN-PRINCIPAL OF WS-LOAN-DATA.
           DISPLAY "Annual Rate (e.g. 0.085000): " WITH NO ADVANCING.
           CALL "LOANMGT" USING BY CONTENT "O"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID
                                BY REFERENCE WS-PAYOFF-DATA.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
           CALL "LOANMGT" USING BY CONTENT "I"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID
                                BY REFERENCE WS-PAYOFF-DATA.

           IF WS-RESULT-CODE = '00'
               DISPLAY "Principal:     "
               DISPLAY "No Loan On File. Code: " WS-RESULT-CODE
           END-IF.

       DO-LOAN-PAYOFF-QUOTE.
           DISPLAY "Loan Account ID: " WITH NO ADVANCING.
           ACCEPT LN-ACCT-ID OF WS-LOAN-DATA.
           INITIALIZE WS-PAYOFF-DATA.
           DISPLAY "Payoff Date (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING.
           ACCEPT WS-PO-DATE.

           CALL "LOANMGT" USING BY CONTENT "Q"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID
                                BY REFERENCE WS-PAYOFF-DATA.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Payoff As Of:      " WS-PO-DATE
                   DISPLAY "Balance Owed:      " WS-PO-BALANCE
                   DISPLAY "Interest Days:     " WS-PO-DAYS
                   DISPLAY "Per-Diem Interest: " WS-PO-INTEREST
                   DISPLAY "Payoff Amount:     " WS-PO-PAYOFF
               WHEN '02'
                   DISPLAY "No Loan On File!"
               WHEN '03'
                   DISPLAY "Invalid Payoff Date!"
               WHEN '12'
                   DISPLAY "Loan Is Not Active!"
               WHEN OTHER
                   DISPLAY "Quote Failed. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   Settlement and prepayment move customer money pre-approved
      *>   inside LOANMGT, so - like origination - they are
      *>   supervisor-only and the supervisor's session is the
      *>   approval.
       DO-LOAN-SETTLE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Early Settlement".
           DISPLAY "Loan Account ID: " WITH NO ADVANCING.
           ACCEPT LN-ACCT-ID OF WS-LOAN-DATA.
           INITIALIZE WS-PAYOFF-DATA.
           DISPLAY "Pay From Account ID (0 for the loan's payment "
               "account): " WITH NO ADVANCING.
           ACCEPT WS-PO-FUND-ACCT-ID.
           IF WS-PO-FUND-ACCT-ID NOT = 0
               MOVE WS-PO-FUND-ACCT-ID TO WS-CHKD-ACCT-ID
               PERFORM VERIFY-ID-DIGIT
               IF WS-ID-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           CALL "LOANMGT" USING BY CONTENT "S"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID
                                BY REFERENCE WS-PAYOFF-DATA.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Loan Settled. Paid: " WS-PO-PAYOFF
                       " (Interest " WS-PO-INTEREST ")"
               WHEN '02'
                   DISPLAY "No Loan On File!"
               WHEN '12'
                   DISPLAY "Loan Is Not Active!"
               WHEN '10'
                   DISPLAY "Insufficient Funds In Paying Account!"
               WHEN OTHER
                   DISPLAY "Settlement Failed. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-LOAN-PREPAY.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Principal Prepayment".
           DISPLAY "Loan Account ID: " WITH NO ADVANCING.
           ACCEPT LN-ACCT-ID OF WS-LOAN-DATA.
           INITIALIZE WS-PAYOFF-DATA.
           DISPLAY "Prepayment Amount: " WITH NO ADVANCING.
           ACCEPT WS-PO-AMOUNT.
           DISPLAY "Pay From Account ID (0 for the loan's payment "
               "account): " WITH NO ADVANCING.
           ACCEPT WS-PO-FUND-ACCT-ID.
           IF WS-PO-FUND-ACCT-ID NOT = 0
               MOVE WS-PO-FUND-ACCT-ID TO WS-CHKD-ACCT-ID
               PERFORM VERIFY-ID-DIGIT
               IF WS-ID-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Then (P=Lower Payment, T=Shorter Term): "
               WITH NO ADVANCING.
           ACCEPT WS-PO-OPTION.

           CALL "LOANMGT" USING BY CONTENT "P"
                                BY REFERENCE WS-LOAN-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID
                                BY REFERENCE WS-PAYOFF-DATA.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Prepayment Posted. Balance Now: "
                       WS-PO-BALANCE
                   DISPLAY "Payment: "
                       LN-PAYMENT-AMOUNT OF WS-LOAN-DATA
                       "  Term (months): "
                       LN-TERM-MONTHS OF WS-LOAN-DATA
               WHEN '02'
                   DISPLAY "No Loan On File!"
               WHEN '03'
                   DISPLAY "Invalid Amount or Option!"
               WHEN '06'
                   DISPLAY "Amount Clears the Loan - Use Early "
                       "Settlement!"
               WHEN '10'
                   DISPLAY "Insufficient Funds In Paying Account!"
               WHEN '12'
                   DISPLAY "Loan Is Not Active!"
               WHEN OTHER
                   DISPLAY "Prepayment Failed. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   Card registry servicing through CARDMGT - the link
      *>   between the plastic the vendor's ATMs read and the
      *>   account it draws on, with a per-card daily limit and a
      *>   hot-card status the nightly ATMPOST run enforces. A
      *>   renewal card from the month-end run is activated here when
      *>   the customer confirms receipt.
       DO-CARDS.
           DISPLAY "Cards".
           DISPLAY "1. Register Card  2. Block/Unblock/Cancel  "
               "3. Inquiry  4. List  5. Activate Renewal Card: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                   CALL "CARDMGT" USING BY CONTENT "L"
                                        BY REFERENCE WS-CARD-REG-DATA
                                        BY REFERENCE WS-CARD-RESULT
               WHEN '5'
                   PERFORM DO-CARD-ACTIVATE
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.
                   DISPLAY "Card Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Status!"
               WHEN '12'
                   DISPLAY "Only A Blocked Card Can Be Reinstated!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-CARD-RESULT
           END-EVALUATE.

       DO-CARD-ACTIVATE.
           DISPLAY "New Card Number (16 chars): " WITH NO ADVANCING.
           ACCEPT CARD-NUMBER OF WS-CARD-REG-DATA.

           CALL "CARDMGT" USING BY CONTENT "V"
                                BY REFERENCE WS-CARD-REG-DATA
                                BY REFERENCE WS-CARD-RESULT.

           EVALUATE WS-CARD-RESULT
               WHEN '00'
                   DISPLAY "Card Activated. Expires: "
                       CARD-EXPIRY-DATE OF WS-CARD-REG-DATA
                   IF CARD-REPLACES OF WS-CARD-REG-DATA NOT = SPACES
                       DISPLAY "Old Card Retired: "
                           CARD-REPLACES OF WS-CARD-REG-DATA
                   END-IF
               WHEN '02'
                   DISPLAY "Card Not Found!"
               WHEN '12'
                   DISPLAY "Card Is Not Awaiting Activation!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-CARD-RESULT
           END-EVALUATE.
                   CARD-DAILY-LIMIT OF WS-CARD-REG-DATA
               DISPLAY "Issued:         "
                   CARD-ISSUE-DATE OF WS-CARD-REG-DATA
               DISPLAY "Expires:        "
                   CARD-EXPIRY-DATE OF WS-CARD-REG-DATA
               IF CARD-RENEWED-BY OF WS-CARD-REG-DATA NOT = SPACES
                   DISPLAY "Renewed By:     "
                       CARD-RENEWED-BY OF WS-CARD-REG-DATA
               END-IF
           ELSE
               DISPLAY "Card Not Found. Code: " WS-CARD-RESULT
           END-IF.
      *>   supervisor-only.
       DO-BRANCHES.
           DISPLAY "Branches".
           DISPLAY "1. Add Branch  2. List Branches  "
               "3. Schedule Merge".
           DISPLAY "4. Cancel Merge  5. Merge Register: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

                   CALL "BRCHMGT" USING BY CONTENT "L"
                                        BY REFERENCE WS-BRANCH-DATA
                                        BY REFERENCE WS-RESULT-CODE
               WHEN '3'
                   PERFORM DO-SCHEDULE-MERGE
               WHEN '4'
                   PERFORM DO-CANCEL-MERGE
               WHEN '5'
                   CALL "BRCHMGT" USING BY CONTENT "R"
                                        BY REFERENCE WS-BRANCH-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY REFERENCE WS-MERGE-DATA
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Consolidating an office: the whole book moves in the batch
      *>   window of the effective date (BRMERGE), so scheduling and
      *>   calling it off are supervisor-only.
       DO-SCHEDULE-MERGE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-MERGE-DATA.
           DISPLAY "Closing Branch ID: " WITH NO ADVANCING.
           ACCEPT BM-CLOSING-BRANCH OF WS-MERGE-DATA.
           DISPLAY "Receiving Branch ID: " WITH NO ADVANCING.
           ACCEPT BM-RECEIVING-BRANCH OF WS-MERGE-DATA.
           DISPLAY "Effective Business Date (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT BM-EFF-DATE OF WS-MERGE-DATA.
           MOVE WS-TELLER-ID TO BM-SET-BY OF WS-MERGE-DATA.

           CALL "BRCHMGT" USING BY CONTENT "M"
                                BY REFERENCE WS-BRANCH-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY REFERENCE WS-MERGE-DATA.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Merge Scheduled - Branch "
                       BM-CLOSING-BRANCH OF WS-MERGE-DATA
                       " Moves To "
                       BM-RECEIVING-BRANCH OF WS-MERGE-DATA
                       " In The Window Of "
                       BM-EFF-DATE OF WS-MERGE-DATA
               WHEN '02'
                   DISPLAY "Branch Not On File!"
               WHEN '03'
                   DISPLAY "Invalid Branches or Date - Head Office "
                       "Cannot Close; Date Must Be A Business Day "
                       "From Today On."
               WHEN '04'
                   DISPLAY "Branch Is Already Closed!"
               WHEN '12'
                   DISPLAY "A Merge Is Already Pending For One Of "
                       "These Branches!"
               WHEN OTHER
                   DISPLAY "Error Scheduling Merge. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-CANCEL-MERGE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-MERGE-DATA.
           DISPLAY "Closing Branch ID: " WITH NO ADVANCING.
           ACCEPT BM-CLOSING-BRANCH OF WS-MERGE-DATA.

           CALL "BRCHMGT" USING BY CONTENT "K"
                                BY REFERENCE WS-BRANCH-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY REFERENCE WS-MERGE-DATA.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Merge Cancelled."
               WHEN '02'
                   DISPLAY "No Pending Merge For That Branch!"
               WHEN OTHER
                   DISPLAY "Error Cancelling Merge. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Cash-drawer servicing through DRWRMGT. Every option works
      *>   the signed-on operator's own drawer - the drawer file is
      *>   keyed by TELLER-ID - except the vault operations, which
      *>   touch the vault of the operator's office (the adjustment
      *>   is how cash deliveries and shipments are booked, so it is
      *>   supervisor-only).
       DO-CASH-DRAWER.
           DISPLAY "Cash Drawer".
           ACCEPT WS-CHOICE.

           MOVE WS-TELLER-ID TO DRW-TELLER-ID OF WS-DRAWER-DATA.
           MOVE WS-TELLER-BRANCH-ID TO DRW-BRANCH-ID OF WS-DRAWER-DATA.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-DRAWER-OPEN
      *>   locks the money until TDMATUR matures it.
       DO-TERM-DEPOSITS.
           DISPLAY "Term Deposits".
           DISPLAY "1. Open Term  2. Inquiry  3. List  "
               "4. Break Early: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                   CALL "TERMMGT" USING BY CONTENT "L"
                                        BY REFERENCE WS-TERM-DATA
                                        BY REFERENCE WS-RESULT-CODE
               WHEN '4'
                   PERFORM DO-BREAK-TERM
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Breaking a term forfeits all its contracted interest, so
      *>   it is supervisor-only; a deposit pledged as security for
      *>   an open loan or overdraft cannot be broken at all.
       DO-BREAK-TERM.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-TD-ACCT-ID.

           CALL "TERMMGT" USING BY CONTENT "B"
                                BY REFERENCE WS-TERM-DATA
                                BY REFERENCE WS-RESULT-CODE.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Term Broken - Interest Forfeited; "
                       WS-TD-PRINCIPAL " Free On The Account."
               WHEN '02'
                   DISPLAY "No Term Record On File!"
               WHEN '03'
                   DISPLAY "Term Already Due - Left For Maturity!"
               WHEN '04'
                   DISPLAY "Term Not Active!"
               WHEN '12'
                   DISPLAY "Deposit Is Under Lien For Facility "
                       WS-TD-TERM-DAYS " - Cannot Break!"
               WHEN OTHER
                   DISPLAY "Error Breaking Term. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

       DO-TERM-INQUIRY.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-TD-ACCT-ID.

      *>   Joint ownership maintenance through OWNRMGT's link file -
      *>   an account is no longer limited to the one ACCT-CUST-ID
      *>   owner slot - and the account's signing mandate through
      *>   SIGNMGT, with each owner's own signing PIN.
       DO-ACCOUNT-OWNERS.
           DISPLAY "Account Owners".
           DISPLAY "1. Add Owner  2. Remove Owner  "
               "3. List Owners of Account  "
               "4. List Accounts of Customer".
           DISPLAY "5. Set Owner Signing PIN  "
               "6. Signing Mandate: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                   PERFORM DO-ADD-OWNER
               WHEN '2'
                   PERFORM DO-REMOVE-OWNER
               WHEN '5'
                   PERFORM DO-SET-SIGN-PIN
               WHEN '6'
                   PERFORM DO-SIGNING-MANDATE
               WHEN '3'
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT WS-OWN-ACCT-ID
               DISPLAY "Link Not Found. Code: " WS-RESULT-CODE
           END-IF.

      *>   The owner keys their own signing PIN; one already on the
      *>   link has to be given first, as with an account PIN change.
      *>   A first PIN has no such proof behind it, so OWNRMGT takes
      *>   one only from a supervisor, the same gate as the mandate.
       DO-SET-SIGN-PIN.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-OWN-ACCT-ID.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-OWN-CUST-ID.
           DISPLAY "Current Signing PIN (blank if none): "
               WITH NO ADVANCING.
           ACCEPT WS-OWN-SIGN-PIN.
           DISPLAY "New 4-Digit Signing PIN: " WITH NO ADVANCING.
           ACCEPT WS-OWN-NEW-PIN.
           IF WS-TELLER-AUTHORITY = 'S'
               MOVE 'Y' TO WS-OWN-SUPV-FLAG
           ELSE
               MOVE 'N' TO WS-OWN-SUPV-FLAG
           END-IF.

           CALL "OWNRMGT" USING BY CONTENT "N"
                                BY REFERENCE WS-OWNER-DATA
                                BY REFERENCE WS-RESULT-CODE.
           MOVE SPACES TO WS-OWN-SIGN-PIN.
           MOVE SPACES TO WS-OWN-NEW-PIN.
           MOVE 'N' TO WS-OWN-SUPV-FLAG.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Signing PIN Set."
               WHEN '02'
                   DISPLAY "Customer Is Not an Owner of This Account!"
               WHEN '03'
                   DISPLAY "Signing PIN Must Be 4 Digits!"
               WHEN '07'
                   DISPLAY "Current Signing PIN Incorrect!"
               WHEN '08'
                   DISPLAY "First Signing PIN - Supervisor Authority "
                       "Required!"
               WHEN OTHER
                   DISPLAY "Error Setting Signing PIN. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Shows the account's mandate; changing it is a supervisor's
      *>   act, the way the mandate form itself is countersigned at
      *>   the branch.
       DO-SIGNING-MANDATE.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-SGN-ACCT-ID.
           CALL "SIGNMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-SIGN-DATA
                                BY REFERENCE WS-SIGN-RESULT
                                BY CONTENT WS-TELLER-ID.
           DISPLAY "Mandate: " WS-SGN-RULE
               " (O=Any One, B=All Owners, C=Primary Plus One)"
               "  Second Role: " WS-SGN-SECOND-ROLE.
           IF WS-SGN-RULE NOT = 'O'
               DISPLAY "Set " WS-SGN-SET-DATE " By " WS-SGN-SET-BY
           END-IF.

           DISPLAY "Change Mandate (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE NOT = 'Y'
               EXIT PARAGRAPH.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "New Mandate (O/B/C): " WITH NO ADVANCING.
           ACCEPT WS-SGN-RULE.
           MOVE SPACE TO WS-SGN-SECOND-ROLE.
           IF WS-SGN-RULE = 'C'
               DISPLAY "Second Signer Role (J=Joint, A=Attorney, "
                   "blank=Either): " WITH NO ADVANCING
               ACCEPT WS-SGN-SECOND-ROLE
           END-IF.

           CALL "SIGNMGT" USING BY CONTENT "S"
                                BY REFERENCE WS-SIGN-DATA
                                BY REFERENCE WS-SIGN-RESULT
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-SIGN-RESULT
               WHEN '00'
                   DISPLAY "Signing Mandate Recorded."
               WHEN '02'
                   DISPLAY "Account Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Mandate, or Not Allowed on a "
                       "Loan/Internal Account!"
               WHEN OTHER
                   DISPLAY "Error Recording Mandate. Code: "
                       WS-SIGN-RESULT
           END-EVALUATE.

      *>   Check services through CHKMGT: a deposited check sits
      *>   PENDING on the register until the batch window's CHKREL
      *>   step releases the funds after the clearing period; stops
               "3. Return Check  4. List Register".
           DISPLAY "5. Lodge Issued Check  "
               "6. Pay Positive-Pay Hold  "
               "7. Official Checks  8. Checkbooks: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                   PERFORM DO-PAY-PP-HOLD
               WHEN '7'
                   PERFORM DO-OFFICIAL-CHECKS
               WHEN '8'
                   PERFORM DO-CHECKBOOKS
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   Checkbooks through CHKBMGT: a book is ordered here, goes
      *>   to the printer with the CHKSTOCK batch step, and is issued
      *>   when the customer collects it. Only serials in an issued
      *>   book are honored at deposit and release; reporting a book
      *>   lost or stolen stops its whole range in one step.
       DO-CHECKBOOKS.
           DISPLAY "Checkbooks".
           DISPLAY "1. Order  2. Issue to Customer  "
               "3. Report Lost/Stolen  4. Cancel Order  "
               "5. List for Account: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           INITIALIZE WS-CHKBOOK-DATA.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-ORDER-CHKBOOK
               WHEN '2'
                   DISPLAY "Book ID: " WITH NO ADVANCING
                   ACCEPT WS-CB-BOOK-ID
                   CALL "CHKBMGT" USING BY CONTENT "I"
                                       BY REFERENCE WS-CHKBOOK-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   PERFORM SHOW-CHKBOOK-RESULT
               WHEN '3'
                   DISPLAY "Book ID: " WITH NO ADVANCING
                   ACCEPT WS-CB-BOOK-ID
                   CALL "CHKBMGT" USING BY CONTENT "L"
                                       BY REFERENCE WS-CHKBOOK-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   PERFORM SHOW-CHKBOOK-RESULT
               WHEN '4'
                   DISPLAY "Book ID: " WITH NO ADVANCING
                   ACCEPT WS-CB-BOOK-ID
                   CALL "CHKBMGT" USING BY CONTENT "X"
                                       BY REFERENCE WS-CHKBOOK-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   PERFORM SHOW-CHKBOOK-RESULT
               WHEN '5'
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT WS-CB-ACCT-ID
                   CALL "CHKBMGT" USING BY CONTENT "Q"
                                       BY REFERENCE WS-CHKBOOK-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-ORDER-CHKBOOK.
           DISPLAY "Order Checkbook".
           DISPLAY "Checking Account ID: " WITH NO ADVANCING.
           ACCEPT WS-CB-ACCT-ID.
           MOVE WS-CB-ACCT-ID TO WS-CHKD-ACCT-ID.
           PERFORM VERIFY-ID-DIGIT.
           IF WS-ID-OK NOT = 'Y'
               EXIT PARAGRAPH.
           DISPLAY "Leaves (25/50/100, 0 for 25): " WITH NO ADVANCING.
           ACCEPT WS-CB-LEAVES.

           CALL "CHKBMGT" USING BY CONTENT "O"
                               BY REFERENCE WS-CHKBOOK-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Checkbook Ordered. Book: " WS-CB-BOOK-ID
                       " Serials " WS-CB-FIRST-SERIAL " - "
                       WS-CB-LAST-SERIAL
               WHEN '02'
                   DISPLAY "Account Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Leaves, or Not a Customer "
                       "Checking Account!"
               WHEN '04'
                   DISPLAY "Account Not Active!"
               WHEN OTHER
                   DISPLAY "Order Failed. Code: " WS-RESULT-CODE
           END-EVALUATE.

       SHOW-CHKBOOK-RESULT.
           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Book " WS-CB-BOOK-ID " Now Status "
                       WS-CB-STATUS " (Serials " WS-CB-FIRST-SERIAL
                       " - " WS-CB-LAST-SERIAL ")."
               WHEN '02'
                   DISPLAY "Checkbook Not Found!"
               WHEN '12'
                   DISPLAY "Not Allowed In The Book's Current Status!"
               WHEN OTHER
                   DISPLAY "Checkbook Update Failed. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Official (cashier's) checks through OFCKMGT: issue debits
      *>   the purchaser and registers the instrument; presentment,
      *>   stop (with refund), the register listing, and the aged
               IF WS-ID-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CHK-DRAWEE-BANK
           ELSE
               DISPLAY "Drawee Bank Code (8 chars): "
                   WITH NO ADVANCING
               ACCEPT WS-CHK-DRAWEE-BANK
           END-IF.
           MOVE 0 TO WS-CHK-ID.

                       " - funds release after clearing period."
               WHEN '02'
                   DISPLAY "Depositor Account Not Found!"
               WHEN '03'
                   DISPLAY "Amount and Drawee Bank Code Required!"
               WHEN '04'
                   DISPLAY "Depositor Account Not Active!"
               WHEN '08'
                   DISPLAY "Stop Payment In Force, or Checkbook "
                       "Reported Lost/Stolen!"
               WHEN '14'
                   DISPLAY "Check Number Never Issued to Drawer "
                       "Account!"
               WHEN OTHER
                   DISPLAY "Error Registering Check. Code: "
                       WS-RESULT-CODE
           DISPLAY "Standing Orders / Payments".
           DISPLAY "1. Create  2. Amend  3. Suspend/Reactivate  "
               "4. Cancel  5. List".
           DISPLAY "6. Beneficiaries (Outbound Payments)  "
               "7. Direct-Debit Mandates: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                                        BY REFERENCE WS-RESULT-CODE
               WHEN '6'
                   PERFORM DO-BENEFICIARIES
               WHEN '7'
                   PERFORM DO-MANDATES
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   The customer's direct-debit authorities through DDMMGT.
      *>   PAYIN returns any inbound debit no ACTIVE mandate covers,
      *>   so registering the mandate the customer signed - and
      *>   cancelling it the day they ask - is what lets a
      *>   collection through or stops it.
       DO-MANDATES.
           DISPLAY "Direct-Debit Mandates".
           DISPLAY "1. Register  2. Amend  3. Cancel (Customer "
               "Request)  4. List: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           INITIALIZE WS-MANDATE-DATA.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-DDM-CREATE
               WHEN '2'
                   PERFORM DO-DDM-AMEND
               WHEN '3'
                   PERFORM DO-DDM-CANCEL
               WHEN '4'
                   DISPLAY "Account ID (0 for all): "
                       WITH NO ADVANCING
                   ACCEPT WS-DM-ACCT-ID
                   CALL "DDMMGT" USING BY CONTENT "L"
                                       BY REFERENCE WS-MANDATE-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-DDM-CREATE.
           DISPLAY "Register Direct-Debit Mandate".
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-DM-ACCT-ID.
           MOVE WS-DM-ACCT-ID TO WS-CHKD-ACCT-ID.
           PERFORM VERIFY-ID-DIGIT.
           IF WS-ID-OK NOT = 'Y'
               EXIT PARAGRAPH.
           DISPLAY "Originator ID (6 chars): " WITH NO ADVANCING.
           ACCEPT WS-DM-ORIGINATOR.
           DISPLAY "Mandate Reference (16 chars): "
               WITH NO ADVANCING.
           ACCEPT WS-DM-REF.
           PERFORM GET-DDM-TERMS.

           CALL "DDMMGT" USING BY CONTENT "C"
                               BY REFERENCE WS-MANDATE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-DDM-RESULT.

       DO-DDM-AMEND.
           DISPLAY "Amend Direct-Debit Mandate".
           DISPLAY "Mandate ID: " WITH NO ADVANCING.
           ACCEPT WS-DM-ID.
           PERFORM GET-DDM-TERMS.

           CALL "DDMMGT" USING BY CONTENT "A"
                               BY REFERENCE WS-MANDATE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-DDM-RESULT.

       DO-DDM-CANCEL.
           DISPLAY "Cancel Direct-Debit Mandate".
           DISPLAY "Mandate ID: " WITH NO ADVANCING.
           ACCEPT WS-DM-ID.

           CALL "DDMMGT" USING BY CONTENT "X"
                               BY REFERENCE WS-MANDATE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-DDM-RESULT.

       GET-DDM-TERMS.
           DISPLAY "Maximum Per Collection: " WITH NO ADVANCING.
           ACCEPT WS-DM-MAX-AMOUNT.
           DISPLAY "Frequency (O=One-Off W=Weekly M=Monthly "
               "Q=Quarterly A=Annual V=Variable): "
               WITH NO ADVANCING.
           ACCEPT WS-DM-FREQUENCY.

       SHOW-DDM-RESULT.
           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Mandate " WS-DM-ID " Updated."
               WHEN '01'
                   DISPLAY "An Active Mandate Already Exists: "
                       WS-DM-ID
               WHEN '02'
                   DISPLAY "Mandate Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Mandate Details!"
               WHEN '05'
                   DISPLAY "Account Not Found or Not An Active "
                       "Deposit Account!"
               WHEN '12'
                   DISPLAY "Mandate Is Not Active!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   The vetted counterparty registry for outbound payments -
      *>   maker-checker before an entry resolves, and payments
      *>   queued here carry only the beneficiary ID, so PAYOUT
           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Beneficiary Approved - Now Usable."
               WHEN '20'
                   DISPLAY "Possible Watchlist Match - Beneficiary "
                       "Held Pending Compliance Review."
               WHEN '02'
                   DISPLAY "Beneficiary Not Found!"
               WHEN '05'
       DO-PARAMETERS.
           DISPLAY "System Parameters".
           DISPLAY "1. Post Value  2. List  "
               "3. Post Txn Code  4. List Txn Codes  "
               "5. GL Periods: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

                   CALL "TXCMGT" USING BY CONTENT "L"
                                       BY REFERENCE WS-CODE-DATA
                                       BY REFERENCE WS-CODE-RESULT
               WHEN '5'
                   PERFORM DO-GL-PERIODS
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   Accounting months through GLPRDMGT - closing a reported
      *>   month, or reopening one for a correction, is
      *>   supervisor-only; listing is open to any operator.
       DO-GL-PERIODS.
           DISPLAY "GL Periods".
           DISPLAY "1. Close Month  2. Reopen Month  3. List: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-CLOSE-GL-PERIOD
               WHEN '2'
                   PERFORM DO-REOPEN-GL-PERIOD
               WHEN '3'
                   CALL "GLPRDMGT" USING BY CONTENT "L"
                                         BY REFERENCE WS-PERIOD-DATA
                                         BY REFERENCE WS-PERIOD-RESULT
                                         BY REFERENCE WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-CLOSE-GL-PERIOD.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Month to Close (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-PRD-PERIOD.

           CALL "GLPRDMGT" USING BY CONTENT "C"
                                 BY REFERENCE WS-PERIOD-DATA
                                 BY REFERENCE WS-PERIOD-RESULT
                                 BY REFERENCE WS-TELLER-ID.

           EVALUATE WS-PERIOD-RESULT
               WHEN '00'
                   DISPLAY "Month " WS-PRD-PERIOD " Closed."
               WHEN '03'
                   DISPLAY "Invalid Month - Only a Past Month "
                       "Can Be Closed!"
               WHEN '12'
                   DISPLAY "Month Already Closed!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-PERIOD-RESULT
           END-EVALUATE.

       DO-REOPEN-GL-PERIOD.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Month to Reopen (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-PRD-PERIOD.

           CALL "GLPRDMGT" USING BY CONTENT "O"
                                 BY REFERENCE WS-PERIOD-DATA
                                 BY REFERENCE WS-PERIOD-RESULT
                                 BY REFERENCE WS-TELLER-ID.

           EVALUATE WS-PERIOD-RESULT
               WHEN '00'
                   DISPLAY "Month " WS-PRD-PERIOD " Reopened."
               WHEN '03'
                   DISPLAY "Invalid Month!"
               WHEN '12'
                   DISPLAY "Month Is Not Closed!"
               WHEN '14'
                   DISPLAY "Year-End Close Posted - Month Cannot "
                       "Be Reopened!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-PERIOD-RESULT
           END-EVALUATE.

      *>   Transaction codes are priced like parameters: type the
               "T=Term Deposit): "
               WITH NO ADVANCING.
           ACCEPT ACCT-TYPE OF WS-ACCOUNT-DATA.
           DISPLAY "Overdraft Limit Requested (0 for none): "
               WITH NO ADVANCING.
           ACCEPT ACCT-OVERDRAFT-LIMIT OF WS-ACCOUNT-DATA.
           MOVE ACCT-OVERDRAFT-LIMIT OF WS-ACCOUNT-DATA
               TO WS-OD-REQUESTED.
           DISPLAY "Customer ID (0 for no owner on file): "
               WITH NO ADVANCING.
           ACCEPT ACCT-CUST-ID OF WS-ACCOUNT-DATA.
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT SPACES
                                BY CONTENT WS-TELLER-ID
                                BY CONTENT WS-PIN-ARG
                                BY REFERENCE WS-ODF-RESULT.

           IF WS-RESULT-CODE = '00'
      *>   ACCTMGT replaces the fifth digit with the check digit, so
      *>   the ID actually assigned can differ from the one keyed.
               DISPLAY "Account Created Successfully! Account ID: "
                   ACCT-ID OF WS-ACCOUNT-DATA
      *>   A requested limit is not granted at opening; ACCTMGT
      *>   raises it as a facility for a supervisor to approve.
               IF WS-OD-REQUESTED > 0
                   IF WS-ODF-RESULT = '00'
                       DISPLAY "Overdraft Limit Sent For Approval - "
                           "See Approvals, Overdraft Facilities."
                   ELSE
                       DISPLAY "Overdraft Limit Not Raised - Account "
                           "Opened Without One. Code: " WS-ODF-RESULT
                   END-IF
               END-IF
           ELSE
               IF WS-RESULT-CODE = '05'
                   DISPLAY "Error: Customer ID Not On File!"
               ELSE
                   IF WS-RESULT-CODE = '08'
                       DISPLAY "Error: Account Name Blank Or Too Short!"
                   ELSE
                   IF WS-RESULT-CODE = '04'
                       DISPLAY "Error: Customer Is On Compliance "
                           "Hold!"
                   ELSE
                       DISPLAY "Error Creating Account. Code: "
                           WS-RESULT-CODE
                   END-IF
                   END-IF
               END-IF
           END-IF.

           ACCEPT ACCT-ID OF WS-ACCOUNT-DATA.
           DISPLAY "Enter New Name (30 chars): " WITH NO ADVANCING.
           ACCEPT ACCT-NAME OF WS-ACCOUNT-DATA.
           DISPLAY "Enter New Customer ID (0 for no owner on file): "
               WITH NO ADVANCING.
           ACCEPT ACCT-CUST-ID OF WS-ACCOUNT-DATA.
               PERFORM DO-MARK-INTERNAL
               EXIT PARAGRAPH.

           IF ACCT-STATUS OF WS-ACCOUNT-DATA = 'W'
               DISPLAY "Write-Offs Are Made By The Month-End "
                   "Credit-Loss Run Only!"
               EXIT PARAGRAPH.

      *>   Closing a live customer account is a full settlement, not
      *>   a status flip. Only an account ACCTCLOS will not settle
      *>   (frozen, loan, term, bank-owned) falls through to the
      *>   plain status change, which ACCTMGT refuses while any
      *>   balance remains.
           IF ACCT-STATUS OF WS-ACCOUNT-DATA = 'C'
               PERFORM DO-CLOSE-OUT
               IF WS-RESULT-CODE NOT = '12'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'C' TO ACCT-STATUS OF WS-ACCOUNT-DATA
           END-IF.

           CALL "ACCTMGT" USING BY CONTENT "X"
                                BY CONTENT WS-ACCOUNT-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID
                                BY CONTENT WS-PIN-ARG.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Account Status Updated Successfully!"
               WHEN '06'
                   DISPLAY "Balance Remains - Settle It Out First!"
               WHEN OTHER
                   DISPLAY "Error Updating Status. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Quote first, then settle: final interest and charges
      *>   post, the balance pays out by transfer or official check,
      *>   the account's standing orders, sweeps and cards are
      *>   cancelled, and a closing statement is produced. A blank
      *>   method abandons the close after the quote. The payout
      *>   posts approved inside ACCTCLOS, so a payout over the
      *>   approval threshold needs a supervisor at this screen -
      *>   the official-check rule. For the same reason TXNPROC never
      *>   sees the payout as a teller debit to hold for signatures,
      *>   so the account's signing mandate is met here, before
      *>   anything is settled; one owner of a joint account cannot
      *>   close it out alone.
       DO-CLOSE-OUT.
           MOVE ACCT-ID OF WS-ACCOUNT-DATA TO WS-CHKD-ACCT-ID.
           PERFORM VERIFY-ID-DIGIT.
           IF WS-ID-OK NOT = 'Y'
               MOVE '03' TO WS-RESULT-CODE
               EXIT PARAGRAPH.

           INITIALIZE WS-CLOSE-DATA.
           MOVE ACCT-ID OF WS-ACCOUNT-DATA TO WS-CLO-ACCT-ID.
           CALL "ACCTCLOS" USING BY CONTENT "Q"
                                 BY REFERENCE WS-CLOSE-DATA
                                 BY REFERENCE WS-RESULT-CODE
                                 BY CONTENT WS-TELLER-ID.
           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   CONTINUE
               WHEN '12'
                   EXIT PARAGRAPH
               WHEN '02'
                   DISPLAY "Account Not Found!"
                   EXIT PARAGRAPH
               WHEN '04'
                   DISPLAY "Open Hold On Account - Cannot Close!"
                   EXIT PARAGRAPH
               WHEN '07'
                   DISPLAY "Legal Order On Account - Cannot Close!"
                   EXIT PARAGRAPH
               WHEN '10'
                   DISPLAY "Customer Owes " WS-CLO-PAYOUT
                       " - Collect Before Closing!"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Close-Out Quote Failed. Code: "
                       WS-RESULT-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Close-Out Settlement Quote".
           DISPLAY "  Ledger Balance:     " WS-CLO-BALANCE.
           DISPLAY "  Interest Due:       " WS-CLO-INTEREST.
           DISPLAY "  Tax Withheld:       " WS-CLO-TAX.
           DISPLAY "  Overdraft Interest: " WS-CLO-OD-INTEREST.
           DISPLAY "  Closing Charges:    " WS-CLO-CHARGES.
           DISPLAY "  Payout:             " WS-CLO-PAYOUT.

           IF WS-CLO-PAYOUT > 0
               DISPLAY "Pay Out By (T=Transfer, K=Official Check, "
                   "blank=Abandon): " WITH NO ADVANCING
           ELSE
               DISPLAY "Close Account (C=Close, blank=Abandon): "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CLO-METHOD.
           IF WS-CLO-METHOD = SPACE
               DISPLAY "Close-Out Abandoned."
               MOVE '00' TO WS-RESULT-CODE
               EXIT PARAGRAPH.

           IF WS-CLO-PAYOUT > 0
               EVALUATE WS-CLO-METHOD
                   WHEN 'T'
                       DISPLAY "Transfer To Account ID: "
                           WITH NO ADVANCING
                       ACCEPT WS-CLO-TARGET-ID
                       MOVE WS-CLO-TARGET-ID TO WS-CHKD-ACCT-ID
                       PERFORM VERIFY-ID-DIGIT
                       IF WS-ID-OK NOT = 'Y'
                           MOVE '03' TO WS-RESULT-CODE
                           EXIT PARAGRAPH
                       END-IF
                   WHEN 'K'
                       DISPLAY "Payee (blank=account holder): "
                           WITH NO ADVANCING
                       ACCEPT WS-CLO-PAYEE
                   WHEN OTHER
                       DISPLAY "Invalid Payout Method!"
                       MOVE '03' TO WS-RESULT-CODE
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.

           MOVE 2500.00 TO WS-OFC-THRESHOLD.
           MOVE "APPROVAL-THRESHOLD" TO WS-PRM-KEY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-RESULT-CODE.
           IF WS-RESULT-CODE = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-OFC-THRESHOLD
           END-IF.
           IF WS-CLO-PAYOUT > WS-OFC-THRESHOLD
                   AND WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "High-Value Close-Out - Supervisor Authority "
                   "Required!"
               MOVE '03' TO WS-RESULT-CODE
               EXIT PARAGRAPH.

      *>   A mandate SIGNMGT cannot read leaves the rule blank, and
      *>   the close is refused rather than waved through.
           MOVE WS-CLO-ACCT-ID TO WS-TXN-ACCT-ID.
           MOVE 'N' TO WS-TXN-APPROVED.
           PERFORM COLLECT-SIGNATURES.
           IF WS-SGN-RULE NOT = 'O' AND WS-TXN-APPROVED NOT = 'S'
               DISPLAY "Signing Mandate Not Met - Account Not "
                   "Closed."
               MOVE '22' TO WS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-TXN-APPROVED.

           CALL "ACCTCLOS" USING BY CONTENT "C"
                                 BY REFERENCE WS-CLOSE-DATA
                                 BY REFERENCE WS-RESULT-CODE
                                 BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Account Closed. Paid Out: " WS-CLO-PAYOUT
                   IF WS-CLO-CHECK-SERIAL > 0
                       DISPLAY "Official Check Serial: "
                           WS-CLO-CHECK-SERIAL
                   END-IF
                   DISPLAY "Instructions Cancelled: " WS-CLO-CANCELLED
                   DISPLAY "Closing Statement No: " WS-CLO-STMT-SEQ
               WHEN '03'
                   DISPLAY "Invalid Transfer Target or Payee!"
               WHEN '04'
                   DISPLAY "Open Hold On Account - Cannot Close!"
               WHEN '07'
                   DISPLAY "Legal Order On Account - Cannot Close!"
               WHEN '10'
                   DISPLAY "Settlement Would Overdraw - Not Closed!"
               WHEN OTHER
                   DISPLAY "Close-Out Stopped. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   Bank-owned (internal) accounts are excluded from
      *>   customer-facing outputs and exempt from the parking and
           PERFORM VERIFY-PIN-CHALLENGE.

           IF WS-PIN-OK = 'Y'
               PERFORM COLLECT-SIGNATURES
               MOVE 0 TO WS-TXN-ORIG-ID
               CALL "TXNPROC" USING BY CONTENT WS-TXN-TYPE
                                    BY CONTENT WS-TXN-ACCT-ID
                                    BY CONTENT WS-TXN-APPROVED
                                    BY REFERENCE WS-TXN-LOGGED-ID
                                    BY CONTENT WS-TXN-NARRATIVE
               MOVE 'N' TO WS-TXN-APPROVED
               PERFORM SHOW-RESULT
           ELSE
               DISPLAY "PIN Verification Failed - Transaction Cancelled"
           PERFORM VERIFY-PIN-CHALLENGE.

           IF WS-PIN-OK = 'Y'
               PERFORM COLLECT-SIGNATURES
               MOVE 0 TO WS-TXN-ORIG-ID
               CALL "TXNPROC" USING BY CONTENT WS-TXN-TYPE
                                    BY CONTENT WS-TXN-ACCT-ID
                                    BY CONTENT WS-TXN-APPROVED
                                    BY REFERENCE WS-TXN-LOGGED-ID
                                    BY CONTENT WS-TXN-NARRATIVE
               MOVE 'N' TO WS-TXN-APPROVED
               PERFORM SHOW-RESULT
           ELSE
               DISPLAY "PIN Verification Failed - Transaction Cancelled"
           DISPLAY "Customer Maintenance".
           DISPLAY "1. Inquiry  2. Update  3. Close/Reactivate  "
               "4. Browse  5. Relationship Report".
           DISPLAY "6. KYC Update  7. KYC Reviews  8. Compliance  "
               "9. Connected Groups  E. Estates".
           DISPLAY "D. Deposit Insurance File  A. Alerts  "
               "R. Duplicate Report  M. Merge Duplicate: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-CUST-INQUIRY
               WHEN '2'
                   PERFORM DO-CUST-UPDATE
               WHEN '3'
                   PERFORM DO-CUST-CLOSE
               WHEN '4'
                   PERFORM DO-CUST-BROWSE
               WHEN '5'
                   CALL "CUSTRPT"
               WHEN '6'
                   PERFORM DO-CUST-KYC
               WHEN '7'
                   PERFORM DO-KYC-REVIEWS
               WHEN '8'
                   PERFORM DO-COMPLIANCE
               WHEN '9'
                   PERFORM DO-CUST-GROUPS
               WHEN 'E'
                   PERFORM DO-CUST-ESTATE
               WHEN 'D'
                   PERFORM DO-SCV-FILE
               WHEN 'A'
                   PERFORM DO-CUST-ALERTS
               WHEN 'R'
                   CALL "CUSTDUP"
               WHEN 'M'
                   PERFORM DO-CUST-MERGE
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   Folds a duplicate customer into the one that survives:
      *>   CUSTMGT moves the accounts, ownership links and KYC
      *>   reviews across and closes the duplicate. Supervisors only
      *>   - the pair usually comes off CUSTDUP's report.
       DO-CUST-MERGE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           INITIALIZE WS-CUSTOMER-DATA.
           DISPLAY "Duplicate Customer ID (to close): "
               WITH NO ADVANCING.
           ACCEPT CUST-ID OF WS-CUSTOMER-DATA.
           DISPLAY "Surviving Customer ID: " WITH NO ADVANCING.
           ACCEPT CUST-MERGE-INTO OF WS-CUSTOMER-DATA.

           CALL "CUSTMGT" USING BY CONTENT "M"
                                BY CONTENT WS-CUSTOMER-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Customer " CUST-ID OF WS-CUSTOMER-DATA
                       " Merged Into "
                       CUST-MERGE-INTO OF WS-CUSTOMER-DATA
                       " And Closed."
               WHEN '02'
                   DISPLAY "Customer Not Found!"
               WHEN '03'
                   DISPLAY "Enter Two Different Customer IDs!"
               WHEN '04'
                   DISPLAY "Surviving Customer Is Not Active!"
               WHEN '12'
                   DISPLAY "Duplicate Is Not Active - Held, "
                       "Deceased Or Already Closed!"
               WHEN OTHER
                   DISPLAY "Error Merging Customers. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Connected-party groups for credit risk (GRPMGT) - the
      *>   customers EXPRPT treats as one obligor. Anyone may look;
      *>   only a supervisor changes who is connected to whom.
       DO-CUST-GROUPS.
           DISPLAY "Connected-Party Groups".
           DISPLAY "1. Add Member  2. Remove Member  3. List  "
               "4. Customer's Group: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           INITIALIZE WS-GROUP-DATA.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-GRP-ADD
               WHEN '2'
                   PERFORM DO-GRP-REMOVE
               WHEN '3'
                   DISPLAY "Group ID (0 for all): " WITH NO ADVANCING
                   ACCEPT WS-CG-GROUP-ID
                   CALL "GRPMGT" USING BY CONTENT "L"
                                       BY REFERENCE WS-GROUP-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN '4'
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT WS-CG-CUST-ID
                   CALL "GRPMGT" USING BY CONTENT "G"
                                       BY REFERENCE WS-GROUP-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   IF WS-RESULT-CODE = '00'
                       DISPLAY "Group " WS-CG-GROUP-ID " "
                           WS-CG-GROUP-NAME " Relation: "
                           WS-CG-RELATION
                   ELSE
                       DISPLAY "Customer Is In No Group."
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-GRP-ADD.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.
           DISPLAY "Group ID (0 = new group): " WITH NO ADVANCING.
           ACCEPT WS-CG-GROUP-ID.
           IF WS-CG-GROUP-ID = 0
               DISPLAY "New Group Name: " WITH NO ADVANCING
               ACCEPT WS-CG-GROUP-NAME
           END-IF.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-CG-CUST-ID.
           DISPLAY "Relation (H=Head/Parent F=Family D=Director "
               "S=Subsidiary G=Guarantor O=Other): "
               WITH NO ADVANCING.
           ACCEPT WS-CG-RELATION.

           CALL "GRPMGT" USING BY CONTENT "A"
                               BY REFERENCE WS-GROUP-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-GRP-RESULT.

       DO-GRP-REMOVE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.
           DISPLAY "Group ID: " WITH NO ADVANCING.
           ACCEPT WS-CG-GROUP-ID.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-CG-CUST-ID.

           CALL "GRPMGT" USING BY CONTENT "X"
                               BY REFERENCE WS-GROUP-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-GRP-RESULT.

       SHOW-GRP-RESULT.
           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Group " WS-CG-GROUP-ID " Updated."
               WHEN '01'
                   DISPLAY "Customer Is Already In Group "
                       WS-CG-GROUP-ID " " WS-CG-GROUP-NAME
               WHEN '02'
                   DISPLAY "Group or Membership Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Group Details!"
               WHEN '05'
                   DISPLAY "Customer Not Found or Closed!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   The deposit insurer's single customer view, made on demand
      *>   when the insurer asks for it - it holds every depositor's
      *>   balances, so supervisors only.
       DO-SCV-FILE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           CALL "SCVFILE".

      *>   The customer's own balance and activity alerts, sent by
      *>   SMS or e-mail through ALRTFEED. Any teller may set them
      *>   up at the customer's request.
       DO-CUST-ALERTS.
           DISPLAY "Customer Alerts".
           DISPLAY "1. Subscribe  2. Cancel  3. List For Account  "
               "4. Alert History: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           INITIALIZE WS-SUB-DATA.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-ALERT-SUBSCRIBE
               WHEN '2'
                   DISPLAY "Subscription ID: " WITH NO ADVANCING
                   ACCEPT AS-SUB-ID
                   CALL "ALRTMGT" USING BY CONTENT "C"
                                        BY REFERENCE WS-SUB-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
                   EVALUATE WS-RESULT-CODE
                       WHEN '00'
                           DISPLAY "Subscription " AS-SUB-ID
                               " Cancelled."
                       WHEN '02'
                           DISPLAY "Subscription Not Found!"
                       WHEN '04'
                           DISPLAY "Subscription Already Cancelled!"
                       WHEN OTHER
                           DISPLAY "Error. Code: " WS-RESULT-CODE
                   END-EVALUATE
               WHEN '3'
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT AS-ACCT-ID
                   CALL "ALRTMGT" USING BY CONTENT "Q"
                                        BY REFERENCE WS-SUB-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN '4'
                   DISPLAY "Account ID: " WITH NO ADVANCING
                   ACCEPT AS-ACCT-ID
                   CALL "ALRTMGT" USING BY CONTENT "H"
                                        BY REFERENCE WS-SUB-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-ALERT-SUBSCRIBE.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT AS-ACCT-ID.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT AS-CUST-ID.
           DISPLAY "Alert (L=Low Balance D=Debit Over C=Card Use "
               "I=Incoming Credit): " WITH NO ADVANCING.
           ACCEPT AS-ALERT-TYPE.
           DISPLAY "Amount (L/D: required; C/I: 0 = every one): "
               WITH NO ADVANCING.
           ACCEPT AS-THRESHOLD.
           DISPLAY "Channel (S=SMS E=E-mail): " WITH NO ADVANCING.
           ACCEPT AS-CHANNEL.
           DISPLAY "Mobile Number or E-mail Address: "
               WITH NO ADVANCING.
           ACCEPT AS-ADDRESS.

           CALL "ALRTMGT" USING BY CONTENT "A"
                                BY REFERENCE WS-SUB-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Subscription " AS-SUB-ID " Set Up."
               WHEN '02'
                   DISPLAY "Account Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Alert Details, or Account Cannot "
                       "Take Alerts!"
               WHEN '04'
                   DISPLAY "Account Not Active!"
               WHEN '05'
                   DISPLAY "Customer Not Found, Closed, or Not A "
                       "Holder Of The Account!"
               WHEN '12'
                   DISPLAY "That Alert Is Already Set Up!"
               WHEN OTHER
                   DISPLAY "Error Setting Up Alert. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Deceased customers (ESTMGT). Recording a death freezes the
      *>   sole accounts and passes joint ones to the survivor, so it
      *>   is as supervisor-only as the release of the balances to
      *>   the estate's representative; the review list and inquiry
      *>   are open to any teller.
       DO-CUST-ESTATE.
           DISPLAY "Deceased Customers / Estates".
           DISPLAY "1. Record Death  2. Review Post-Death Debits  "
               "3. Set Representative  4. Inquiry  "
               "5. Release To Estate: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           INITIALIZE WS-ESTATE-DATA.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-EST-DEATH
               WHEN '2'
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT WS-ED-CUST-ID
                   CALL "ESTMGT" USING BY CONTENT "R"
                                       BY REFERENCE WS-ESTATE-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   PERFORM SHOW-EST-RESULT
               WHEN '3'
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT WS-ED-CUST-ID
                   DISPLAY "Representative Name: " WITH NO ADVANCING
                   ACCEPT WS-ED-REP-NAME
                   DISPLAY "Representative Account (0 = pay by "
                       "official check): " WITH NO ADVANCING
                   ACCEPT WS-ED-REP-ACCT-ID
                   CALL "ESTMGT" USING BY CONTENT "U"
                                       BY REFERENCE WS-ESTATE-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   PERFORM SHOW-EST-RESULT
               WHEN '4'
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT WS-ED-CUST-ID
                   CALL "ESTMGT" USING BY CONTENT "I"
                                       BY REFERENCE WS-ESTATE-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
                   PERFORM SHOW-EST-RESULT
               WHEN '5'
                   PERFORM DO-EST-RELEASE
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-EST-DEATH.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-ED-CUST-ID.
           DISPLAY "Date of Death (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ED-DEATH-DATE.
           DISPLAY "Representative Name (blank if not yet known): "
               WITH NO ADVANCING.
           ACCEPT WS-ED-REP-NAME.
           DISPLAY "Representative Account (0 = none): "
               WITH NO ADVANCING.
           ACCEPT WS-ED-REP-ACCT-ID.

           CALL "ESTMGT" USING BY CONTENT "D"
                               BY REFERENCE WS-ESTATE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-EST-RESULT.

       DO-EST-RELEASE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-ED-CUST-ID.

           CALL "ESTMGT" USING BY CONTENT "P"
                               BY REFERENCE WS-ESTATE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.
           PERFORM SHOW-EST-RESULT.
           IF WS-RESULT-CODE = '00'
               DISPLAY "Accounts Still Open: " WS-ED-REMAINING
           END-IF.

       SHOW-EST-RESULT.
           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Customer " WS-ED-CUST-ID
                       "  Died: " WS-ED-DEATH-DATE
                       "  Estate Status: " WS-ED-STATUS
                   DISPLAY "Representative: " WS-ED-REP-NAME
                       "  Account: " WS-ED-REP-ACCT-ID
                   DISPLAY "Frozen: " WS-ED-FROZEN
                       "  To Survivors: " WS-ED-SURVIVED
                       "  Post-Death Debits: " WS-ED-DEBITS
                       "  Paid To Estate: " WS-ED-PAID-TOTAL
               WHEN '01'
                   DISPLAY "An Estate Is Already Open For This "
                       "Customer!"
               WHEN '02'
                   DISPLAY "Customer or Estate Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Date, Representative or Account!"
               WHEN '12'
                   DISPLAY "Customer Cannot Be Marked Deceased, or "
                       "Estate Already Settled!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   KYC layer: document type and expiry plus the risk rating,
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   Sanctions screening: the watchlist itself and the review
      *>   queue of possible hits. Listing is open to any teller;
      *>   changing the list or deciding a case is supervisor-only.
       DO-COMPLIANCE.
           DISPLAY "Compliance".
           DISPLAY "1. List Watchlist  2. Add Entry  3. Remove Entry".
           DISPLAY "4. List Open Cases  5. Clear Case  6. Block Case".
           DISPLAY "7. Monitoring Alerts: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   CALL "WLSTMGT" USING BY CONTENT "L"
                                       BY REFERENCE WS-WATCH-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN '2'
                   PERFORM DO-WATCH-ADD
               WHEN '3'
                   PERFORM DO-WATCH-REMOVE
               WHEN '4'
                   CALL "CMPLMGT" USING BY CONTENT "L"
                                       BY REFERENCE WS-CASE-DATA
                                       BY REFERENCE WS-RESULT-CODE
                                       BY CONTENT WS-TELLER-ID
               WHEN '5'
                   PERFORM DO-CASE-CLEAR
               WHEN '6'
                   PERFORM DO-CASE-BLOCK
               WHEN '7'
                   PERFORM DO-AML-ALERTS
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-WATCH-ADD.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Add Watchlist Entry".
           DISPLAY "Type (N=Name, B=Bank Code, A=Account): "
               WITH NO ADVANCING.
           ACCEPT WS-WL-TYPE.
           DISPLAY "Value: " WITH NO ADVANCING.
           ACCEPT WS-WL-VALUE.
           DISPLAY "List Source (e.g. OFAC, UN, LOCAL): "
               WITH NO ADVANCING.
           ACCEPT WS-WL-LIST-SOURCE.

           CALL "WLSTMGT" USING BY CONTENT "A"
                               BY REFERENCE WS-WATCH-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Entry " WS-WL-ENTRY-ID " Added - "
                       "Files Rescreen In The Next Batch Window."
               WHEN '01'
                   DISPLAY "Value Is Already Listed!"
               WHEN '03'
                   DISPLAY "Invalid Type Or Blank Value!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-WATCH-REMOVE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Remove Watchlist Entry".
           DISPLAY "Entry ID: " WITH NO ADVANCING.
           ACCEPT WS-WL-ENTRY-ID.

           CALL "WLSTMGT" USING BY CONTENT "X"
                               BY REFERENCE WS-WATCH-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Entry Removed."
               WHEN '02'
                   DISPLAY "Entry Not Found!"
               WHEN '12'
                   DISPLAY "Entry Already Removed!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-CASE-CLEAR.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Clear Compliance Case (False Positive)".
           DISPLAY "Case ID: " WITH NO ADVANCING.
           ACCEPT WS-CQ-CASE-ID.

           CALL "CMPLMGT" USING BY CONTENT "C"
                               BY REFERENCE WS-CASE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Case Cleared - Item Released."
               WHEN '02'
                   DISPLAY "Case Or Its Item Not Found!"
               WHEN '12'
                   DISPLAY "Case Already Worked Or Item Not Held!"
               WHEN OTHER
                   DISPLAY "Item Could Not Be Released - Case Left "
                       "Open. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-CASE-BLOCK.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Block Compliance Case (Confirmed Hit)".
           DISPLAY "Case ID: " WITH NO ADVANCING.
           ACCEPT WS-CQ-CASE-ID.

           CALL "CMPLMGT" USING BY CONTENT "B"
                               BY REFERENCE WS-CASE-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Case Blocked - Item Stopped."
               WHEN '06'
                   DISPLAY "Case Blocked - Customer Holds Open "
                       "Accounts And Stays On Compliance Hold."
               WHEN '02'
                   DISPLAY "Case Or Its Item Not Found!"
               WHEN '12'
                   DISPLAY "Case Already Worked Or Item Not Held!"
               WHEN OTHER
                   DISPLAY "Item Could Not Be Stopped - Case Left "
                       "Open. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   Event-driven monitoring alerts raised by AMLMON. Any
      *>   officer may list and escalate; closing with an outcome is
      *>   supervisor-only.
       DO-AML-ALERTS.
           DISPLAY "Monitoring Alerts".
           DISPLAY "1. List Open  2. Escalate  3. Close: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   CALL "AMLMGT" USING BY CONTENT "L"
                                      BY REFERENCE WS-ALERT-DATA
                                      BY REFERENCE WS-RESULT-CODE
                                      BY CONTENT WS-TELLER-ID
               WHEN '2'
                   PERFORM DO-AML-ESCALATE
               WHEN '3'
                   PERFORM DO-AML-CLOSE
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

       DO-AML-ESCALATE.
           DISPLAY "Escalate Alert".
           DISPLAY "Alert ID: " WITH NO ADVANCING.
           ACCEPT WS-AL-ALERT-ID.

           CALL "AMLMGT" USING BY CONTENT "E"
                              BY REFERENCE WS-ALERT-DATA
                              BY REFERENCE WS-RESULT-CODE
                              BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Alert Escalated."
               WHEN '02'
                   DISPLAY "Alert Not Found!"
               WHEN '12'
                   DISPLAY "Alert Is Not Open!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-AML-CLOSE.
           IF WS-TELLER-AUTHORITY NOT = 'S'
               DISPLAY "Supervisor Authority Required!"
               EXIT PARAGRAPH.

           DISPLAY "Close Alert".
           DISPLAY "Alert ID: " WITH NO ADVANCING.
           ACCEPT WS-AL-ALERT-ID.
           DISPLAY "Outcome (N=No Further Action, S=Suspicious): "
               WITH NO ADVANCING.
           ACCEPT WS-AL-OUTCOME.

           CALL "AMLMGT" USING BY CONTENT "C"
                              BY REFERENCE WS-ALERT-DATA
                              BY REFERENCE WS-RESULT-CODE
                              BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Alert Closed."
               WHEN '02'
                   DISPLAY "Alert Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Outcome!"
               WHEN '05'
                   DISPLAY "You Escalated This Alert - Another "
                       "Supervisor Must Close It!"
               WHEN '12'
                   DISPLAY "Alert Already Closed!"
               WHEN OTHER
                   DISPLAY "Error. Code: " WS-RESULT-CODE
           END-EVALUATE.

       DO-CUST-INQUIRY.
           DISPLAY "Enter Customer ID (5 digits): " WITH NO ADVANCING.
           ACCEPT CUST-ID OF WS-CUSTOMER-DATA.
               WHEN '06'
                   DISPLAY "Customer Still Owns Open Accounts - "
                       "Close Those First!"
               WHEN '12'
                   DISPLAY "Customer Is On Compliance Hold Or "
                       "Deceased - Use The Review Queue Or Estates!"
               WHEN OTHER
                   DISPLAY "Error Updating Status. Code: "
                       WS-RESULT-CODE
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Customer Added Successfully!"
               WHEN '20'
                   DISPLAY "Possible Watchlist Match - Customer Added "
                       "On Compliance Hold Pending Review."
               WHEN '01'
                   DISPLAY "Error: Customer ID Already On File!"
               WHEN OTHER
                   DISPLAY "Error Adding Customer. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Earmarks funds on an account without moving them - the hold
      *>   reduces available funds in TXNPROC's WITHDRAW/TRANSFER
               END-IF
           END-IF.

      *>   On an account whose mandate needs more than one owner,
      *>   each signer present keys their customer ID and their own
      *>   signing PIN; OWNRMGT authenticates them one at a time and
      *>   SIGNMGT says when the set is enough. A met mandate goes to
      *>   TXNPROC as WS-TXN-APPROVED 'S'; otherwise the flag is left
      *>   alone and TXNPROC queues the item for countersignature.
      *>   The account in question is WS-TXN-ACCT-ID.
       COLLECT-SIGNATURES.
           INITIALIZE WS-SIGN-DATA.
           MOVE WS-TXN-ACCT-ID TO WS-SGN-ACCT-ID.
           CALL "SIGNMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-SIGN-DATA
                                BY REFERENCE WS-SIGN-RESULT
                                BY CONTENT WS-TELLER-ID.
           IF WS-SIGN-RESULT NOT = '00' OR WS-SGN-RULE = 'O'
               EXIT PARAGRAPH.

           IF WS-SGN-RULE = 'B'
               DISPLAY "Signing Mandate: All Owners to Sign."
           ELSE
               DISPLAY "Signing Mandate: Primary Plus One "
                   "Other Owner (Role " WS-SGN-SECOND-ROLE ")."
           END-IF.

           MOVE '22' TO WS-SIGN-RESULT.
           MOVE 'N' TO WS-SIGN-DONE.
           PERFORM UNTIL WS-SIGN-DONE = 'Y'
               PERFORM GET-ONE-SIGNER
           END-PERFORM.

           IF WS-SIGN-RESULT = '00'
               MOVE 'S' TO WS-TXN-APPROVED
               DISPLAY "Signing Mandate Met."
           END-IF.

       GET-ONE-SIGNER.
           DISPLAY "Signer Customer ID (0 when done): "
               WITH NO ADVANCING.
           ACCEPT WS-OWN-CUST-ID.
           IF WS-OWN-CUST-ID = 0
               MOVE 'Y' TO WS-SIGN-DONE
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-SIGN-DUP.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SGN-SIGNER-COUNT
               IF WS-SGN-SIGNER-ID(WS-SIGN-SUB) = WS-OWN-CUST-ID
                   MOVE 'Y' TO WS-SIGN-DUP
               END-IF
           END-PERFORM.
           IF WS-SIGN-DUP = 'Y'
               DISPLAY "Already Signed!"
               EXIT PARAGRAPH.

           DISPLAY "Signing PIN: " WITH NO ADVANCING.
           ACCEPT WS-OWN-SIGN-PIN.
           MOVE WS-TXN-ACCT-ID TO WS-OWN-ACCT-ID.
           CALL "OWNRMGT" USING BY CONTENT "V"
                                BY REFERENCE WS-OWNER-DATA
                                BY REFERENCE WS-RESULT-CODE.
           MOVE SPACES TO WS-OWN-SIGN-PIN.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   ADD 1 TO WS-SGN-SIGNER-COUNT
                   MOVE WS-OWN-CUST-ID
                       TO WS-SGN-SIGNER-ID(WS-SGN-SIGNER-COUNT)
                   DISPLAY "Signature Accepted (Role "
                       WS-OWN-ROLE ")."
               WHEN '02'
                   DISPLAY "Customer Is Not an Owner of This Account!"
               WHEN '04'
                   DISPLAY "No Signing PIN Set for This Owner!"
               WHEN OTHER
                   DISPLAY "Signing PIN Incorrect!"
           END-EVALUATE.

           CALL "SIGNMGT" USING BY CONTENT "C"
                                BY REFERENCE WS-SIGN-DATA
                                BY REFERENCE WS-SIGN-RESULT
                                BY CONTENT WS-TELLER-ID.
           IF WS-SIGN-RESULT = '00' OR WS-SGN-SIGNER-COUNT = 4
               MOVE 'Y' TO WS-SIGN-DONE
           END-IF.

      *>   Customer PIN change - the old PIN has to verify inside
      *>   ACCTMGT first, with the same failed-attempt lockout any
      *>   other verification carries.
                       DISPLAY "Amount Over Approval Threshold - "
                           "Parked for Supervisor Approval."
                   ELSE
                   IF WS-RESULT-CODE = '22'
                       DISPLAY "Signing Mandate Not Met - Queued "
                           "for Countersignature."
                   ELSE
                   IF WS-RESULT-CODE = '06'
                       DISPLAY "Currency Mismatch Between Accounts!"
                   ELSE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *>   The on-screen history, plus the machine-readable export
      *>   of the same legs for a customer's bookkeeping software.
      *>   Exports write files, so under the batch interlock option
      *>   0 goes straight to the history listing.
       DO-HISTORY-MENU.
           DISPLAY "Transaction History / Export".
           DISPLAY "1. History  2. Export to File  "
               "3. Export Subscriptions: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM DO-HISTORY
               WHEN '2'
                   PERFORM DO-TXN-EXPORT
               WHEN '3'
                   PERFORM DO-EXPORT-SUBS
               WHEN OTHER
                   DISPLAY "Invalid Option!"
           END-EVALUATE.

      *>   On-demand export of any range up to the processing date;
      *>   it is registered but never counts as a scheduled period.
       DO-TXN-EXPORT.
           INITIALIZE WS-EXPORT-DATA.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-EX-ACCT-ID.
           DISPLAY "From Date (YYYYMMDD, 0 = start of month): "
               WITH NO ADVANCING.
           ACCEPT WS-EX-FROM-DATE.
           DISPLAY "To Date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-EX-TO-DATE.

           CALL "TXNEXPT" USING BY CONTENT "E"
                                BY REFERENCE WS-EXPORT-DATA
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TELLER-ID.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Export Written: "
                       FUNCTION TRIM(WS-EX-FILE-NAME)
                   DISPLAY "Period " WS-EX-FROM-DATE " - "
                       WS-EX-TO-DATE "  Rows " WS-EX-ROWS
                   DISPLAY "Opening " WS-EX-OPENING
                       "  Closing " WS-EX-CLOSING
               WHEN '02'
                   DISPLAY "Account Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Date Range!"
               WHEN OTHER
                   DISPLAY "Export Failed. Code: " WS-RESULT-CODE
           END-EVALUATE.

      *>   Scheduled exports: the EXPTRUN batch step sends each
      *>   subscribed account's next period daily, weekly, or
      *>   monthly, carrying on from the last period sent.
       DO-EXPORT-SUBS.
           DISPLAY "Export Subscriptions".
           DISPLAY "1. Subscribe/Change  2. Cancel  3. Inquire: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           INITIALIZE WS-EXPORT-DATA.
           DISPLAY "Account ID: " WITH NO ADVANCING.
           ACCEPT WS-EX-ACCT-ID.
           EVALUATE WS-CHOICE
               WHEN '1'
                   DISPLAY "Frequency (D=Daily W=Weekly M=Monthly): "
                       WITH NO ADVANCING
                   ACCEPT WS-EX-FREQ
                   MOVE FUNCTION UPPER-CASE(WS-EX-FREQ) TO WS-EX-FREQ
                   DISPLAY "First Date Covered (YYYYMMDD, 0 = today): "
                       WITH NO ADVANCING
                   ACCEPT WS-EX-FROM-DATE
                   CALL "TXNEXPT" USING BY CONTENT "A"
                                        BY REFERENCE WS-EXPORT-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN '2'
                   CALL "TXNEXPT" USING BY CONTENT "C"
                                        BY REFERENCE WS-EXPORT-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN '3'
                   CALL "TXNEXPT" USING BY CONTENT "Q"
                                        BY REFERENCE WS-EXPORT-DATA
                                        BY REFERENCE WS-RESULT-CODE
                                        BY CONTENT WS-TELLER-ID
               WHEN OTHER
                   DISPLAY "Invalid Option!"
                   EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE WS-RESULT-CODE
               WHEN '00'
                   DISPLAY "Account " WS-EX-ACCT-ID " Frequency "
                       WS-EX-FREQ " Status " WS-EX-STATUS
                       " From " WS-EX-FROM-DATE
                   IF WS-CHOICE = '3'
                       DISPLAY "Last Period Sent Ended: "
                           WS-EX-TO-DATE
                   END-IF
               WHEN '02'
                   DISPLAY "Account or Subscription Not Found!"
               WHEN '03'
                   DISPLAY "Invalid Frequency or Date, or Internal "
                       "Account!"
               WHEN '04'
                   DISPLAY "Account or Subscription Not Active!"
               WHEN OTHER
                   DISPLAY "Subscription Update Failed. Code: "
                       WS-RESULT-CODE
           END-EVALUATE.

      *>   Walks the requested account's legs off the TXNIDX keyed
      *>   index (oldest first - the index key orders by date), so
      *>   the listing no longer reads every posting in the bank.
