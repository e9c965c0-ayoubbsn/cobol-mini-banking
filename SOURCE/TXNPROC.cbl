       01  WS-APPROVAL-THRESHOLD PIC S9(09)V99 VALUE 2500.00.
       01  WS-APPROVAL-AMOUNT  PIC S9(09)V99.
       01  WS-PARKED           PIC X(01).
       01  WS-PARK-STATUS      PIC X(01).

      *>   Signing mandates (see SIGNMGT): a teller debit on an
      *>   account that needs more than one owner's signature is
      *>   parked as a countersign item ('S' on the pending file)
      *>   unless the caller has already collected the signatures and
      *>   says so with LS-TXN-APPROVED = 'S'.
       01  WS-SIGN-DATA.
           05  WS-SGN-ACCT-ID      PIC 9(05).
           05  WS-SGN-RULE         PIC X(01).
           05  WS-SGN-SECOND-ROLE  PIC X(01).
           05  WS-SGN-SET-DATE     PIC 9(08).
           05  WS-SGN-SET-BY       PIC X(08).
           05  WS-SGN-SIGNER-COUNT PIC 9(01).
           05  WS-SGN-SIGNER-ID    PIC 9(05) OCCURS 4 TIMES.
       01  WS-SIGN-RESULT      PIC X(02).

      *>   Scratch area for PARMMGT lookups - business constants are
      *>   read from the central parameter file at start-up, keeping
       01  WS-LIMIT-EXEMPT     PIC X(01).
       01  WS-TERM-STATUS      PIC X(02).
       01  WS-TERM-LOCKED      PIC X(01).
       01  WS-COLL-DATA.
           COPY COLLAT.CPY.
       01  WS-COLL-RESULT      PIC X(02).

      *>   Bounded retry for file-busy opens: when the batch window
      *>   (or another session) briefly holds accounts.dat or
           88 RES-DAILY-LIMIT  VALUE '11'.
           88 RES-REVERSAL-BLOCKED VALUE '12'.
           88 RES-TERM-LOCKED  VALUE '21'.
           88 RES-SIGN-PARKED  VALUE '22'.
           88 RES-ERROR        VALUE '99'.
      *>   Carries the original TRANS-ID being reversed for LS-TXN-TYPE
      *>   'R' only. This is a dedicated field, rather than reusing the
       01  LS-TXN-TELLER-ID    PIC X(08).
      *>   'Y' only when a supervisor has already approved this item
      *>   off the pending queue - everything else ('N', SPACES) goes
      *>   through the high-value parking check. 'O' is an account
      *>   officer's decision off the insufficient-funds queue (see
      *>   NSFMGT) to pay the item into overdraft: approved as 'Y'
      *>   is, and the withdrawal/transfer funds check is waived -
      *>   every other check still applies. 'S' says the account's
      *>   signing mandate has been met - the co-signers authenticated
      *>   at the counter or countersigned off the queue - and the
      *>   item still takes the high-value parking check.
       01  LS-TXN-APPROVED     PIC X(01).
      *>   Output: the TRANS-ID of the last leg this call logged (the
      *>   credit leg of a transfer), zero when nothing posted. The
           END-IF.

           MOVE 'N' TO WS-PARKED.
           IF LS-TXN-APPROVED NOT = 'Y' AND LS-TXN-APPROVED NOT = 'O'
               IF LS-TXN-APPROVED NOT = 'S'
                   PERFORM CHECK-SIGNING-REQUIRED
               END-IF
               IF WS-PARKED = 'N'
                   PERFORM CHECK-APPROVAL-REQUIRED
               END-IF
           END-IF.

           IF WS-PARKED NOT = 'N'
               IF WS-PARKED = 'S'
                   MOVE '22' TO LS-RESULT-CODE
               ELSE
                   MOVE '20' TO LS-RESULT-CODE
               END-IF
           ELSE
      *>   The intent row goes down before the posting touches
      *>   anything, and the completion row after it finishes either
           END-IF.

           IF WS-APPROVAL-AMOUNT > WS-APPROVAL-THRESHOLD
               MOVE 'P' TO WS-PARK-STATUS
               PERFORM PARK-PENDING-TRANSACTION
               MOVE 'Y' TO WS-PARKED
           END-IF.

      *>   Withdrawals and transfers keyed by a signed-on teller on
      *>   an account whose mandate needs more than one owner. The
      *>   card channels and the batch programs are not asked: a
      *>   card, a standing order or a sweep is itself an instruction
      *>   the owners signed for under the mandate when it was set
      *>   up. The item goes on the pending file for countersigning,
      *>   the same way a high-value item waits for its checker.
       CHECK-SIGNING-REQUIRED.
           IF LS-TXN-TYPE NOT = 'W' AND LS-TXN-TYPE NOT = 'T'
               EXIT PARAGRAPH.

           PERFORM SET-LOG-CHANNEL.
           IF TRANS-CHANNEL OF TRANS-RECORD NOT = "TLR"
               EXIT PARAGRAPH.

           INITIALIZE WS-SIGN-DATA.
           MOVE LS-TXN-ACCT-ID TO WS-SGN-ACCT-ID.
           CALL "SIGNMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-SIGN-DATA
                                BY REFERENCE WS-SIGN-RESULT
                                BY CONTENT LS-TXN-TELLER-ID.
           IF WS-SIGN-RESULT NOT = '00' OR WS-SGN-RULE = 'O'
               EXIT PARAGRAPH.

           MOVE 'S' TO WS-PARK-STATUS.
           PERFORM PARK-PENDING-TRANSACTION.
           MOVE 'S' TO WS-PARKED.

      *>   Writes the request onto the pending queue exactly as it
      *>   came in, with the requesting operator as maker, so MAIN's
      *>   approval screen can re-drive it unchanged once a different
           MOVE WS-CURRENT-TIME TO PEND-TIME.
           MOVE LS-TXN-TELLER-ID TO PEND-MAKER-ID.
           MOVE SPACES TO PEND-CHECKER-ID.
           MOVE WS-PARK-STATUS TO PEND-STATUS.
           WRITE PEND-RECORD.

           CLOSE PEND-FILE.
               - WS-OPEN-HOLDS-TOTAL.

           IF WS-AVAILABLE-FUNDS < LS-TXN-AMOUNT
                   AND LS-TXN-APPROVED NOT = 'O'
               MOVE '10' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

               - WS-OPEN-HOLDS-TOTAL.

           IF WS-AVAILABLE-FUNDS < LS-TXN-AMOUNT
                   AND LS-TXN-APPROVED NOT = 'O'
               MOVE '10' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           END-IF.
      *>   The cap is an anti-drain control on CUSTOMER-initiated
      *>   debits. A statutory escheatment remit, a zero-balance
      *>   sweep, a contracted loan collection or prepayment, a
      *>   recovery on a written-off debt, a returned-item fee, the
      *>   settlement of a closing account, or the single funding
      *>   debit of a corporate payroll file is sized by its own
      *>   rules and would otherwise just fail every day for exactly
      *>   the balances it exists to move - those stamps are exempt
      *>   the way the settlement account is.
           IF LS-TXN-TELLER-ID = "ESCHEAT"
                   OR LS-TXN-TELLER-ID = "ACCTCLOS"
                   OR LS-TXN-TELLER-ID = "SWEEP"
                   OR LS-TXN-TELLER-ID = "LOANCOLL"
                   OR LS-TXN-TELLER-ID = "LOANPREP"
                   OR LS-TXN-TELLER-ID = "RECOVERY"
                   OR LS-TXN-TELLER-ID = "NSFFEE"
                   OR LS-TXN-TELLER-ID = "BULKPAY"
               MOVE 'Y' TO WS-LIMIT-EXEMPT
               EXIT PARAGRAPH
           END-IF.
      *>   transaction.
      *>   Reports in WS-TERM-LOCKED whether the account just read
      *>   into ACCOUNT-RECORD is a term deposit still inside an
      *>   active term, or one pledged under a collateral lien that
      *>   still secures an open loan or overdraft (see COLLMGT).
      *>   Only 'T' accounts ever touch the term file.
       CHECK-TERM-LOCK.
           MOVE 'N' TO WS-TERM-LOCKED.
           IF ACCT-TYPE OF ACCOUNT-RECORD NOT = 'T'

           CLOSE TERM-FILE.

           IF WS-TERM-LOCKED = 'N'
               INITIALIZE WS-COLL-DATA
               MOVE ACCT-ID OF ACCOUNT-RECORD
                   TO CL-TD-ACCT-ID OF WS-COLL-DATA
               CALL "COLLMGT" USING BY CONTENT "K"
                                    BY REFERENCE WS-COLL-DATA
                                    BY REFERENCE WS-COLL-RESULT
                                    BY CONTENT LS-TXN-TELLER-ID
               IF WS-COLL-RESULT = '12'
                   MOVE 'Y' TO WS-TERM-LOCKED
               END-IF
           END-IF.

       SUM-OPEN-HOLDS.
           MOVE 0 TO WS-OPEN-HOLDS-TOTAL.

               WHEN "TXNRCVR"
               WHEN "SWEEP"
               WHEN "PAYRET"
               WHEN "CHGOFF"
               WHEN "NSFFEE"
               WHEN "BULKPAY"
                   MOVE "BAT" TO TRANS-CHANNEL OF TRANS-RECORD
               WHEN OTHER
                   MOVE "TLR" TO TRANS-CHANNEL OF TRANS-RECORD
                   MOVE "WHT" TO TRANS-CODE OF TRANS-RECORD
               WHEN "FEEPOST"
               WHEN "FEEBILL"
               WHEN "NSFFEE"
                   MOVE "FEE" TO TRANS-CODE OF TRANS-RECORD
               WHEN "ODINT"
                   MOVE "ODIN" TO TRANS-CODE OF TRANS-RECORD
                   MOVE "CLRO" TO TRANS-CODE OF TRANS-RECORD
               WHEN "PAYRET"
                   MOVE "PRET" TO TRANS-CODE OF TRANS-RECORD
               WHEN "BULKPAY"
                   MOVE "BULK" TO TRANS-CODE OF TRANS-RECORD
               WHEN "CHKREL"
               WHEN "CHKMGT"
                   MOVE "CHK" TO TRANS-CODE OF TRANS-RECORD
                   MOVE "TDM" TO TRANS-CODE OF TRANS-RECORD
               WHEN "LOANINT"
               WHEN "LOANCOLL"
               WHEN "LOANPREP"
                   MOVE "LOAN" TO TRANS-CODE OF TRANS-RECORD
               WHEN "SWEEP"
                   MOVE "SWP" TO TRANS-CODE OF TRANS-RECORD
                   MOVE "DSP" TO TRANS-CODE OF TRANS-RECORD
               WHEN "ESCHEAT"
                   MOVE "ESC" TO TRANS-CODE OF TRANS-RECORD
               WHEN "ACCTCLOS"
                   MOVE "CLOS" TO TRANS-CODE OF TRANS-RECORD
               WHEN "CHGOFF"
                   MOVE "CHGO" TO TRANS-CODE OF TRANS-RECORD
               WHEN "RECOVERY"
                   MOVE "RCOV" TO TRANS-CODE OF TRANS-RECORD
               WHEN "TXNRCVR"
                   MOVE "RCVR" TO TRANS-CODE OF TRANS-RECORD
               WHEN OTHER
