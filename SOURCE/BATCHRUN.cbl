       01  WS-CURRENT-TIME     PIC 9(06).
       01  WS-INPUT-FILE-NAME  PIC X(21) VALUE "DATA/batch_input.txt".
       01  WS-ALREADY-RUN      PIC X(01) VALUE 'N'.
       01  WS-NSF-QUEUED-LINE  PIC X(01) VALUE 'N'.

       01  WS-RESULT-CODE      PIC X(02).
      *>   Operator stamp carried into TXNPROC's transaction log and
       01  WS-CHKD-ACCT-ID     PIC 9(05).
       01  WS-CHKD-RESULT      PIC X(02).
       01  WS-PIN-ARG          PIC X(04) VALUE SPACES.
      *>   ACCTMGT's answer on an overdraft limit asked for at
      *>   opening - spaces when none was asked for.
       01  WS-ODF-RESULT       PIC X(02).

      *>   A withdrawal or transfer line that fails for want of
      *>   funds goes onto the NSFMGT pay-or-return queue for an
      *>   account officer, not onto the reject file; it reaches
      *>   batch_rejects.txt only if it is returned.
       01  WS-NSF-DATA.
           05  WS-NQ-ITEM-ID       PIC 9(08).
           05  WS-NQ-SOURCE        PIC X(08).
           05  WS-NQ-TXN-TYPE      PIC X(01).
           05  WS-NQ-ACCT-ID       PIC 9(05).
           05  WS-NQ-TARGET-ID     PIC 9(05).
           05  WS-NQ-AMOUNT        PIC 9(09)V99.
           05  WS-NQ-REF           PIC X(16).
           05  WS-NQ-FEE           PIC 9(09)V99.
           05  WS-NQ-COUNT         PIC 9(05).
       01  WS-NSF-RESULT       PIC X(02).

       01  WS-NEW-ACCOUNT-DATA.
           05  WS-NEW-ACCT-ID         PIC 9(05).
           05  WS-SUCCESS      PIC 9(05) VALUE 0.
           05  WS-FAIL         PIC 9(05) VALUE 0.
           05  WS-PARKED       PIC 9(05) VALUE 0.
           05  WS-NSF-QUEUED   PIC 9(05) VALUE 0.

       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-ACCT-EOF         PIC X(01).
           DISPLAY "Successful:      " WS-SUCCESS.
           DISPLAY "Failed:          " WS-FAIL.
           DISPLAY "Parked:          " WS-PARKED.
           DISPLAY "Queued NSF:      " WS-NSF-QUEUED.

           PERFORM WRITE-CONTROL-LOG.

                   ADD 1 TO WS-BCT-SUCCESS(WS-BCT-FOUND)
               WHEN '20'
                   CONTINUE
               WHEN '10'
                   IF WS-NSF-QUEUED-LINE NOT = 'Y'
                       ADD 1 TO WS-BCT-FAIL(WS-BCT-FOUND)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BCT-FAIL(WS-BCT-FOUND)
           END-EVALUATE.
      *>   queue for supervisor approval - it is neither posted nor
      *>   failed, so it is counted on its own and NOT written to the
      *>   reject file (it already sits in pending_txns.dat).
      *>   An insufficient-funds debit that made it onto the NSF
      *>   decision queue is the same: held, not failed.
           MOVE 'N' TO WS-NSF-QUEUED-LINE.
           IF WS-RESULT-CODE = '10'
                   AND (B-TXN-WITHDRAW OR B-TXN-TRANSFER)
               PERFORM QUEUE-NSF-LINE
           END-IF.

           PERFORM TALLY-BRANCH-LINE.

           EVALUATE WS-RESULT-CODE
                   ADD 1 TO WS-PARKED
                   DISPLAY "Line " WS-CURRENT-LINE
                       ": Parked for Approval"
               WHEN '10'
                   IF WS-NSF-QUEUED-LINE = 'Y'
                       ADD 1 TO WS-NSF-QUEUED
                       DISPLAY "Line " WS-CURRENT-LINE
                           ": Insufficient Funds - Queued As NSF Item "
                           WS-NQ-ITEM-ID
                   ELSE
                       ADD 1 TO WS-FAIL
                       DISPLAY "Line " WS-CURRENT-LINE
                           ": Failed (Code " WS-RESULT-CODE ")"
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAIL
                   DISPLAY "Line " WS-CURRENT-LINE ": Failed (Code "
               MOVE 'Y' TO WS-ALREADY-RUN
           END-IF.

      *>   The line number is the item's reference, so a return
      *>   writes the same suspense line this program would have.
       QUEUE-NSF-LINE.
           INITIALIZE WS-NSF-DATA.
           MOVE WS-TELLER-STAMP TO WS-NQ-SOURCE.
           MOVE B-TYPE TO WS-NQ-TXN-TYPE.
           MOVE B-ACCT-ID TO WS-NQ-ACCT-ID.
           MOVE B-TARGET-ID TO WS-NQ-TARGET-ID.
           MOVE B-AMOUNT TO WS-NQ-AMOUNT.
           MOVE WS-CURRENT-LINE TO WS-NQ-REF.
           CALL "NSFMGT" USING BY CONTENT "Q"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-NSF-RESULT
                               BY CONTENT WS-TELLER-STAMP.
           IF WS-NSF-RESULT = '00'
               MOVE 'Y' TO WS-NSF-QUEUED-LINE
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE WS-CURRENT-LINE TO REJ-LINE-NO.
           MOVE B-TYPE TO REJ-TYPE.
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT SPACES
                                BY CONTENT WS-TELLER-STAMP
                                BY CONTENT WS-PIN-ARG
                                BY REFERENCE WS-ODF-RESULT.
           PERFORM REPORT-ODF-REFUSAL.

      *>   The account stands either way; a limit ACCTMGT could not
      *>   raise for approval is only reported, so it can be asked
      *>   for again through Overdraft Facilities.
       REPORT-ODF-REFUSAL.
           IF WS-RESULT-CODE = '00'
              AND WS-ODF-RESULT NOT = SPACES
              AND WS-ODF-RESULT NOT = '00'
               DISPLAY "Overdraft limit not raised for account "
                   WS-NEW-ACCT-ID ". Code: " WS-ODF-RESULT
           END-IF.
