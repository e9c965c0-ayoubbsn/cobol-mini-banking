      *>   can never post the same clearing file twice. Details that
      *>   fail to post land in DATA/clearing_in_rejects.txt and the
      *>   run is summarized onto the settlement reconciliation
      *>   report. Each detail is screened first: the sending bank is
      *>   checked against the watchlist through SANCSCRN, and a
      *>   possible hit is not posted at all - it waits on the
      *>   compliance review queue, which posts it (or leaves it
      *>   unposted) when the case is worked. A debit the customer's
      *>   account cannot fund is not rejected on the spot either: it
      *>   goes onto the NSFMGT pay-or-return queue, and only reaches
      *>   the reject file if an account officer (or the cutoff)
      *>   returns it. Every debit must also be covered by an ACTIVE
      *>   direct-debit mandate on the account for the detail's
      *>   originator and reference (DDMMGT); one that is not, or
      *>   that is over the mandate's maximum, is not posted - it is
      *>   sent back to the sending bank on an outward return file
      *>   DATA/dd_returns_YYYYMMDD_<bank>.txt, in the same 'H'/'D'/
      *>   'Z' return layout PAYRET takes in from our correspondent,
      *>   and the customer is told it was refused. A covered debit
      *>   is recorded against its mandate only once it has posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

           SELECT DDRET-FILE ASSIGN TO WS-DDRET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDRET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLRIN-FILE.
           05  CI-ACCT-ID          PIC 9(05).
           05  CI-AMOUNT           PIC 9(09)V99.
           05  CI-REF              PIC X(16).
      *>   The collecting originator's ID on a debit - with the
      *>   account and reference, the key to its mandate.
           05  CI-ORIGINATOR       PIC X(06).
       01  CLRIN-TRAILER REDEFINES CLRIN-RECORD.
           05  FILLER              PIC X(01).
           05  CI-TRL-COUNT        PIC 9(07).
           05  CD-TRL-COUNT        PIC 9(07).
           05  CD-TRL-TOTAL        PIC 9(11)V99.

      *>   The outward return file, in PAYRET's return layout.
       FD  DDRET-FILE.
       01  DDRET-RECORD.
           05  DR-REC-TYPE         PIC X(01).
           05  DR-REST             PIC X(39).
       01  DDRET-HEADER REDEFINES DDRET-RECORD.
           05  FILLER              PIC X(01).
           05  DR-FILE-DATE        PIC 9(08).
           05  DR-SOURCE-BANK      PIC X(08).
           05  FILLER              PIC X(23).
       01  DDRET-DETAIL REDEFINES DDRET-RECORD.
           05  FILLER              PIC X(01).
           05  DR-REF              PIC X(16).
           05  DR-AMOUNT           PIC 9(09)V99.
           05  DR-REASON           PIC X(02).
           05  FILLER              PIC X(10).
       01  DDRET-TRAILER REDEFINES DDRET-RECORD.
           05  FILLER              PIC X(01).
           05  DR-TRL-COUNT        PIC 9(07).
           05  DR-TRL-TOTAL        PIC 9(11)V99.
           05  FILLER              PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-DONE-STATUS      PIC X(02).
       01  WS-REJECT-STATUS    PIC X(02).
       01  WS-SETTLRPT-STATUS  PIC X(02).
       01  WS-CLRIN-EOF        PIC X(01).
       01  WS-DDRET-STATUS     PIC X(02).
       01  WS-DDRET-NAME       PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".
       01  WS-TODAY            PIC 9(08).

       01  WS-HEADER-SEEN      PIC X(01).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-SCREEN-DATA.
           05  WS-SCR-SOURCE          PIC X(01).
           05  WS-SCR-SUBJECT-KEY     PIC X(16).
           05  WS-SCR-NAME            PIC X(30).
           05  WS-SCR-BANK            PIC X(08).
           05  WS-SCR-ACCT            PIC X(10).
           05  WS-SCR-ITEM-DIRECTION  PIC X(01).
           05  WS-SCR-ITEM-ACCT-ID    PIC 9(05).
           05  WS-SCR-ITEM-AMOUNT     PIC 9(09)V99.
           05  WS-SCR-CASE-ID         PIC 9(08).
           05  WS-SCR-MATCHED-VALUE   PIC X(30).
       01  WS-SCREEN-RESULT    PIC X(02).

       01  WS-TOTALS.
           05  WS-POSTED       PIC 9(07) VALUE 0.
           05  WS-POSTED-AMT   PIC 9(11)V99 VALUE 0.
           05  WS-FAILED       PIC 9(07) VALUE 0.
           05  WS-PARKED       PIC 9(07) VALUE 0.
           05  WS-PARKED-AMT   PIC 9(11)V99 VALUE 0.
           05  WS-NSF-QUEUED   PIC 9(07) VALUE 0.
           05  WS-NSF-QUEUED-AMT PIC 9(11)V99 VALUE 0.
           05  WS-DD-RETURNED  PIC 9(07) VALUE 0.
           05  WS-DD-RETURNED-AMT PIC 9(11)V99 VALUE 0.

      *>   Direct-debit mandate check - see DDMMGT.
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

      *>   Refused debits, held until the run ends so the return
      *>   file goes out with its trailer controls in one piece.
      *>   Reason "NM" - no active mandate; "OL" - over the
      *>   mandate's maximum amount.
       01  WS-DR-TABLE.
           05  WS-DR-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-DR-IDX.
               10  WS-DR-REF           PIC X(16).
               10  WS-DR-AMOUNT        PIC 9(09)V99.
               10  WS-DR-REASON        PIC X(02).
       01  WS-DR-COUNT         PIC 9(05) VALUE 0.

      *>   Customer-notice event feed - see NOTIFY/NOTICPRT.
       01  WS-NOTICE-DATA.
           05  WS-NOT-TYPE         PIC X(02).
           05  WS-NOT-ACCT-ID      PIC 9(05).
           05  WS-NOT-AMOUNT       PIC S9(09)V99.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

      *>   Insufficient-funds pay-or-return queue - see NSFMGT. The
      *>   clearing reference is the item's reference.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF.

           PERFORM POST-ALL-DETAILS.
           IF WS-DR-COUNT > 0
               PERFORM WRITE-DD-RETURN-FILE
           END-IF.
           PERFORM RECORD-FILE-PROCESSED.
           PERFORM WRITE-SETTLEMENT-REPORT.

           DISPLAY "Details Posted: " WS-POSTED
               "  Amount: " WS-POSTED-AMT.
           DISPLAY "Details Failed: " WS-FAILED.
           DISPLAY "Details Held For Compliance: " WS-PARKED
               "  Amount: " WS-PARKED-AMT.
           DISPLAY "Debits Queued As NSF Items: " WS-NSF-QUEUED
               "  Amount: " WS-NSF-QUEUED-AMT.
           DISPLAY "Debits Returned (No Mandate): " WS-DD-RETURNED
               "  Amount: " WS-DD-RETURNED-AMT.
           IF WS-DR-COUNT > 0
               DISPLAY "Return File:  " WS-DDRET-NAME
           END-IF.

           IF WS-FAILED > 0 OR WS-PARKED > 0 OR WS-NSF-QUEUED > 0
                   OR WS-DD-RETURNED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           CLOSE REJECT-FILE.

       POST-ONE-DETAIL.
      *>   The mandate comes first: a debit the customer never
      *>   authorised goes straight back and is not screened, held
      *>   or queued on their behalf.
           IF CI-DEBIT
               PERFORM CHECK-MANDATE
               IF WS-MANDATE-RESULT NOT = '00'
                   PERFORM RETURN-UNAUTHORISED-DEBIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           INITIALIZE WS-SCREEN-DATA.
           MOVE 'I' TO WS-SCR-SOURCE.
           MOVE CI-REF TO WS-SCR-SUBJECT-KEY.
           MOVE WS-SOURCE-BANK TO WS-SCR-BANK.
           MOVE CI-DIRECTION TO WS-SCR-ITEM-DIRECTION.
           MOVE CI-ACCT-ID TO WS-SCR-ITEM-ACCT-ID.
           MOVE CI-AMOUNT TO WS-SCR-ITEM-AMOUNT.
           CALL "SANCSCRN" USING BY CONTENT "S"
                                 BY REFERENCE WS-SCREEN-DATA
                                 BY REFERENCE WS-SCREEN-RESULT
                                 BY CONTENT WS-TELLER-STAMP.
           IF WS-SCREEN-RESULT = '20'
               ADD 1 TO WS-PARKED
               ADD CI-AMOUNT TO WS-PARKED-AMT
               DISPLAY "Item " CI-REF " held for compliance - case "
                   WS-SCR-CASE-ID
               EXIT PARAGRAPH
           END-IF.

           IF CI-CREDIT
               MOVE WS-SETTLEMENT-ACCT TO WS-TXN-SOURCE-ID
               MOVE CI-ACCT-ID TO WS-TXN-TARGET-ID
                                BY REFERENCE WS-TXN-LOGGED-ID
                                BY CONTENT WS-TXN-NARRATIVE.

           IF WS-RESULT-CODE = '10' AND CI-DEBIT
               PERFORM QUEUE-NSF-DEBIT
               IF WS-NSF-RESULT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-RESULT-CODE = '00'
               ADD 1 TO WS-POSTED
               ADD CI-AMOUNT TO WS-POSTED-AMT
               IF CI-DEBIT
                   PERFORM RECORD-MANDATE-COLLECTION
               END-IF
           ELSE
               ADD 1 TO WS-FAILED
               DISPLAY "Item " CI-REF " failed. Code: "
               WRITE REJECT-RECORD
           END-IF.

       CHECK-MANDATE.
           INITIALIZE WS-MANDATE-DATA.
           MOVE CI-ACCT-ID TO WS-DM-ACCT-ID.
           MOVE CI-ORIGINATOR TO WS-DM-ORIGINATOR.
           MOVE CI-REF TO WS-DM-REF.
           MOVE CI-AMOUNT TO WS-DM-DEBIT-AMOUNT.
           CALL "DDMMGT" USING BY CONTENT "M"
                               BY REFERENCE WS-MANDATE-DATA
                               BY REFERENCE WS-MANDATE-RESULT
                               BY CONTENT WS-TELLER-STAMP.

      *>   WS-MANDATE-DATA still holds what CHECK-MANDATE matched.
       RECORD-MANDATE-COLLECTION.
           CALL "DDMMGT" USING BY CONTENT "R"
                               BY REFERENCE WS-MANDATE-DATA
                               BY REFERENCE WS-MANDATE-RESULT
                               BY CONTENT WS-TELLER-STAMP.

       RETURN-UNAUTHORISED-DEBIT.
           ADD 1 TO WS-DR-COUNT.
           MOVE CI-REF TO WS-DR-REF(WS-DR-COUNT).
           MOVE CI-AMOUNT TO WS-DR-AMOUNT(WS-DR-COUNT).
           ADD 1 TO WS-DD-RETURNED.
           ADD CI-AMOUNT TO WS-DD-RETURNED-AMT.

           MOVE 'DR' TO WS-NOT-TYPE.
           MOVE CI-ACCT-ID TO WS-NOT-ACCT-ID.
           MOVE CI-AMOUNT TO WS-NOT-AMOUNT.
           IF WS-MANDATE-RESULT = '06'
               MOVE "OL" TO WS-DR-REASON(WS-DR-COUNT)
               MOVE "DIRECT DEBIT REFUSED - OVER MANDATE MAX"
                   TO WS-NOT-TEXT
               DISPLAY "Item " CI-REF " over mandate " WS-DM-ID
                   " maximum " WS-DM-MAX-AMOUNT " - returned."
           ELSE
               MOVE "NM" TO WS-DR-REASON(WS-DR-COUNT)
               MOVE "DIRECT DEBIT REFUSED - NO MANDATE HELD"
                   TO WS-NOT-TEXT
               DISPLAY "Item " CI-REF " originator " CI-ORIGINATOR
                   " has no mandate - returned."
           END-IF.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.

      *>   One return file per clearing file, named for the run date
      *>   and the bank the debits came from, bracketed exactly as
      *>   that bank's own return files reach PAYRET.
       WRITE-DD-RETURN-FILE.
           MOVE SPACES TO WS-DDRET-NAME.
           STRING "DATA/dd_returns_" WS-TODAY "_"
               DELIMITED BY SIZE
               WS-SOURCE-BANK DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-DDRET-NAME.

           OPEN OUTPUT DDRET-FILE.
           MOVE SPACES TO DDRET-RECORD.
           MOVE 'H' TO DR-REC-TYPE.
           MOVE WS-TODAY TO DR-FILE-DATE.
           MOVE WS-OUR-BANK TO DR-SOURCE-BANK.
           WRITE DDRET-RECORD.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               MOVE SPACES TO DDRET-RECORD
               MOVE 'D' TO DR-REC-TYPE
               MOVE WS-DR-REF(WS-DR-IDX) TO DR-REF
               MOVE WS-DR-AMOUNT(WS-DR-IDX) TO DR-AMOUNT
               MOVE WS-DR-REASON(WS-DR-IDX) TO DR-REASON
               WRITE DDRET-RECORD
           END-PERFORM.

           MOVE SPACES TO DDRET-RECORD.
           MOVE 'Z' TO DR-REC-TYPE.
           MOVE WS-DD-RETURNED TO DR-TRL-COUNT.
           MOVE WS-DD-RETURNED-AMT TO DR-TRL-TOTAL.
           WRITE DDRET-RECORD.
           CLOSE DDRET-FILE.

       QUEUE-NSF-DEBIT.
           INITIALIZE WS-NSF-DATA.
           MOVE WS-TELLER-STAMP TO WS-NQ-SOURCE.
           MOVE "T" TO WS-NQ-TXN-TYPE.
           MOVE WS-TXN-SOURCE-ID TO WS-NQ-ACCT-ID.
           MOVE WS-TXN-TARGET-ID TO WS-NQ-TARGET-ID.
           MOVE WS-TXN-AMOUNT TO WS-NQ-AMOUNT.
           MOVE CI-REF TO WS-NQ-REF.
           CALL "NSFMGT" USING BY CONTENT "Q"
                               BY REFERENCE WS-NSF-DATA
                               BY REFERENCE WS-NSF-RESULT
                               BY CONTENT WS-TELLER-STAMP.
           IF WS-NSF-RESULT = '00'
               ADD 1 TO WS-NSF-QUEUED
               ADD CI-AMOUNT TO WS-NSF-QUEUED-AMT
               DISPLAY "Item " CI-REF " short of funds - queued as "
                   "NSF item " WS-NQ-ITEM-ID
           END-IF.

      *>   One line per run onto the cumulative settlement
      *>   reconciliation report, so the settlement account's movement
      *>   can be agreed against the clearing files that drove it.
