       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOMGT.

      *>   Charged-off balances on DATA/chargeoffs.dat (CHGOFF.CPY,
      *>   written by CRLOSS). 'L' lists every write-off still open
      *>   with what has been recovered against it; 'R' records a
      *>   recovery - money the customer pays toward a written-off
      *>   debt. The written-off account itself is closed to
      *>   postings (status 'W'), so the payment is taken from one
      *>   of the customer's live savings or checking accounts as a
      *>   TXNPROC withdrawal under the RECOVERY stamp (code RCOV):
      *>   GLEXTR books that leg back to the loan-loss allowance,
      *>   never as an ordinary loan repayment or deposit. A
      *>   recovery is capped at what is still outstanding and must
      *>   be in the write-off's currency; the one that clears it
      *>   marks the write-off recovered in full. Supervisor-only in
      *>   MAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGOFF-FILE ASSIGN TO "DATA/chargeoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGOFF-FILE.
       01  CHGOFF-RECORD.
           COPY CHGOFF.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-CHGOFF-STATUS    PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-CHGOFF-EOF       PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-OUTSTANDING      PIC 9(09)V99.

      *>   The register is buffered, changed, and rewritten in full -
      *>   the standard LINE SEQUENTIAL rewrite shape. Each entry
      *>   holds the record image.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-RECORD        PIC X(61).
       01  WS-CO-COUNT         PIC 9(05) VALUE 0.

       01  WS-TXN-TARGET-ID    PIC 9(05) VALUE 0.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TELLER-STAMP     PIC X(08) VALUE "RECOVERY".
      *>   Supervisor-keyed in MAIN - bypasses parking.
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'Y'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20).
       01  WS-TXN-RESULT       PIC X(02).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-LIST-OPEN     VALUE 'L'.
           88 OP-RECOVER       VALUE 'R'.

       01  LS-CHGOFF-DATA.
      *>   The written-off account, the live account paying, and the
      *>   amount; the outstanding balance after the call comes back
      *>   in L-CO-OUTSTANDING (and on a refusal, what it still is).
           05  L-CO-ACCT-ID        PIC 9(05).
           05  L-CO-SOURCE-ID      PIC 9(05).
           05  L-CO-AMOUNT         PIC 9(09)V99.
           05  L-CO-OUTSTANDING    PIC 9(09)V99.

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
      *>   More than is still outstanding on the write-off.
           88 RES-OVER-OUTSTANDING VALUE '05'.
      *>   Paying account not a live customer savings/checking
      *>   account in the write-off's currency.
           88 RES-BAD-SOURCE   VALUE '06'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-CHGOFF-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-CHARGE-OFFS.

           EVALUATE TRUE
               WHEN OP-LIST-OPEN
                   PERFORM LIST-OPEN
               WHEN OP-RECOVER
                   PERFORM RECORD-RECOVERY
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       LIST-OPEN.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-CO-COUNT = 0
               DISPLAY "No charged-off balances on file."
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Acct  K Cust  Date     CCY Charged Off  "
               "Recovered    Last Rcov".
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-CO-RECORD(WS-CO-IDX) TO CHGOFF-RECORD
               IF CO-OPEN
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY CO-ACCT-ID " " CO-KIND " " CO-CUST-ID " "
                       CO-DATE " " CO-CURRENCY " " CO-AMOUNT " "
                       CO-RECOVERED " " CO-LAST-RCOV-DATE
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No open charged-off balances."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       RECORD-RECOVERY.
           MOVE 0 TO L-CO-OUTSTANDING.
           IF L-CO-AMOUNT = 0 OR L-CO-SOURCE-ID = L-CO-ACCT-ID
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-CHARGE-OFF.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF NOT CO-OPEN
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           COMPUTE WS-OUTSTANDING = CO-AMOUNT - CO-RECOVERED.
           MOVE WS-OUTSTANDING TO L-CO-OUTSTANDING.
           IF L-CO-AMOUNT > WS-OUTSTANDING
               MOVE '05' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM CHECK-SOURCE-ACCOUNT.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           MOVE SPACES TO WS-TXN-NARRATIVE.
           STRING "RECOVERY ACCT " CO-ACCT-ID
               DELIMITED BY SIZE INTO WS-TXN-NARRATIVE.
           CALL "TXNPROC" USING BY CONTENT "W"
                    BY CONTENT L-CO-SOURCE-ID
                    BY CONTENT WS-TXN-TARGET-ID
                    BY CONTENT L-CO-AMOUNT
                    BY REFERENCE WS-TXN-RESULT
                    BY CONTENT WS-TXN-ORIG-ID
                    BY CONTENT WS-TELLER-STAMP
                    BY CONTENT WS-TXN-APPROVED
                    BY REFERENCE WS-TXN-LOGGED-ID
                    BY CONTENT WS-TXN-NARRATIVE.
           IF WS-TXN-RESULT NOT = '00'
               MOVE WS-TXN-RESULT TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           ADD L-CO-AMOUNT TO CO-RECOVERED.
           MOVE WS-TODAY TO CO-LAST-RCOV-DATE.
           IF CO-RECOVERED >= CO-AMOUNT
               MOVE 'R' TO CO-STATUS
           END-IF.
           COMPUTE L-CO-OUTSTANDING = CO-AMOUNT - CO-RECOVERED.
           MOVE CHGOFF-RECORD TO WS-CO-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-CHARGE-OFFS.
           MOVE '00' TO LS-RESULT-CODE.

      *>   CHGOFF-RECORD (the write-off being recovered) is current
      *>   on entry and left untouched.
       CHECK-SOURCE-ACCOUNT.
           MOVE '06' TO LS-RESULT-CODE.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-CO-SOURCE-ID TO ACCT-ID OF ACCOUNT-RECORD.
           READ ACCT-FILE
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
               NOT INVALID KEY
                   IF ACCT-ACTIVE
                       AND (ACCT-SAVINGS OR ACCT-CHECKING)
                       AND NOT ACCT-IS-INTERNAL
                       AND ACCT-CURRENCY OF ACCOUNT-RECORD
                           = CO-CURRENCY
                       MOVE '00' TO LS-RESULT-CODE
                   END-IF
           END-READ.
           CLOSE ACCT-FILE.

      *>   Leaves the found write-off in CHGOFF-RECORD for the
      *>   caller.
       FIND-CHARGE-OFF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-CO-RECORD(WS-CO-IDX) TO CHGOFF-RECORD
               IF CO-ACCT-ID = L-CO-ACCT-ID
                   SET WS-FOUND-IDX TO WS-CO-IDX
                   SET WS-CO-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-CO-RECORD(WS-FOUND-IDX) TO CHGOFF-RECORD
           END-IF.

       LOAD-CHARGE-OFFS.
           MOVE 0 TO WS-CO-COUNT.
           OPEN INPUT CHGOFF-FILE.
           IF WS-CHGOFF-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-CHGOFF-EOF.
           PERFORM UNTIL WS-CHGOFF-EOF = 'Y'
               READ CHGOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-CHGOFF-EOF
                   NOT AT END
                       ADD 1 TO WS-CO-COUNT
                       MOVE CHGOFF-RECORD TO WS-CO-RECORD(WS-CO-COUNT)
               END-READ
           END-PERFORM.

           CLOSE CHGOFF-FILE.

       REWRITE-CHARGE-OFFS.
           OPEN OUTPUT CHGOFF-FILE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-CO-RECORD(WS-CO-IDX) TO CHGOFF-RECORD
               WRITE CHGOFF-RECORD
           END-PERFORM.
           CLOSE CHGOFF-FILE.
