      *>   length at the same contracted rate; 'C' marks the deposit
      *>   matured, leaving the funds free on the account (TXNPROC's
      *>   early-withdrawal block only applies while a term record is
      *>   active) for the customer to dispose of. A close-out
      *>   deposit pledged under a collateral lien that still secures
      *>   an open facility (COLLMGT 'K') is not paid out: it is
      *>   rolled for another term instead, keeping its own 'C'
      *>   instruction so it closes out at the first maturity after
      *>   the lien is released.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20) VALUE SPACES.
       01  WS-RESULT-CODE      PIC X(02).
       01  WS-COLL-DATA.
           COPY COLLAT.CPY.
       01  WS-COLL-RESULT      PIC X(02).

      *>   Matured terms buffered while TERM-FILE is open, interest
      *>   posted with it closed (TXNPROC holds accounts.dat), then
               10  WS-TD-ROLLOVER      PIC X(01).
               10  WS-TD-INTEREST      PIC 9(09)V99.
               10  WS-TD-PAID          PIC X(01).
               10  WS-TD-LIENED        PIC X(01).
               10  WS-TD-LIEN-FOR      PIC 9(05).
       01  WS-TD-COUNT         PIC 9(05) VALUE 0.

       01  WS-TOTALS.
           05  WS-ROLLED       PIC 9(05) VALUE 0.
           05  WS-CLOSED-OUT   PIC 9(05) VALUE 0.
           05  WS-FAILED       PIC 9(05) VALUE 0.
           05  WS-HELD-LIEN    PIC 9(05) VALUE 0.
           05  WS-INT-PAID     PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
               "  Interest Paid: " WS-INT-PAID.
           DISPLAY "Rolled Over:      " WS-ROLLED.
           DISPLAY "Closed Out:       " WS-CLOSED-OUT.
           DISPLAY "Held Under Lien:  " WS-HELD-LIEN.
           DISPLAY "Failed:           " WS-FAILED.

           IF WS-FAILED > 0
               TD-PRINCIPAL * TD-RATE * WS-TERM-DAYS / 365.
           MOVE WS-INTEREST TO WS-TD-INTEREST(WS-TD-COUNT).
           MOVE 'N' TO WS-TD-PAID(WS-TD-COUNT).
           MOVE 'N' TO WS-TD-LIENED(WS-TD-COUNT).

           IF TD-CLOSE-OUT
               INITIALIZE WS-COLL-DATA
               MOVE TD-ACCT-ID TO CL-TD-ACCT-ID
               CALL "COLLMGT" USING BY CONTENT "K"
                                    BY REFERENCE WS-COLL-DATA
                                    BY REFERENCE WS-COLL-RESULT
                                    BY CONTENT WS-TELLER-STAMP
               IF WS-COLL-RESULT = '12'
                   MOVE 'R' TO WS-TD-ROLLOVER(WS-TD-COUNT)
                   MOVE 'Y' TO WS-TD-LIENED(WS-TD-COUNT)
                   MOVE CL-ACCT-ID TO WS-TD-LIEN-FOR(WS-TD-COUNT)
               END-IF
           END-IF.

       PAY-ALL-INTEREST.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   TO TD-MATURITY-DATE
               DISPLAY "Account " TD-ACCT-ID " rolled to "
                   TD-MATURITY-DATE " at " TD-RATE
               IF WS-TD-LIENED(WS-TD-IDX) = 'Y'
                   ADD 1 TO WS-HELD-LIEN
                   DISPLAY "  held under lien for facility "
                       WS-TD-LIEN-FOR(WS-TD-IDX) " - not paid out"
               END-IF
           ELSE
               ADD 1 TO WS-CLOSED-OUT
               MOVE 'M' TO TD-STATUS
