       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMGT.

      *>   Customer alert subscriptions over DATA/alert_subs.dat
      *>   (ALERTSUB.CPY). NOTIFY's notices are the bank's choice of
      *>   event and go out by post; these are the customer's own
      *>   choice - a low balance, a large debit, card use, money
      *>   coming in - sent by SMS or e-mail through the gateway
      *>   ALRTFEED feeds each day.
      *>   'A' adds a subscription for a customer on one of their
      *>   accounts and returns its ID; 'C' cancels one by ID; 'I'
      *>   returns one; 'Q' lists an account's subscriptions and
      *>   'H' the alerts raised for it, with how delivery went.
      *>   A different threshold or address is a cancel and a new
      *>   subscription, so the record always shows what the
      *>   customer asked for and when.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE ASSIGN TO "DATA/alert_subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT ALERT-FILE ASSIGN TO "DATA/alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

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

           SELECT OWNER-FILE ASSIGN TO "DATA/acct_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE.
       01  SUB-RECORD.
           COPY ALERTSUB.CPY.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERTQ.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           COPY OWNER.CPY.

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS       PIC X(02).
       01  WS-ALERT-STATUS     PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-MAX-ID           PIC 9(06).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-LINKED           PIC X(01).

      *>   alert_subs.dat is LINE SEQUENTIAL: buffered, changed, and
      *>   written back in full, the CHKBMGT way. Each entry is one
      *>   whole ALERTSUB.CPY record.
       01  WS-SUB-TABLE.
           05  WS-SB-RECORD        PIC X(95) OCCURS 9999 TIMES
                   INDEXED BY WS-SB-IDX.
       01  WS-SUB-COUNT        PIC 9(05) VALUE 0.

       01  WS-SB-WORK.
           COPY ALERTSUB.CPY.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-ADD           VALUE 'A'.
           88 OP-CANCEL        VALUE 'C'.
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-LIST-ACCOUNT  VALUE 'Q'.
           88 OP-HISTORY       VALUE 'H'.

      *>   'A' takes the account, customer, type, threshold, channel
      *>   and address; 'C' and 'I' the ID; 'Q' and 'H' the account.
       01  LS-SUB-DATA.
           COPY ALERTSUB.CPY.

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
      *>   The customer is closed, unknown, or not on the account.
           88 RES-NOT-OWNER    VALUE '05'.
      *>   The same alert to the same address is already active.
           88 RES-DUPLICATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-SUB-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-SUBSCRIPTIONS.

           EVALUATE TRUE
               WHEN OP-ADD
                   PERFORM ADD-SUBSCRIPTION
               WHEN OP-CANCEL
                   PERFORM CANCEL-SUBSCRIPTION
               WHEN OP-INQUIRY
                   PERFORM INQUIRY-SUBSCRIPTION
               WHEN OP-LIST-ACCOUNT
                   PERFORM LIST-ACCOUNT-SUBSCRIPTIONS
               WHEN OP-HISTORY
                   PERFORM LIST-ACCOUNT-ALERTS
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Alerts are for active customer accounts, never a
      *>   bank-owned one, and only for a customer who holds the
      *>   account - its primary customer or anyone with an active
      *>   link on acct_owners.dat. A balance or debit alert needs a
      *>   threshold to mean anything.
       ADD-SUBSCRIPTION.
           IF NOT AS-VALID-TYPE OF LS-SUB-DATA
                   OR NOT AS-VALID-CHANNEL OF LS-SUB-DATA
                   OR AS-ADDRESS OF LS-SUB-DATA = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF (AS-LOW-BALANCE OF LS-SUB-DATA
                   OR AS-LARGE-DEBIT OF LS-SUB-DATA)
                   AND AS-THRESHOLD OF LS-SUB-DATA = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE AS-ACCT-ID OF LS-SUB-DATA TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE ACCT-FILE.

           IF ACCT-IS-INTERNAL
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT ACCT-ACTIVE AND NOT ACCT-FROZEN
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE AS-CUST-ID OF LS-SUB-DATA TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   MOVE '05' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE CUSTOMER-FILE.
           IF CUST-CLOSED OR CUST-DECEASED
               MOVE '05' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM CHECK-CUSTOMER-LINK.
           IF WS-LINKED NOT = 'Y'
               MOVE '05' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 0 TO WS-MAX-ID.
           MOVE '00' TO LS-RESULT-CODE.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
               MOVE WS-SB-RECORD(WS-SB-IDX) TO WS-SB-WORK
               IF AS-SUB-ID OF WS-SB-WORK > WS-MAX-ID
                   MOVE AS-SUB-ID OF WS-SB-WORK TO WS-MAX-ID
               END-IF
               IF AS-ACTIVE OF WS-SB-WORK
                       AND AS-ACCT-ID OF WS-SB-WORK
                           = AS-ACCT-ID OF LS-SUB-DATA
                       AND AS-ALERT-TYPE OF WS-SB-WORK
                           = AS-ALERT-TYPE OF LS-SUB-DATA
                       AND AS-CHANNEL OF WS-SB-WORK
                           = AS-CHANNEL OF LS-SUB-DATA
                       AND AS-ADDRESS OF WS-SB-WORK
                           = AS-ADDRESS OF LS-SUB-DATA
                   MOVE '12' TO LS-RESULT-CODE
               END-IF
           END-PERFORM.
           IF LS-RESULT-CODE = '12'
               EXIT PARAGRAPH.

           IF WS-SUB-COUNT >= 9999
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           ADD 1 TO WS-MAX-ID.
           MOVE WS-MAX-ID TO AS-SUB-ID OF LS-SUB-DATA.
           MOVE 'A' TO AS-STATUS OF LS-SUB-DATA.
           MOVE SPACE TO AS-LOW-SENT OF LS-SUB-DATA.
           MOVE WS-TODAY TO AS-SET-DATE OF LS-SUB-DATA.
           MOVE LS-TELLER-ID TO AS-SET-BY OF LS-SUB-DATA.
           MOVE 0 TO AS-END-DATE OF LS-SUB-DATA.
           ADD 1 TO WS-SUB-COUNT.
           MOVE LS-SUB-DATA TO WS-SB-RECORD(WS-SUB-COUNT).

           PERFORM REWRITE-SUBSCRIPTIONS.
           MOVE '00' TO LS-RESULT-CODE.

       CANCEL-SUBSCRIPTION.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT AS-ACTIVE OF WS-SB-WORK
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'C' TO AS-STATUS OF WS-SB-WORK.
           MOVE WS-TODAY TO AS-END-DATE OF WS-SB-WORK.
           MOVE WS-SB-WORK TO WS-SB-RECORD(WS-FOUND-IDX).
           MOVE WS-SB-WORK TO LS-SUB-DATA.
           PERFORM REWRITE-SUBSCRIPTIONS.
           MOVE '00' TO LS-RESULT-CODE.

       INQUIRY-SUBSCRIPTION.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE WS-SB-WORK TO LS-SUB-DATA.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-ACCOUNT-SUBSCRIPTIONS.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "ID     Cust  T Threshold    C Address"
               "                                  St Since".
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
               MOVE WS-SB-RECORD(WS-SB-IDX) TO WS-SB-WORK
               IF AS-ACCT-ID OF WS-SB-WORK = AS-ACCT-ID OF LS-SUB-DATA
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY AS-SUB-ID OF WS-SB-WORK " "
                       AS-CUST-ID OF WS-SB-WORK " "
                       AS-ALERT-TYPE OF WS-SB-WORK " "
                       AS-THRESHOLD OF WS-SB-WORK " "
                       AS-CHANNEL OF WS-SB-WORK " "
                       AS-ADDRESS OF WS-SB-WORK " "
                       AS-STATUS OF WS-SB-WORK "  "
                       AS-SET-DATE OF WS-SB-WORK
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  (no alert subscriptions for this account)"
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   What was raised for the account and where each alert
      *>   stands with the gateway - the answer to "I never got the
      *>   text".
       LIST-ACCOUNT-ALERTS.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY "  (no alerts raised for this account)"
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Alert    Sub    T Raised   Amount        C St "
               "Tries Sent     Done     Reason".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AQ-ACCT-ID = AS-ACCT-ID OF LS-SUB-DATA
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY AQ-ALERT-ID " " AQ-SUB-ID " "
                               AQ-ALERT-TYPE " " AQ-RAISED-DATE " "
                               AQ-AMOUNT " " AQ-CHANNEL " "
                               AQ-STATUS "  " AQ-ATTEMPTS "    "
                               AQ-SENT-DATE " " AQ-DONE-DATE " "
                               AQ-FAIL-REASON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.

           IF WS-LIST-COUNT = 0
               DISPLAY "  (no alerts raised for this account)"
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Is AS-CUST-ID one of the account's holders?
       CHECK-CUSTOMER-LINK.
           MOVE 'N' TO WS-LINKED.
           IF ACCT-CUST-ID = AS-CUST-ID OF LS-SUB-DATA
               MOVE 'Y' TO WS-LINKED
               EXIT PARAGRAPH.

           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OWN-ACCT-ID = AS-ACCT-ID OF LS-SUB-DATA
                               AND OWN-CUST-ID
                                   = AS-CUST-ID OF LS-SUB-DATA
                               AND OWN-ACTIVE
                           MOVE 'Y' TO WS-LINKED
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNER-FILE.

       FIND-SUBSCRIPTION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
                       OR WS-FOUND-IDX > 0
               MOVE WS-SB-RECORD(WS-SB-IDX) TO WS-SB-WORK
               IF AS-SUB-ID OF WS-SB-WORK = AS-SUB-ID OF LS-SUB-DATA
                   SET WS-FOUND-IDX TO WS-SB-IDX
               END-IF
           END-PERFORM.

       LOAD-SUBSCRIPTIONS.
           MOVE 0 TO WS-SUB-COUNT.
           OPEN INPUT SUB-FILE.
           IF WS-SUB-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SUB-COUNT < 9999
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SUB-RECORD
                               TO WS-SB-RECORD(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUB-FILE.

       REWRITE-SUBSCRIPTIONS.
           OPEN OUTPUT SUB-FILE.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
               MOVE WS-SB-RECORD(WS-SB-IDX) TO SUB-RECORD
               WRITE SUB-RECORD
           END-PERFORM.
           CLOSE SUB-FILE.
