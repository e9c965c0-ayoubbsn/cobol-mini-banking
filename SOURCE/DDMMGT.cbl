       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMMGT.

      *>   Direct-debit mandate registry over DATA/dd_mandates.dat
      *>   (DDMAND.CPY). A mandate is the customer's authority for
      *>   one originator to collect from one account under one
      *>   mandate reference, up to a maximum amount per collection:
      *>     'C' registers a mandate the customer has signed - the
      *>         account must be an active deposit account, and an
      *>         ACTIVE mandate for the same account, originator and
      *>         reference cannot be registered twice;
      *>     'A' amends the maximum amount and frequency;
      *>     'X' cancels it on the customer's instruction - from the
      *>         next clearing file on, that originator's debits are
      *>         returned;
      *>     'L' lists the mandates on one account, or all of them;
      *>     'M' is PAYIN's check on an inbound debit: '00' when an
      *>         ACTIVE mandate covers it, '02' when there is none,
      *>         '06' when the amount is over the mandate's maximum.
      *>         The check changes nothing on the registry;
      *>     'R' records a collection once it has actually posted -
      *>         last-collected date and amount, the collection
      *>         count, and a one-off mandate is spent. PAYIN calls
      *>         it after TXNPROC accepts the debit; NSFMGT when a
      *>         queued debit is paid; CMPLMGT when a parked debit is
      *>         cleared and posts. The mandate is L-DM-ID when
      *>         given, otherwise the one for the account and
      *>         reference (and originator, when given) - the queues
      *>         those two work from do not carry the mandate ID.
      *>   Buffered and rewritten in full, the SWPMGT way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "DATA/dd_mandates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY DDMAND.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-MANDATE-STATUS   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-MANDATE-EOF      PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-MAX-ID           PIC 9(05).

      *>   Each entry holds the record image.
       01  WS-DM-TABLE.
           05  WS-DM-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-DM-IDX.
               10  WS-DM-RECORD        PIC X(101).
       01  WS-DM-COUNT         PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-CREATE        VALUE 'C'.
           88 OP-AMEND         VALUE 'A'.
           88 OP-CANCEL        VALUE 'X'.
           88 OP-LIST          VALUE 'L'.
           88 OP-MATCH         VALUE 'M'.
           88 OP-RECORD        VALUE 'R'.

       01  LS-MANDATE-DATA.
      *>   Returned by 'C' and 'M'; the mandate to work for 'A'/'X'
      *>   (and for 'R', when known).
           05  L-DM-ID             PIC 9(05).
      *>   The account to list for 'L' (0 for every account).
           05  L-DM-ACCT-ID        PIC 9(05).
           05  L-DM-ORIGINATOR     PIC X(06).
           05  L-DM-REF            PIC X(16).
           05  L-DM-MAX-AMOUNT     PIC 9(09)V99.
           05  L-DM-FREQUENCY      PIC X(01).
           05  L-DM-STATUS         PIC X(01).
      *>   The inbound collection being checked by 'M', or posted
      *>   for 'R'.
           05  L-DM-DEBIT-AMOUNT   PIC 9(09)V99.

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-DUPLICATE    VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NO-ACCOUNT   VALUE '05'.
           88 RES-OVER-LIMIT   VALUE '06'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-MANDATE-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-MANDATES.

           EVALUATE TRUE
               WHEN OP-CREATE
                   PERFORM CREATE-MANDATE
               WHEN OP-AMEND
                   PERFORM AMEND-MANDATE
               WHEN OP-CANCEL
                   PERFORM CANCEL-MANDATE
               WHEN OP-LIST
                   PERFORM LIST-MANDATES
               WHEN OP-MATCH
                   PERFORM MATCH-DEBIT
               WHEN OP-RECORD
                   PERFORM RECORD-COLLECTION
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       CREATE-MANDATE.
           IF L-DM-ACCT-ID = 0 OR L-DM-ORIGINATOR = SPACES
                   OR L-DM-REF = SPACES OR L-DM-MAX-AMOUNT = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-DM-FREQUENCY NOT = 'O' AND L-DM-FREQUENCY NOT = 'W'
                   AND L-DM-FREQUENCY NOT = 'M'
                   AND L-DM-FREQUENCY NOT = 'Q'
                   AND L-DM-FREQUENCY NOT = 'A'
                   AND L-DM-FREQUENCY NOT = 'V'
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM CHECK-ACCOUNT.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           PERFORM FIND-ACTIVE-MANDATE.
           IF WS-FOUND-IDX > 0
               MOVE DM-ID TO L-DM-ID
               MOVE '01' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 0 TO WS-MAX-ID.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE WS-DM-RECORD(WS-DM-IDX) TO MANDATE-RECORD
               IF DM-ID > WS-MAX-ID
                   MOVE DM-ID TO WS-MAX-ID
               END-IF
           END-PERFORM.

           INITIALIZE MANDATE-RECORD.
           COMPUTE WS-MAX-ID = WS-MAX-ID + 1.
           MOVE WS-MAX-ID TO DM-ID.
           MOVE L-DM-ACCT-ID TO DM-ACCT-ID.
           MOVE L-DM-ORIGINATOR TO DM-ORIGINATOR.
           MOVE L-DM-REF TO DM-REF.
           MOVE L-DM-MAX-AMOUNT TO DM-MAX-AMOUNT.
           MOVE L-DM-FREQUENCY TO DM-FREQUENCY.
           MOVE 'A' TO DM-STATUS.
           MOVE WS-TODAY TO DM-CREATED-DATE.
           MOVE LS-TELLER-ID TO DM-CREATED-BY.
           MOVE SPACES TO DM-STATUS-BY.
           ADD 1 TO WS-DM-COUNT.
           MOVE MANDATE-RECORD TO WS-DM-RECORD(WS-DM-COUNT).
           MOVE WS-MAX-ID TO L-DM-ID.

           PERFORM REWRITE-MANDATES.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Collections are only taken from live deposit accounts -
      *>   a loan is repaid through LOANCOLL, not by a third party.
       CHECK-ACCOUNT.
           MOVE '00' TO LS-RESULT-CODE.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-DM-ACCT-ID TO ACCT-ID OF ACCOUNT-RECORD.
           READ ACCT-FILE
               INVALID KEY
                   MOVE '05' TO LS-RESULT-CODE
           END-READ.
           IF LS-RESULT-CODE = '00'
               IF NOT ACCT-ACTIVE OF ACCOUNT-RECORD
                       OR ACCT-LOAN OF ACCOUNT-RECORD
                   MOVE '05' TO LS-RESULT-CODE
               END-IF
           END-IF.

           CLOSE ACCT-FILE.

       AMEND-MANDATE.
           PERFORM FIND-MANDATE.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT DM-ACTIVE
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-DM-MAX-AMOUNT = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-DM-FREQUENCY NOT = 'O' AND L-DM-FREQUENCY NOT = 'W'
                   AND L-DM-FREQUENCY NOT = 'M'
                   AND L-DM-FREQUENCY NOT = 'Q'
                   AND L-DM-FREQUENCY NOT = 'A'
                   AND L-DM-FREQUENCY NOT = 'V'
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-DM-MAX-AMOUNT TO DM-MAX-AMOUNT.
           MOVE L-DM-FREQUENCY TO DM-FREQUENCY.
           MOVE MANDATE-RECORD TO WS-DM-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-MANDATES.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The customer's own cancellation - the registry keeps the
      *>   row, stamped with who took the instruction and when, so
      *>   a later complaint about a debit can be answered.
       CANCEL-MANDATE.
           PERFORM FIND-MANDATE.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT DM-ACTIVE
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'C' TO DM-STATUS.
           MOVE WS-TODAY TO DM-STATUS-DATE.
           MOVE LS-TELLER-ID TO DM-STATUS-BY.
           MOVE MANDATE-RECORD TO WS-DM-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-MANDATES.
           MOVE DM-STATUS TO L-DM-STATUS.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-MANDATES.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "Mandt Acct  Orig   Reference        Max Amount  "
               "   F St Last Debit".
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE WS-DM-RECORD(WS-DM-IDX) TO MANDATE-RECORD
               IF L-DM-ACCT-ID = 0 OR DM-ACCT-ID = L-DM-ACCT-ID
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY DM-ID " " DM-ACCT-ID " " DM-ORIGINATOR
                       " " DM-REF " " DM-MAX-AMOUNT " "
                       DM-FREQUENCY "  " DM-STATUS " "
                       DM-LAST-DEBIT-DATE
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No direct-debit mandates on file."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Check only - a debit that is then parked, queued short of
      *>   funds or refused by TXNPROC has not used the mandate.
       MATCH-DEBIT.
           PERFORM FIND-ACTIVE-MANDATE.
           IF WS-FOUND-IDX = 0
               MOVE 0 TO L-DM-ID
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE DM-ID TO L-DM-ID.
           MOVE DM-MAX-AMOUNT TO L-DM-MAX-AMOUNT.
           MOVE DM-FREQUENCY TO L-DM-FREQUENCY.
           IF L-DM-DEBIT-AMOUNT > DM-MAX-AMOUNT
               MOVE '06' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE DM-STATUS TO L-DM-STATUS.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The collection has posted, so it is counted even if the
      *>   mandate was cancelled while the debit sat on a queue; a
      *>   one-off mandate still active is spent by it. Being
      *>   recorded on the same run as it posts, a second debit on
      *>   a one-off mandate later in the same file finds no active
      *>   mandate and is returned.
       RECORD-COLLECTION.
           IF L-DM-ID > 0
               PERFORM FIND-MANDATE
           ELSE
               PERFORM FIND-COLLECTED-MANDATE
           END-IF.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-TODAY TO DM-LAST-DEBIT-DATE.
           MOVE L-DM-DEBIT-AMOUNT TO DM-LAST-DEBIT-AMT.
           ADD 1 TO DM-DEBIT-COUNT.
           IF DM-ONE-OFF AND DM-ACTIVE
               MOVE 'E' TO DM-STATUS
               MOVE WS-TODAY TO DM-STATUS-DATE
               MOVE LS-TELLER-ID TO DM-STATUS-BY
           END-IF.
           MOVE MANDATE-RECORD TO WS-DM-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-MANDATES.
           MOVE DM-ID TO L-DM-ID.
           MOVE DM-STATUS TO L-DM-STATUS.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Leaves the found mandate in MANDATE-RECORD.
       FIND-MANDATE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE WS-DM-RECORD(WS-DM-IDX) TO MANDATE-RECORD
               IF DM-ID = L-DM-ID
                   SET WS-FOUND-IDX TO WS-DM-IDX
                   SET WS-DM-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-DM-RECORD(WS-FOUND-IDX) TO MANDATE-RECORD
           END-IF.

      *>   The ACTIVE mandate for account, originator and reference,
      *>   left in MANDATE-RECORD.
       FIND-ACTIVE-MANDATE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE WS-DM-RECORD(WS-DM-IDX) TO MANDATE-RECORD
               IF DM-ACTIVE AND DM-ACCT-ID = L-DM-ACCT-ID
                       AND DM-ORIGINATOR = L-DM-ORIGINATOR
                       AND DM-REF = L-DM-REF
                   SET WS-FOUND-IDX TO WS-DM-IDX
                   SET WS-DM-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-DM-RECORD(WS-FOUND-IDX) TO MANDATE-RECORD
           END-IF.

      *>   For 'R' without a mandate ID: the mandate for the account
      *>   and reference, the originator too when given, left in
      *>   MANDATE-RECORD. The active one when there is one;
      *>   otherwise the latest on file, which is the one cancelled
      *>   or spent while a queued debit against it waited to be
      *>   paid.
       FIND-COLLECTED-MANDATE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE WS-DM-RECORD(WS-DM-IDX) TO MANDATE-RECORD
               IF DM-ACCT-ID = L-DM-ACCT-ID
                       AND DM-REF = L-DM-REF
                       AND (L-DM-ORIGINATOR = SPACES
                           OR DM-ORIGINATOR = L-DM-ORIGINATOR)
                   SET WS-FOUND-IDX TO WS-DM-IDX
                   IF DM-ACTIVE
                       SET WS-DM-IDX TO 9999
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-DM-RECORD(WS-FOUND-IDX) TO MANDATE-RECORD
           END-IF.

       LOAD-MANDATES.
           MOVE 0 TO WS-DM-COUNT.
           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-MANDATE-EOF.
           PERFORM UNTIL WS-MANDATE-EOF = 'Y'
               READ MANDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-MANDATE-EOF
                   NOT AT END
                       ADD 1 TO WS-DM-COUNT
                       MOVE MANDATE-RECORD TO WS-DM-RECORD(WS-DM-COUNT)
               END-READ
           END-PERFORM.

           CLOSE MANDATE-FILE.

       REWRITE-MANDATES.
           OPEN OUTPUT MANDATE-FILE.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE WS-DM-RECORD(WS-DM-IDX) TO MANDATE-RECORD
               WRITE MANDATE-RECORD
           END-PERFORM.
           CLOSE MANDATE-FILE.
