       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTFEED.

      *>   Daily customer alert run, between the bank and its SMS /
      *>   e-mail gateway. In order:
      *>   1. Reads the gateway's delivery confirmations, DATA/
      *>      alert_conf.txt: one line per alert sent - its ID, the
      *>      attempt number it was sent under, 'D' delivered or
      *>      'F' failed, the gateway's reason code and date. A line
      *>      is applied only to an alert still waiting on that very
      *>      attempt, so re-reading an old file changes nothing.
      *>      An alert with no answer ALERT-CONFIRM-DAYS (default 2)
      *>      after it was sent is counted as failed.
      *>   2. Failed alerts are retried on the next file until they
      *>      have been tried ALERT-MAX-TRIES times (default 3), then
      *>      marked undeliverable and listed for follow-up.
      *>   3. Matches the processing day's postings (DAYEXTR's
      *>      extract, or trans.dat - see PICK-TRANS-SOURCE)
      *>      against the active subscriptions on alert_subs.dat
      *>      (see ALRTMGT): debits over the customer's amount, card
      *>      (ATM/POS) transactions, incoming credits. Reversal legs
      *>      are not alerted. An alert already raised for the same
      *>      subscription and leg is not raised again, so a rerun
      *>      adds nothing.
      *>   4. Checks every low-balance subscription against the
      *>      account's balance now; the customer hears once per dip
      *>      below the threshold (AS-LOW-SENT). Subscriptions on
      *>      accounts since closed or written off are cancelled.
      *>   5. Writes DATA/alert_out_YYYYMMDD.txt for the gateway: an
      *>      'H' header, a 'D' per alert to send - new ones and
      *>      retries, plus any already sent today so a rerun
      *>      rebuilds the whole file - and a 'Z' trailer count.
      *>   Alerts live on DATA/alerts.dat (ALERTQ.CPY); delivered and
      *>   undeliverable ones are dropped ALERT-RETAIN-DAYS (default
      *>   90) after they were closed. Return code 4 when any alert
      *>   became undeliverable, or alerts.dat was too full to take
      *>   them all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE ASSIGN TO "DATA/alert_subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT ALERT-FILE ASSIGN TO "DATA/alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT CONF-FILE ASSIGN TO "DATA/alert_conf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DAYCTL-FILE ASSIGN TO "DATA/day_trans_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE.
       01  SUB-RECORD.
           COPY ALERTSUB.CPY.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERTQ.CPY.

       FD  CONF-FILE.
       01  CONF-RECORD.
           05  CF-ALERT-ID         PIC 9(08).
           05  CF-ATTEMPT          PIC 9(02).
           05  CF-RESULT           PIC X(01).
               88 CF-DELIVERED     VALUE 'D'.
               88 CF-FAILED        VALUE 'F'.
           05  CF-REASON           PIC X(08).
           05  CF-DATE             PIC 9(08).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  DAYCTL-FILE.
       01  DAYCTL-RECORD.
           COPY DAYCTL.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  OUT-FILE.
       01  OUT-RECORD.
           05  AO-REC-TYPE         PIC X(01).
               88 AO-HEADER        VALUE 'H'.
               88 AO-DETAIL        VALUE 'D'.
               88 AO-TRAILER       VALUE 'Z'.
           05  AO-REST             PIC X(139).
       01  OUT-HEADER REDEFINES OUT-RECORD.
           05  FILLER              PIC X(01).
           05  AO-FILE-DATE        PIC 9(08).
           05  AO-BANK             PIC X(08).
           05  FILLER              PIC X(123).
       01  OUT-DETAIL REDEFINES OUT-RECORD.
           05  FILLER              PIC X(01).
           05  AO-ALERT-ID         PIC 9(08).
           05  AO-ATTEMPT          PIC 9(02).
           05  AO-CHANNEL          PIC X(01).
           05  AO-ADDRESS          PIC X(40).
           05  AO-ACCT-ID          PIC 9(05).
           05  AO-MESSAGE          PIC X(80).
           05  FILLER              PIC X(03).
       01  OUT-TRAILER REDEFINES OUT-RECORD.
           05  FILLER              PIC X(01).
           05  AO-COUNT            PIC 9(07).
           05  FILLER              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS       PIC X(02).
       01  WS-ALERT-STATUS     PIC X(02).
       01  WS-CONF-STATUS      PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-DAYCTL-STATUS    PIC X(02).
      *>   trans.dat, or the daily-activity extract - see
      *>   PICK-TRANS-SOURCE.
       01  WS-TRANS-NAME       PIC X(30) VALUE "DATA/trans.dat".
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-OUT-STATUS       PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-OUT-NAME         PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".
       01  WS-DATE-INT         PIC S9(09).
       01  WS-CONF-CUTOFF      PIC 9(08).
       01  WS-RETAIN-CUTOFF    PIC 9(08).

       01  WS-MAX-TRIES        PIC 9(02) VALUE 3.
       01  WS-CONFIRM-DAYS     PIC 9(03) VALUE 2.
       01  WS-RETAIN-DAYS      PIC 9(05) VALUE 90.

      *>   Both files are LINE SEQUENTIAL: buffered, changed, and
      *>   written back in full, the CHKBMGT way. Each entry is one
      *>   whole ALERTSUB.CPY / ALERTQ.CPY record.
       01  WS-SUB-TABLE.
           05  WS-SB-RECORD        PIC X(95) OCCURS 9999 TIMES
                   INDEXED BY WS-SB-IDX.
       01  WS-SUB-COUNT        PIC 9(05) VALUE 0.
       01  WS-SB-WORK.
           COPY ALERTSUB.CPY.

       01  WS-ALERT-TABLE.
           05  WS-AL-RECORD        PIC X(131) OCCURS 9999 TIMES
                   INDEXED BY WS-AL-IDX.
       01  WS-ALERT-COUNT      PIC 9(05) VALUE 0.
       01  WS-AL-WORK.
           COPY ALERTQ.CPY.
       01  WS-MAX-ALERT-ID     PIC 9(08) VALUE 0.
       01  WS-KEEP-COUNT       PIC 9(05).

       01  WS-MATCH            PIC X(01).
       01  WS-ABS-AMOUNT       PIC 9(09)V99.
       01  WS-RAISE-AMOUNT     PIC S9(09)V99.
       01  WS-RAISE-BALANCE    PIC S9(09)V99.
       01  WS-RAISE-TRANS-ID   PIC 9(08).
       01  WS-RESEND           PIC X(01).

       01  WS-MESSAGE          PIC X(80).
       01  WS-ED-AMOUNT        PIC -(9)9.99.
       01  WS-ED-BALANCE       PIC -(9)9.99.
       01  WS-ED-THRESHOLD     PIC Z(8)9.99.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-COUNTERS.
           05  WS-CONF-READ        PIC 9(07) VALUE 0.
           05  WS-CONF-DELIVERED   PIC 9(07) VALUE 0.
           05  WS-CONF-FAILED      PIC 9(07) VALUE 0.
           05  WS-CONF-IGNORED     PIC 9(07) VALUE 0.
           05  WS-TIMED-OUT        PIC 9(07) VALUE 0.
           05  WS-UNDELIVERABLE    PIC 9(07) VALUE 0.
           05  WS-RAISED           PIC 9(07) VALUE 0.
           05  WS-NOT-RAISED       PIC 9(07) VALUE 0.
           05  WS-SUBS-ENDED       PIC 9(07) VALUE 0.
           05  WS-SENT-NEW         PIC 9(07) VALUE 0.
           05  WS-SENT-RETRY       PIC 9(07) VALUE 0.
           05  WS-OUT-COUNT        PIC 9(07) VALUE 0.
           05  WS-PURGED           PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

           DISPLAY "========================================".
           DISPLAY "   CUSTOMER ALERT FEED - " WS-TODAY.
           DISPLAY "========================================".

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-CONFIRM-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-CONF-CUTOFF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-RETAIN-CUTOFF.

           PERFORM LOAD-SUBSCRIPTIONS.
           PERFORM LOAD-ALERTS.

           PERFORM APPLY-CONFIRMATIONS.
           PERFORM SETTLE-FAILURES.
           PERFORM PICK-TRANS-SOURCE.
           PERFORM MATCH-POSTINGS.
           PERFORM CHECK-BALANCES.
           PERFORM PURGE-CLOSED-ALERTS.

           MOVE SPACES TO WS-OUT-NAME.
           STRING "DATA/alert_out_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-OUT-NAME.
           OPEN OUTPUT OUT-FILE.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "Cannot open alert outbound file. Status: "
                   WS-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM WRITE-OUTBOUND.
           CLOSE OUT-FILE.

           PERFORM REWRITE-SUBSCRIPTIONS.
           PERFORM REWRITE-ALERTS.

           DISPLAY "Confirmations Read:   " WS-CONF-READ.
           DISPLAY "  Delivered:          " WS-CONF-DELIVERED.
           DISPLAY "  Failed:             " WS-CONF-FAILED.
           DISPLAY "  Already Applied:    " WS-CONF-IGNORED.
           DISPLAY "Unconfirmed, Retried: " WS-TIMED-OUT.
           DISPLAY "Undeliverable:        " WS-UNDELIVERABLE.
           DISPLAY "Alerts Raised:        " WS-RAISED.
           IF WS-NOT-RAISED > 0
               DISPLAY "Not Raised (file full): " WS-NOT-RAISED
           END-IF.
           DISPLAY "Subscriptions Ended:  " WS-SUBS-ENDED.
           DISPLAY "Sent - New:           " WS-SENT-NEW.
           DISPLAY "Sent - Retry:         " WS-SENT-RETRY.
           DISPLAY "Outbound Records:     " WS-OUT-COUNT.
           DISPLAY "Closed Alerts Purged: " WS-PURGED.

           IF WS-UNDELIVERABLE > 0 OR WS-NOT-RAISED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "ALERT-MAX-TRIES" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-MAX-TRIES
           END-IF.

           MOVE "ALERT-CONFIRM-DAYS" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-CONFIRM-DAYS
           END-IF.

           MOVE "ALERT-RETAIN-DAYS" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-RETAIN-DAYS
           END-IF.

       GET-PARAMETER.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.

      *>   Step 1 - the gateway's word on what it delivered.
       APPLY-CONFIRMATIONS.
           OPEN INPUT CONF-FILE.
           IF WS-CONF-STATUS NOT = '00'
               DISPLAY "No gateway confirmations on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONF-READ
                       PERFORM APPLY-ONE-CONFIRMATION
               END-READ
           END-PERFORM.

           CLOSE CONF-FILE.

       APPLY-ONE-CONFIRMATION.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO WS-AL-WORK
               IF AQ-ALERT-ID OF WS-AL-WORK = CF-ALERT-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AL-IDX > WS-ALERT-COUNT
               ADD 1 TO WS-CONF-IGNORED
               EXIT PARAGRAPH.
           IF NOT AQ-SENT OF WS-AL-WORK
                   OR AQ-ATTEMPTS OF WS-AL-WORK NOT = CF-ATTEMPT
               ADD 1 TO WS-CONF-IGNORED
               EXIT PARAGRAPH.

           EVALUATE TRUE
               WHEN CF-DELIVERED
                   MOVE 'D' TO AQ-STATUS OF WS-AL-WORK
                   IF CF-DATE NUMERIC AND CF-DATE > 0
                       MOVE CF-DATE TO AQ-DONE-DATE OF WS-AL-WORK
                   ELSE
                       MOVE WS-TODAY TO AQ-DONE-DATE OF WS-AL-WORK
                   END-IF
                   MOVE SPACES TO AQ-FAIL-REASON OF WS-AL-WORK
                   ADD 1 TO WS-CONF-DELIVERED
               WHEN CF-FAILED
                   MOVE 'F' TO AQ-STATUS OF WS-AL-WORK
                   MOVE CF-REASON TO AQ-FAIL-REASON OF WS-AL-WORK
                   ADD 1 TO WS-CONF-FAILED
               WHEN OTHER
                   ADD 1 TO WS-CONF-IGNORED
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-AL-WORK TO WS-AL-RECORD(WS-AL-IDX).

      *>   Step 2 - no answer in time counts as a failure, and a
      *>   failure tried the full number of times is given up.
       SETTLE-FAILURES.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO WS-AL-WORK
               IF AQ-SENT OF WS-AL-WORK
                       AND AQ-SENT-DATE OF WS-AL-WORK < WS-CONF-CUTOFF
                   MOVE 'F' TO AQ-STATUS OF WS-AL-WORK
                   MOVE "NO CONF" TO AQ-FAIL-REASON OF WS-AL-WORK
                   ADD 1 TO WS-TIMED-OUT
               END-IF
               IF AQ-FAILED OF WS-AL-WORK
                       AND AQ-ATTEMPTS OF WS-AL-WORK >= WS-MAX-TRIES
                   MOVE 'X' TO AQ-STATUS OF WS-AL-WORK
                   MOVE WS-TODAY TO AQ-DONE-DATE OF WS-AL-WORK
                   ADD 1 TO WS-UNDELIVERABLE
                   IF WS-UNDELIVERABLE = 1
                       DISPLAY "Undeliverable alerts - check the "
                           "customer's address:"
                   END-IF
                   DISPLAY "  Alert " AQ-ALERT-ID OF WS-AL-WORK
                       " Acct " AQ-ACCT-ID OF WS-AL-WORK
                       " Cust " AQ-CUST-ID OF WS-AL-WORK " "
                       AQ-CHANNEL OF WS-AL-WORK " "
                       AQ-ADDRESS OF WS-AL-WORK " "
                       AQ-FAIL-REASON OF WS-AL-WORK
               END-IF
               MOVE WS-AL-WORK TO WS-AL-RECORD(WS-AL-IDX)
           END-PERFORM.

      *>   Step 3 - the day's postings against the subscriptions.
       MATCH-POSTINGS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "No transaction history on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-DATE = WS-TODAY
                               AND NOT TRANS-REVERSAL
                           PERFORM MATCH-ONE-LEG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

      *>   The day's legs come off DAYEXTR's extract when one is on
      *>   file for this processing date and its control totals
      *>   balanced against trans.dat; otherwise (a run outside the
      *>   window, or a failed extract) the whole journal is read as
      *>   before. The TRANS-DATE test stays either way.
       PICK-TRANS-SOURCE.
           MOVE "DATA/trans.dat" TO WS-TRANS-NAME.
           OPEN INPUT DAYCTL-FILE.
           IF WS-DAYCTL-STATUS NOT = "00"
               EXIT PARAGRAPH.
           READ DAYCTL-FILE
               AT END
                   MOVE SPACES TO DAYCTL-RECORD
           END-READ.
           CLOSE DAYCTL-FILE.
           IF DX-EXTRACT-DATE = WS-TODAY AND DX-IN-BALANCE
               MOVE "DATA/day_trans.dat" TO WS-TRANS-NAME
           END-IF.

       MATCH-ONE-LEG.
           IF TRANS-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - TRANS-AMOUNT
           ELSE
               MOVE TRANS-AMOUNT TO WS-ABS-AMOUNT
           END-IF.

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
               MOVE WS-SB-RECORD(WS-SB-IDX) TO WS-SB-WORK
               IF AS-ACTIVE OF WS-SB-WORK
                       AND AS-ACCT-ID OF WS-SB-WORK = TRANS-ACCT-ID
                   MOVE 'N' TO WS-MATCH
                   EVALUATE TRUE
                       WHEN AS-LARGE-DEBIT OF WS-SB-WORK
                           IF TRANS-AMOUNT < 0 AND WS-ABS-AMOUNT
                                   >= AS-THRESHOLD OF WS-SB-WORK
                               MOVE 'Y' TO WS-MATCH
                           END-IF
                       WHEN AS-CARD-USE OF WS-SB-WORK
                           IF (TRANS-CHANNEL = "ATM"
                                   OR TRANS-CHANNEL = "POS")
                                   AND WS-ABS-AMOUNT
                                   >= AS-THRESHOLD OF WS-SB-WORK
                               MOVE 'Y' TO WS-MATCH
                           END-IF
                       WHEN AS-CREDIT-IN OF WS-SB-WORK
                           IF TRANS-AMOUNT > 0 AND WS-ABS-AMOUNT
                                   >= AS-THRESHOLD OF WS-SB-WORK
                               MOVE 'Y' TO WS-MATCH
                           END-IF
                   END-EVALUATE
                   IF WS-MATCH = 'Y'
                       PERFORM CHECK-ALREADY-RAISED
                   END-IF
                   IF WS-MATCH = 'Y'
                       MOVE TRANS-AMOUNT TO WS-RAISE-AMOUNT
                       MOVE TRANS-BALANCE-AFTER TO WS-RAISE-BALANCE
                       MOVE TRANS-ID TO WS-RAISE-TRANS-ID
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-PERFORM.

      *>   A rerun of the day must not alert the same leg twice.
       CHECK-ALREADY-RAISED.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
                       OR WS-MATCH = 'N'
               MOVE WS-AL-RECORD(WS-AL-IDX) TO WS-AL-WORK
               IF AQ-SUB-ID OF WS-AL-WORK = AS-SUB-ID OF WS-SB-WORK
                       AND AQ-TRANS-ID OF WS-AL-WORK = TRANS-ID
                   MOVE 'N' TO WS-MATCH
               END-IF
           END-PERFORM.

      *>   Step 4 - low balances, and subscriptions whose account
      *>   has gone.
       CHECK-BALANCES.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY "Cannot open accounts file. Status: "
                   WS-ACCT-STATUS
               EXIT PARAGRAPH.

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
               MOVE WS-SB-RECORD(WS-SB-IDX) TO WS-SB-WORK
               IF AS-ACTIVE OF WS-SB-WORK
                   PERFORM CHECK-ONE-SUBSCRIPTION
                   MOVE WS-SB-WORK TO WS-SB-RECORD(WS-SB-IDX)
               END-IF
           END-PERFORM.

           CLOSE ACCT-FILE.

       CHECK-ONE-SUBSCRIPTION.
           MOVE AS-ACCT-ID OF WS-SB-WORK TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'C' TO ACCT-STATUS
           END-READ.
           IF ACCT-CLOSED OR ACCT-WRITTEN-OFF
               MOVE 'C' TO AS-STATUS OF WS-SB-WORK
               MOVE WS-TODAY TO AS-END-DATE OF WS-SB-WORK
               ADD 1 TO WS-SUBS-ENDED
               EXIT PARAGRAPH.

           IF NOT AS-LOW-BALANCE OF WS-SB-WORK
               EXIT PARAGRAPH.

           IF ACCT-BALANCE >= AS-THRESHOLD OF WS-SB-WORK
               MOVE SPACE TO AS-LOW-SENT OF WS-SB-WORK
               EXIT PARAGRAPH.
           IF AS-LOW-SENT OF WS-SB-WORK = 'Y'
               EXIT PARAGRAPH.

           MOVE AS-THRESHOLD OF WS-SB-WORK TO WS-RAISE-AMOUNT.
           MOVE ACCT-BALANCE TO WS-RAISE-BALANCE.
           MOVE 0 TO WS-RAISE-TRANS-ID.
           PERFORM RAISE-ALERT.
           IF WS-MATCH = 'Y'
               MOVE 'Y' TO AS-LOW-SENT OF WS-SB-WORK
           END-IF.

      *>   A new queued alert for the subscription in WS-SB-WORK.
      *>   WS-MATCH comes back 'N' when alerts.dat is full.
       RAISE-ALERT.
           IF WS-ALERT-COUNT >= 9999
               ADD 1 TO WS-NOT-RAISED
               MOVE 'N' TO WS-MATCH
               EXIT PARAGRAPH.

           INITIALIZE WS-AL-WORK.
           ADD 1 TO WS-MAX-ALERT-ID.
           MOVE WS-MAX-ALERT-ID TO AQ-ALERT-ID OF WS-AL-WORK.
           MOVE AS-SUB-ID OF WS-SB-WORK TO AQ-SUB-ID OF WS-AL-WORK.
           MOVE AS-ACCT-ID OF WS-SB-WORK TO AQ-ACCT-ID OF WS-AL-WORK.
           MOVE AS-CUST-ID OF WS-SB-WORK TO AQ-CUST-ID OF WS-AL-WORK.
           MOVE AS-ALERT-TYPE OF WS-SB-WORK
               TO AQ-ALERT-TYPE OF WS-AL-WORK.
           MOVE WS-RAISE-TRANS-ID TO AQ-TRANS-ID OF WS-AL-WORK.
           MOVE WS-RAISE-AMOUNT TO AQ-AMOUNT OF WS-AL-WORK.
           MOVE WS-RAISE-BALANCE TO AQ-BALANCE OF WS-AL-WORK.
           MOVE WS-TODAY TO AQ-RAISED-DATE OF WS-AL-WORK.
           MOVE AS-CHANNEL OF WS-SB-WORK TO AQ-CHANNEL OF WS-AL-WORK.
           MOVE AS-ADDRESS OF WS-SB-WORK TO AQ-ADDRESS OF WS-AL-WORK.
           MOVE 'Q' TO AQ-STATUS OF WS-AL-WORK.
           MOVE SPACES TO AQ-FAIL-REASON OF WS-AL-WORK.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE WS-AL-WORK TO WS-AL-RECORD(WS-ALERT-COUNT).
           ADD 1 TO WS-RAISED.
           MOVE 'Y' TO WS-MATCH.

      *>   Delivered and undeliverable alerts are history once they
      *>   are past the retention period.
       PURGE-CLOSED-ALERTS.
           MOVE 0 TO WS-KEEP-COUNT.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO WS-AL-WORK
               IF (AQ-DELIVERED OF WS-AL-WORK
                       OR AQ-UNDELIVERABLE OF WS-AL-WORK)
                       AND AQ-DONE-DATE OF WS-AL-WORK
                           < WS-RETAIN-CUTOFF
                   ADD 1 TO WS-PURGED
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-AL-WORK TO WS-AL-RECORD(WS-KEEP-COUNT)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-ALERT-COUNT.

      *>   Step 5 - the file for the gateway.
       WRITE-OUTBOUND.
           MOVE SPACES TO OUT-RECORD.
           MOVE 'H' TO AO-REC-TYPE.
           MOVE WS-TODAY TO AO-FILE-DATE.
           MOVE WS-OUR-BANK TO AO-BANK.
           WRITE OUT-RECORD.

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO WS-AL-WORK
               MOVE 'N' TO WS-RESEND
               EVALUATE TRUE
                   WHEN AQ-QUEUED OF WS-AL-WORK
                       ADD 1 TO WS-SENT-NEW
                       MOVE 'Y' TO WS-RESEND
                   WHEN AQ-FAILED OF WS-AL-WORK
                       ADD 1 TO WS-SENT-RETRY
                       MOVE 'Y' TO WS-RESEND
                   WHEN AQ-SENT OF WS-AL-WORK
                           AND AQ-SENT-DATE OF WS-AL-WORK = WS-TODAY
                       PERFORM WRITE-ONE-ALERT
               END-EVALUATE
               IF WS-RESEND = 'Y'
                   ADD 1 TO AQ-ATTEMPTS OF WS-AL-WORK
                   MOVE 'S' TO AQ-STATUS OF WS-AL-WORK
                   MOVE WS-TODAY TO AQ-SENT-DATE OF WS-AL-WORK
                   PERFORM WRITE-ONE-ALERT
                   MOVE WS-AL-WORK TO WS-AL-RECORD(WS-AL-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO OUT-RECORD.
           MOVE 'Z' TO AO-REC-TYPE.
           MOVE WS-OUT-COUNT TO AO-COUNT.
           WRITE OUT-RECORD.

       WRITE-ONE-ALERT.
           PERFORM BUILD-MESSAGE.
           MOVE SPACES TO OUT-RECORD.
           MOVE 'D' TO AO-REC-TYPE.
           MOVE AQ-ALERT-ID OF WS-AL-WORK TO AO-ALERT-ID.
           MOVE AQ-ATTEMPTS OF WS-AL-WORK TO AO-ATTEMPT.
           MOVE AQ-CHANNEL OF WS-AL-WORK TO AO-CHANNEL.
           MOVE AQ-ADDRESS OF WS-AL-WORK TO AO-ADDRESS.
           MOVE AQ-ACCT-ID OF WS-AL-WORK TO AO-ACCT-ID.
           MOVE WS-MESSAGE TO AO-MESSAGE.
           WRITE OUT-RECORD.
           ADD 1 TO WS-OUT-COUNT.

      *>   The text the customer reads, from the alert alone - a
      *>   retry says exactly what the first attempt said.
       BUILD-MESSAGE.
           MOVE SPACES TO WS-MESSAGE.
           IF AQ-AMOUNT OF WS-AL-WORK < 0
               COMPUTE WS-ED-AMOUNT = 0 - AQ-AMOUNT OF WS-AL-WORK
           ELSE
               MOVE AQ-AMOUNT OF WS-AL-WORK TO WS-ED-AMOUNT
           END-IF.
           MOVE AQ-BALANCE OF WS-AL-WORK TO WS-ED-BALANCE.
           MOVE AQ-AMOUNT OF WS-AL-WORK TO WS-ED-THRESHOLD.

           EVALUATE AQ-ALERT-TYPE OF WS-AL-WORK
               WHEN 'L'
                   STRING WS-OUR-BANK ": BALANCE ON ACCT "
                       AQ-ACCT-ID OF WS-AL-WORK " IS "
                       FUNCTION TRIM(WS-ED-BALANCE)
                       ", BELOW YOUR "
                       FUNCTION TRIM(WS-ED-THRESHOLD) " ALERT"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN 'D'
                   STRING WS-OUR-BANK ": DEBIT OF "
                       FUNCTION TRIM(WS-ED-AMOUNT) " ON ACCT "
                       AQ-ACCT-ID OF WS-AL-WORK ". BALANCE "
                       FUNCTION TRIM(WS-ED-BALANCE)
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN 'C'
                   STRING WS-OUR-BANK ": CARD TRANSACTION OF "
                       FUNCTION TRIM(WS-ED-AMOUNT) " ON ACCT "
                       AQ-ACCT-ID OF WS-AL-WORK ". BALANCE "
                       FUNCTION TRIM(WS-ED-BALANCE)
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN 'I'
                   STRING WS-OUR-BANK ": CREDIT OF "
                       FUNCTION TRIM(WS-ED-AMOUNT) " TO ACCT "
                       AQ-ACCT-ID OF WS-AL-WORK ". BALANCE "
                       FUNCTION TRIM(WS-ED-BALANCE)
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

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

       LOAD-ALERTS.
           MOVE 0 TO WS-ALERT-COUNT.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ALERT-COUNT < 9999
                           ADD 1 TO WS-ALERT-COUNT
                           MOVE ALERT-RECORD
                               TO WS-AL-RECORD(WS-ALERT-COUNT)
                           IF AQ-ALERT-ID OF ALERT-RECORD
                                   > WS-MAX-ALERT-ID
                               MOVE AQ-ALERT-ID OF ALERT-RECORD
                                   TO WS-MAX-ALERT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERT-FILE.

       REWRITE-SUBSCRIPTIONS.
           IF WS-SUB-COUNT = 0
               EXIT PARAGRAPH.
           OPEN OUTPUT SUB-FILE.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
               MOVE WS-SB-RECORD(WS-SB-IDX) TO SUB-RECORD
               WRITE SUB-RECORD
           END-PERFORM.
           CLOSE SUB-FILE.

       REWRITE-ALERTS.
           OPEN OUTPUT ALERT-FILE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO ALERT-RECORD
               WRITE ALERT-RECORD
           END-PERFORM.
           CLOSE ALERT-FILE.
