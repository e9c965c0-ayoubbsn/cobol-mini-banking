       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.

      *>   Transaction-monitoring rules engine, a batch-window step
      *>   run after CASHRPT. Where CASHRPT covers same-day cash over
      *>   the reporting limit, this run looks for the other
      *>   patterns examiners ask about, over the processing day's
      *>   trans.dat legs on customer accounts (internal accounts and
      *>   reversal legs are ignored). Each rule is driven by PARMMGT
      *>   keys, with the compiled-in value as the fallback:
      *>     PTHR pass-through  - an account paying out through
      *>          PAYOUT today (CLRO debits) at least AML-PASSTHRU-MIN
      *>          that also received at least AML-PASSTHRU-MIN through
      *>          PAYIN (CLRI credits) within the last
      *>          AML-PASSTHRU-DAYS days (defaults 5000, 3)
      *>     DORM dormant mover - an account on the DORMANT report
      *>          (DATA/dormant_accounts.txt) moving AML-DORMANT-AMT
      *>          or more today, either direction (default 5000)
      *>     RND  round amounts - AML-ROUND-COUNT or more transfer
      *>          legs today on one account, each an exact multiple
      *>          of AML-ROUND-UNIT (defaults 3, 1000)
      *>     HRSK high-risk use - a CUST-RISK-HIGH customer whose
      *>          accounts move AML-HIGHRISK-AMT or more today, or
      *>          carry AML-HIGHRISK-COUNT or more legs (defaults
      *>          10000, 10)
      *>   Every hit becomes an OPEN alert on DATA/aml_alerts.dat
      *>   (AMLALERT.CPY) for AMLMGT. A rule already alerted for the
      *>   same subject today is not alerted again, so a rerun of the
      *>   window adds nothing. Return code 4 when alerts were
      *>   raised, so the window log shows there is work waiting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DORMANT-FILE ASSIGN TO "DATA/dormant_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-STATUS.

           SELECT ALERT-FILE ASSIGN TO "DATA/aml_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT SEQ-FILE ASSIGN TO "DATA/trans_seq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  DORMANT-FILE.
       01  DORMANT-RECORD.
           05  DMT-ACCT-ID         PIC 9(05).
           05  DMT-ACCT-NAME       PIC X(30).
           05  DMT-LAST-ACTIVITY   PIC 9(08).
           05  DMT-DAYS-INACTIVE   PIC 9(05).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY AMLALERT.CPY.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-DORMANT-STATUS   PIC X(02).
       01  WS-ALERT-STATUS     PIC X(02).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-WINDOW-START     PIC 9(08).

      *>   Rule parameters - compiled-in fallbacks.
       01  WS-PASSTHRU-DAYS    PIC 9(03) VALUE 3.
       01  WS-PASSTHRU-MIN     PIC 9(09)V99 VALUE 5000.00.
       01  WS-DORMANT-AMT      PIC 9(09)V99 VALUE 5000.00.
       01  WS-ROUND-UNIT       PIC 9(09)V99 VALUE 1000.00.
       01  WS-ROUND-COUNT      PIC 9(05) VALUE 3.
       01  WS-HIGHRISK-AMT     PIC 9(09)V99 VALUE 10000.00.
       01  WS-HIGHRISK-COUNT   PIC 9(05) VALUE 10.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   Customer accounts with the day's measures per account.
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-ID            PIC 9(05).
               10  WS-AC-CUST-ID       PIC 9(05).
               10  WS-AC-DORMANT       PIC X(01).
               10  WS-AC-CLRI-WINDOW   PIC 9(11)V99.
               10  WS-AC-CLRO-TODAY    PIC 9(11)V99.
               10  WS-AC-MOVED-TODAY   PIC 9(11)V99.
               10  WS-AC-LEGS-TODAY    PIC 9(05).
               10  WS-AC-ROUND-TODAY   PIC 9(05).
       01  WS-ACCT-COUNT       PIC 9(05) VALUE 0.
       01  WS-AC-FOUND         PIC 9(05).
       01  WS-LOOKUP-ACCT-ID   PIC 9(05).

       01  WS-RISK-TABLE.
           05  WS-RK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-RK-IDX.
               10  WS-RK-CUST-ID       PIC 9(05).
       01  WS-RISK-COUNT       PIC 9(05) VALUE 0.

      *>   Alerts already raised today - rule and subject.
       01  WS-DONE-TABLE.
           05  WS-DN-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-DN-IDX.
               10  WS-DN-RULE          PIC X(04).
               10  WS-DN-ACCT-ID       PIC 9(05).
               10  WS-DN-CUST-ID       PIC 9(05).
       01  WS-DONE-COUNT       PIC 9(05) VALUE 0.
       01  WS-ALREADY-RAISED   PIC X(01).

       01  WS-LEG-ABS-AMOUNT   PIC 9(09)V99.
       01  WS-ROUND-QUOT       PIC 9(09).
       01  WS-ROUND-REM        PIC 9(09)V99.
       01  WS-CUST-MOVED       PIC 9(11)V99.
       01  WS-CUST-LEGS        PIC 9(05).

      *>   The alert being raised.
       01  WS-NEW-ALERT.
           05  WS-NA-RULE          PIC X(04).
           05  WS-NA-ACCT-ID       PIC 9(05).
           05  WS-NA-CUST-ID       PIC 9(05).
           05  WS-NA-AMOUNT        PIC 9(11)V99.
           05  WS-NA-LEG-COUNT     PIC 9(05).
           05  WS-NA-DETAIL        PIC X(40).

       01  WS-TOTALS.
           05  WS-LEGS-READ        PIC 9(07) VALUE 0.
           05  WS-RAISED           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   TRANSACTION MONITORING - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-PARAMETERS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-PASSTHRU-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WINDOW-START.

           PERFORM LOAD-ACCOUNTS.
           IF WS-ACCT-COUNT = 0
               DISPLAY "No customer accounts on file."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           PERFORM LOAD-DORMANT-FLAGS.
           PERFORM LOAD-HIGH-RISK.
           PERFORM LOAD-TODAYS-ALERTS.
           PERFORM SCAN-LEGS.

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCT-COUNT
               PERFORM APPLY-ACCOUNT-RULES
           END-PERFORM.

           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RISK-COUNT
               PERFORM APPLY-HIGH-RISK-RULE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Legs Examined:  " WS-LEGS-READ.
           DISPLAY "Alerts Raised:  " WS-RAISED.

           IF WS-RAISED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.

           MOVE "AML-PASSTHRU-DAYS" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-PASSTHRU-DAYS
           END-IF.

           MOVE "AML-PASSTHRU-MIN" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-PASSTHRU-MIN
           END-IF.

           MOVE "AML-DORMANT-AMT" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-DORMANT-AMT
           END-IF.

           MOVE "AML-ROUND-UNIT" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-ROUND-UNIT
           END-IF.

           MOVE "AML-ROUND-COUNT" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-ROUND-COUNT
           END-IF.

           MOVE "AML-HIGHRISK-AMT" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-HIGHRISK-AMT
           END-IF.

           MOVE "AML-HIGHRISK-COUNT" TO WS-PRM-KEY.
           PERFORM GET-PARAMETER.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-HIGHRISK-COUNT
           END-IF.

       GET-PARAMETER.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT ACCT-IS-INTERNAL
                           ADD 1 TO WS-ACCT-COUNT
                           INITIALIZE WS-AC-ENTRY(WS-ACCT-COUNT)
                           MOVE ACCT-ID TO WS-AC-ID(WS-ACCT-COUNT)
                           MOVE ACCT-CUST-ID
                               TO WS-AC-CUST-ID(WS-ACCT-COUNT)
                           MOVE 'N' TO WS-AC-DORMANT(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.

      *>   The DORMANT report is the dormancy flag of record - the
      *>   accounts on its latest run are the ones treated as asleep.
       LOAD-DORMANT-FLAGS.
           OPEN INPUT DORMANT-FILE.
           IF WS-DORMANT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DORMANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DMT-ACCT-ID TO WS-LOOKUP-ACCT-ID
                       PERFORM FIND-ACCOUNT
                       IF WS-AC-FOUND > 0
                           MOVE 'Y' TO WS-AC-DORMANT(WS-AC-FOUND)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DORMANT-FILE.

       LOAD-HIGH-RISK.
           MOVE 0 TO WS-RISK-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-RISK-HIGH AND NOT CUST-CLOSED
                           ADD 1 TO WS-RISK-COUNT
                           MOVE CUST-ID TO WS-RK-CUST-ID(WS-RISK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       LOAD-TODAYS-ALERTS.
           MOVE 0 TO WS-DONE-COUNT.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AL-ALERT-DATE = WS-TODAY
                           ADD 1 TO WS-DONE-COUNT
                           MOVE AL-RULE TO WS-DN-RULE(WS-DONE-COUNT)
                           MOVE AL-ACCT-ID
                               TO WS-DN-ACCT-ID(WS-DONE-COUNT)
                           MOVE AL-CUST-ID
                               TO WS-DN-CUST-ID(WS-DONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERT-FILE.

      *>   One pass over the journal: pass-through credits are
      *>   looked for across the whole look-back window, everything
      *>   else is measured on the processing day alone.
       SCAN-LEGS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "No transactions on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-DATE >= WS-WINDOW-START
                               AND TRANS-DATE <= WS-TODAY
                               AND NOT TRANS-REVERSAL
                           PERFORM MEASURE-ONE-LEG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       MEASURE-ONE-LEG.
           MOVE TRANS-ACCT-ID TO WS-LOOKUP-ACCT-ID.
           PERFORM FIND-ACCOUNT.
           IF WS-AC-FOUND = 0
               EXIT PARAGRAPH.

           IF TRANS-AMOUNT < 0
               COMPUTE WS-LEG-ABS-AMOUNT = 0 - TRANS-AMOUNT
           ELSE
               MOVE TRANS-AMOUNT TO WS-LEG-ABS-AMOUNT
           END-IF.

           IF TRANS-CODE = "CLRI" AND TRANS-AMOUNT > 0
               ADD WS-LEG-ABS-AMOUNT TO WS-AC-CLRI-WINDOW(WS-AC-FOUND)
           END-IF.

           IF TRANS-DATE NOT = WS-TODAY
               EXIT PARAGRAPH.

           ADD 1 TO WS-LEGS-READ.
           ADD 1 TO WS-AC-LEGS-TODAY(WS-AC-FOUND).
           ADD WS-LEG-ABS-AMOUNT TO WS-AC-MOVED-TODAY(WS-AC-FOUND).
           IF TRANS-CODE = "CLRO" AND TRANS-AMOUNT < 0
               ADD WS-LEG-ABS-AMOUNT TO WS-AC-CLRO-TODAY(WS-AC-FOUND)
           END-IF.
           IF TRANS-TRANSFER AND WS-LEG-ABS-AMOUNT >= WS-ROUND-UNIT
               DIVIDE WS-LEG-ABS-AMOUNT BY WS-ROUND-UNIT
                   GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
               IF WS-ROUND-REM = 0
                   ADD 1 TO WS-AC-ROUND-TODAY(WS-AC-FOUND)
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO WS-AC-FOUND.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCT-COUNT
               IF WS-AC-ID(WS-AC-IDX) = WS-LOOKUP-ACCT-ID
                   SET WS-AC-FOUND TO WS-AC-IDX
                   SET WS-AC-IDX TO 9999
               END-IF
           END-PERFORM.

       APPLY-ACCOUNT-RULES.
           IF WS-AC-LEGS-TODAY(WS-AC-IDX) = 0
               EXIT PARAGRAPH.

           MOVE WS-AC-ID(WS-AC-IDX) TO WS-NA-ACCT-ID.
           MOVE WS-AC-CUST-ID(WS-AC-IDX) TO WS-NA-CUST-ID.
           MOVE WS-AC-LEGS-TODAY(WS-AC-IDX) TO WS-NA-LEG-COUNT.

           IF WS-AC-CLRO-TODAY(WS-AC-IDX) >= WS-PASSTHRU-MIN
                   AND WS-AC-CLRI-WINDOW(WS-AC-IDX) >= WS-PASSTHRU-MIN
               MOVE "PTHR" TO WS-NA-RULE
               MOVE WS-AC-CLRO-TODAY(WS-AC-IDX) TO WS-NA-AMOUNT
               MOVE "INBOUND CLEARING PAID STRAIGHT OUT"
                   TO WS-NA-DETAIL
               PERFORM RAISE-ALERT
           END-IF.

           IF WS-AC-DORMANT(WS-AC-IDX) = 'Y'
                   AND WS-AC-MOVED-TODAY(WS-AC-IDX) >= WS-DORMANT-AMT
               MOVE "DORM" TO WS-NA-RULE
               MOVE WS-AC-MOVED-TODAY(WS-AC-IDX) TO WS-NA-AMOUNT
               MOVE "DORMANT ACCOUNT MOVING LARGE SUMS"
                   TO WS-NA-DETAIL
               PERFORM RAISE-ALERT
           END-IF.

           IF WS-AC-ROUND-TODAY(WS-AC-IDX) >= WS-ROUND-COUNT
               MOVE "RND " TO WS-NA-RULE
               MOVE WS-AC-MOVED-TODAY(WS-AC-IDX) TO WS-NA-AMOUNT
               MOVE WS-AC-ROUND-TODAY(WS-AC-IDX) TO WS-NA-LEG-COUNT
               MOVE "REPEATED ROUND-AMOUNT TRANSFERS"
                   TO WS-NA-DETAIL
               PERFORM RAISE-ALERT
           END-IF.

      *>   Summed over every account the customer owns - the pattern
      *>   is the customer's, so the alert carries account zero.
       APPLY-HIGH-RISK-RULE.
           MOVE 0 TO WS-CUST-MOVED.
           MOVE 0 TO WS-CUST-LEGS.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCT-COUNT
               IF WS-AC-CUST-ID(WS-AC-IDX) = WS-RK-CUST-ID(WS-RK-IDX)
                   ADD WS-AC-MOVED-TODAY(WS-AC-IDX) TO WS-CUST-MOVED
                   ADD WS-AC-LEGS-TODAY(WS-AC-IDX) TO WS-CUST-LEGS
               END-IF
           END-PERFORM.

           IF WS-CUST-MOVED >= WS-HIGHRISK-AMT
                   OR WS-CUST-LEGS >= WS-HIGHRISK-COUNT
               MOVE "HRSK" TO WS-NA-RULE
               MOVE 0 TO WS-NA-ACCT-ID
               MOVE WS-RK-CUST-ID(WS-RK-IDX) TO WS-NA-CUST-ID
               MOVE WS-CUST-MOVED TO WS-NA-AMOUNT
               MOVE WS-CUST-LEGS TO WS-NA-LEG-COUNT
               MOVE "HEAVY ACTIVITY - HIGH-RISK CUSTOMER"
                   TO WS-NA-DETAIL
               PERFORM RAISE-ALERT
           END-IF.

       RAISE-ALERT.
           MOVE 'N' TO WS-ALREADY-RAISED.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
               IF WS-DN-RULE(WS-DN-IDX) = WS-NA-RULE
                       AND WS-DN-ACCT-ID(WS-DN-IDX) = WS-NA-ACCT-ID
                       AND WS-DN-CUST-ID(WS-DN-IDX) = WS-NA-CUST-ID
                   MOVE 'Y' TO WS-ALREADY-RAISED
                   SET WS-DN-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-ALREADY-RAISED = 'Y'
               EXIT PARAGRAPH.

           PERFORM GET-NEXT-ALERT-ID.

           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF.

           INITIALIZE ALERT-RECORD.
           MOVE SEQ-LAST-ID TO AL-ALERT-ID.
           MOVE WS-NA-RULE TO AL-RULE.
           MOVE WS-NA-ACCT-ID TO AL-ACCT-ID.
           MOVE WS-NA-CUST-ID TO AL-CUST-ID.
           MOVE WS-TODAY TO AL-ALERT-DATE.
           MOVE WS-NA-AMOUNT TO AL-AMOUNT.
           MOVE WS-NA-LEG-COUNT TO AL-LEG-COUNT.
           MOVE WS-NA-DETAIL TO AL-DETAIL.
           MOVE 'O' TO AL-STATUS.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.

           ADD 1 TO WS-DONE-COUNT.
           MOVE WS-NA-RULE TO WS-DN-RULE(WS-DONE-COUNT).
           MOVE WS-NA-ACCT-ID TO WS-DN-ACCT-ID(WS-DONE-COUNT).
           MOVE WS-NA-CUST-ID TO WS-DN-CUST-ID(WS-DONE-COUNT).
           ADD 1 TO WS-RAISED.
           DISPLAY "Alert " AL-ALERT-ID " " AL-RULE
               " acct " AL-ACCT-ID " cust " AL-CUST-ID
               " amount " AL-AMOUNT.

      *>   AML alert IDs are drawn from the shared sequence file,
      *>   keyed under 'C'.
       GET-NEXT-ALERT-ID.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.

           MOVE 'C' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.

           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
           CLOSE SEQ-FILE.
