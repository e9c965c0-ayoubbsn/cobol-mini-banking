       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMGT.

      *>   The transaction-monitoring alert cases on
      *>   DATA/aml_alerts.dat (AMLALERT.CPY, raised by AMLMON).
      *>   'L' lists every alert still being worked (open or
      *>   escalated); 'E' escalates an OPEN alert for a second look;
      *>   'C' closes an open or escalated alert with its outcome -
      *>   'N' no further action or 'S' suspicious, referred for a
      *>   report. Escalation and closure stamp who and when. Closing
      *>   is supervisor-only in MAIN, and the officer who escalated
      *>   an alert cannot also close it ('05') - the same
      *>   second-pair-of-eyes rule the beneficiary registry uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "DATA/aml_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY AMLALERT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ALERT-STATUS     PIC X(02).
       01  WS-ALERT-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).

      *>   The alert file is buffered, changed, and rewritten in
      *>   full - the standard LINE SEQUENTIAL rewrite shape. Each
      *>   entry holds the record image.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-AL-IDX.
               10  WS-AL-RECORD        PIC X(122).
       01  WS-AL-COUNT         PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-LIST-ACTIVE   VALUE 'L'.
           88 OP-ESCALATE      VALUE 'E'.
           88 OP-CLOSE         VALUE 'C'.

       01  LS-ALERT-DATA.
           05  L-AL-ALERT-ID       PIC 9(08).
           05  L-AL-OUTCOME        PIC X(01).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-SAME-OFFICER VALUE '05'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-ALERT-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-ALERTS.

           EVALUATE TRUE
               WHEN OP-LIST-ACTIVE
                   PERFORM LIST-ACTIVE
               WHEN OP-ESCALATE
                   PERFORM ESCALATE-ALERT
               WHEN OP-CLOSE
                   PERFORM CLOSE-ALERT
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       LIST-ACTIVE.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-AL-COUNT = 0
               DISPLAY "No monitoring alerts on file."
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Alert    Rule Acct  Cust  Date     S "
               "Amount         Legs".
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO ALERT-RECORD
               IF AL-OPEN OR AL-ESCALATED
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY AL-ALERT-ID " " AL-RULE " "
                       AL-ACCT-ID " " AL-CUST-ID " "
                       AL-ALERT-DATE " " AL-STATUS " "
                       AL-AMOUNT " " AL-LEG-COUNT
                   DISPLAY "         " AL-DETAIL
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No open monitoring alerts."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       ESCALATE-ALERT.
           PERFORM FIND-ALERT.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF NOT AL-OPEN
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'E' TO AL-STATUS.
           MOVE LS-TELLER-ID TO AL-ESCALATED-BY.
           MOVE WS-TODAY TO AL-ESCALATED-DATE.
           MOVE ALERT-RECORD TO WS-AL-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-ALERTS.
           MOVE '00' TO LS-RESULT-CODE.

       CLOSE-ALERT.
           IF L-AL-OUTCOME NOT = 'N' AND L-AL-OUTCOME NOT = 'S'
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-ALERT.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF NOT AL-OPEN AND NOT AL-ESCALATED
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF AL-ESCALATED AND AL-ESCALATED-BY = LS-TELLER-ID
               MOVE '05' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'C' TO AL-STATUS.
           MOVE L-AL-OUTCOME TO AL-OUTCOME.
           MOVE LS-TELLER-ID TO AL-CLOSED-BY.
           MOVE WS-TODAY TO AL-CLOSED-DATE.
           MOVE ALERT-RECORD TO WS-AL-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-ALERTS.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Leaves the found alert in ALERT-RECORD for the caller.
       FIND-ALERT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO ALERT-RECORD
               IF AL-ALERT-ID = L-AL-ALERT-ID
                   SET WS-FOUND-IDX TO WS-AL-IDX
                   SET WS-AL-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-AL-RECORD(WS-FOUND-IDX) TO ALERT-RECORD
           END-IF.

       LOAD-ALERTS.
           MOVE 0 TO WS-AL-COUNT.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-ALERT-EOF.
           PERFORM UNTIL WS-ALERT-EOF = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-ALERT-EOF
                   NOT AT END
                       ADD 1 TO WS-AL-COUNT
                       MOVE ALERT-RECORD TO WS-AL-RECORD(WS-AL-COUNT)
               END-READ
           END-PERFORM.

           CLOSE ALERT-FILE.

       REWRITE-ALERTS.
           OPEN OUTPUT ALERT-FILE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-RECORD(WS-AL-IDX) TO ALERT-RECORD
               WRITE ALERT-RECORD
           END-PERFORM.
           CLOSE ALERT-FILE.
