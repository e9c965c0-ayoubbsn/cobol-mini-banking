      *>   a per-card daily limit. ATMPOST validates every vendor
      *>   transaction through here before anything posts.
      *>   Operations: 'C' register, 'I' inquiry, 'X' status change
      *>   (block/unblock/cancel), 'L' list, 'R' renew (issue the
      *>   replacement for a card nearing expiry - see CARDRNW), 'V'
      *>   activate a renewal card, which retires the number it
      *>   replaces.
      *>   Every card carries an expiry: the end of the month
      *>   CARD-LIFE-MONTHS (PARMMGT, default 36) after issue, or for
      *>   a renewal after the old card's expiry, so the customer's
      *>   renewal date does not drift.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SEQ-FILE ASSIGN TO "DATA/trans_seq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-BROWSE-DONE      PIC X(01).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-SEQ-STATUS       PIC X(02).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).
       01  WS-LIFE-MONTHS      PIC 9(03) VALUE 36.

      *>   Expiry arithmetic: the first of the month after the
      *>   expiry month, less one day.
       01  WS-EXP-BASE         PIC 9(08).
       01  WS-EXP-DATE         PIC 9(08).
       01  WS-EXP-YEAR         PIC 9(04).
       01  WS-EXP-MONTH        PIC 9(05).
       01  WS-EXP-FIRST        PIC 9(08).

      *>   Renewal numbering: the old card's six-digit issuer prefix,
      *>   a nine-digit serial from the shared sequence file (key
      *>   'E'), and a Luhn check digit - the scheme every terminal
      *>   validates before it will even route the card.
       01  WS-OLD-CARD         PIC X(16).
       01  WS-NEW-NUMBER.
           05  WS-NEW-PREFIX       PIC X(06).
           05  WS-NEW-SERIAL       PIC 9(09).
           05  WS-NEW-CHECK        PIC 9(01).
       01  WS-LUHN-SUM         PIC 9(04).
       01  WS-LUHN-DIGIT       PIC 9(02).
       01  WS-LUHN-POS         PIC 9(02).
       01  WS-LUHN-DOUBLE      PIC X(01).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-STATUS        VALUE 'X'.
           88 OP-LIST          VALUE 'L'.
           88 OP-RENEW         VALUE 'R'.
           88 OP-ACTIVATE      VALUE 'V'.

       01  LS-CARD-DATA.
           COPY CARD.CPY.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-DATA     VALUE '03'.
           88 RES-ACCT-BAD     VALUE '05'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       PROCEDURE DIVISION USING LS-OPERATION LS-CARD-DATA
                   PERFORM CHANGE-CARD-STATUS
               WHEN OP-LIST
                   PERFORM LIST-CARDS
               WHEN OP-RENEW
                   PERFORM RENEW-CARD
               WHEN OP-ACTIVATE
                   PERFORM ACTIVATE-CARD
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           MOVE CARD-DAILY-LIMIT OF LS-CARD-DATA
               TO CARD-DAILY-LIMIT OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-ISSUE-DATE OF CARD-RECORD.
           MOVE WS-TODAY TO WS-EXP-BASE.
           PERFORM COMPUTE-EXPIRY.
           MOVE WS-EXP-DATE TO CARD-EXPIRY-DATE OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-STATUS-DATE OF CARD-RECORD.
           MOVE SPACES TO CARD-REPLACES OF CARD-RECORD.
           MOVE SPACES TO CARD-RENEWED-BY OF CARD-RECORD.
           WRITE CARD-RECORD.

           EVALUATE WS-CARD-STATUS

      *>   The caller supplies the new status in CARD-STATUS - 'A'
      *>   reinstates a blocked card, 'H' hot-cards it, 'C' cancels
      *>   it for good. Only a blocked card can be reinstated: a
      *>   cancelled or retired number stays dead, and a renewal card
      *>   goes live only through activation.
       CHANGE-CARD-STATUS.
           IF CARD-STATUS OF LS-CARD-DATA NOT = 'A'
               AND CARD-STATUS OF LS-CARD-DATA NOT = 'H'
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.

           IF CARD-STATUS OF LS-CARD-DATA = 'A'
                   AND NOT CARD-BLOCKED OF CARD-RECORD
                   AND NOT CARD-ACTIVE OF CARD-RECORD
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE CARD-STATUS OF LS-CARD-DATA
               TO CARD-STATUS OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-STATUS-DATE OF CARD-RECORD.
           REWRITE CARD-RECORD.

           IF WS-CARD-STATUS = "00"
                   EXIT PARAGRAPH.

           DISPLAY "Card Number       Acct   St  Daily Limit   "
               "Issued    Expires".
           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               READ CARD-FILE NEXT RECORD
                           CARD-ACCT-ID OF CARD-RECORD "  "
                           CARD-STATUS OF CARD-RECORD "  "
                           CARD-DAILY-LIMIT OF CARD-RECORD "  "
                           CARD-ISSUE-DATE OF CARD-RECORD "  "
                           CARD-EXPIRY-DATE OF CARD-RECORD
               END-READ
           END-PERFORM.

               DISPLAY "No cards on file."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Issues the replacement for the card named in LS-CARD-DATA
      *>   and hands the new card back in the same block. Only a
      *>   live card not already renewed qualifies; the new card is
      *>   pending until activated, and the old one keeps working
      *>   until then (or until it expires).
       RENEW-CARD.
           MOVE CARD-NUMBER OF LS-CARD-DATA
               TO CARD-NUMBER OF CARD-RECORD.
           READ CARD-FILE
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           IF NOT CARD-ACTIVE OF CARD-RECORD
                   OR CARD-RENEWED-BY OF CARD-RECORD NOT = SPACES
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE CARD-NUMBER OF CARD-RECORD TO WS-OLD-CARD.
           MOVE CARD-NUMBER OF CARD-RECORD(1:6) TO WS-NEW-PREFIX.
           PERFORM GET-NEXT-CARD-SERIAL.
           MOVE SEQ-LAST-ID TO WS-NEW-SERIAL.
           PERFORM COMPUTE-LUHN-DIGIT.

           IF CARD-EXPIRY-DATE OF CARD-RECORD > WS-TODAY
               MOVE CARD-EXPIRY-DATE OF CARD-RECORD TO WS-EXP-BASE
           ELSE
               MOVE WS-TODAY TO WS-EXP-BASE
           END-IF.
           PERFORM COMPUTE-EXPIRY.

           MOVE WS-NEW-NUMBER TO CARD-RENEWED-BY OF CARD-RECORD.
           REWRITE CARD-RECORD.
           IF WS-CARD-STATUS NOT = "00"
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-NEW-NUMBER TO CARD-NUMBER OF CARD-RECORD.
           MOVE 'P' TO CARD-STATUS OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-ISSUE-DATE OF CARD-RECORD.
           MOVE WS-EXP-DATE TO CARD-EXPIRY-DATE OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-STATUS-DATE OF CARD-RECORD.
           MOVE WS-OLD-CARD TO CARD-REPLACES OF CARD-RECORD.
           MOVE SPACES TO CARD-RENEWED-BY OF CARD-RECORD.
           WRITE CARD-RECORD.

           EVALUATE WS-CARD-STATUS
               WHEN "00"
                   MOVE CARD-RECORD TO LS-CARD-DATA
                   MOVE '00' TO LS-RESULT-CODE
               WHEN "22"
                   MOVE '01' TO LS-RESULT-CODE
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

      *>   The customer has the new plastic: it goes live and the
      *>   number it replaces is retired, so from the next hot-card
      *>   file on the old plastic is declined at the terminal.
       ACTIVATE-CARD.
           MOVE CARD-NUMBER OF LS-CARD-DATA
               TO CARD-NUMBER OF CARD-RECORD.
           READ CARD-FILE
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           IF NOT CARD-PENDING OF CARD-RECORD
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'A' TO CARD-STATUS OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-STATUS-DATE OF CARD-RECORD.
           REWRITE CARD-RECORD.
           IF WS-CARD-STATUS NOT = "00"
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE CARD-RECORD TO LS-CARD-DATA.
           MOVE '00' TO LS-RESULT-CODE.

           IF CARD-REPLACES OF CARD-RECORD = SPACES
               EXIT PARAGRAPH.
           MOVE CARD-REPLACES OF CARD-RECORD
               TO CARD-NUMBER OF CARD-RECORD.
           READ CARD-FILE
               INVALID KEY
                   EXIT PARAGRAPH.
           IF CARD-CANCELLED OF CARD-RECORD
               EXIT PARAGRAPH.
           MOVE 'R' TO CARD-STATUS OF CARD-RECORD.
           MOVE WS-TODAY TO CARD-STATUS-DATE OF CARD-RECORD.
           REWRITE CARD-RECORD.

       COMPUTE-EXPIRY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "CARD-LIFE-MONTHS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-LIFE-MONTHS
           END-IF.

           MOVE WS-EXP-BASE(1:4) TO WS-EXP-YEAR.
           MOVE WS-EXP-BASE(5:2) TO WS-EXP-MONTH.
           ADD WS-LIFE-MONTHS TO WS-EXP-MONTH.
           ADD 1 TO WS-EXP-MONTH.
           PERFORM UNTIL WS-EXP-MONTH <= 12
               SUBTRACT 12 FROM WS-EXP-MONTH
               ADD 1 TO WS-EXP-YEAR
           END-PERFORM.
           COMPUTE WS-EXP-FIRST = WS-EXP-YEAR * 10000
               + WS-EXP-MONTH * 100 + 1.
           COMPUTE WS-EXP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXP-FIRST) - 1).

       COMPUTE-LUHN-DIGIT.
           MOVE 0 TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DOUBLE.
           PERFORM VARYING WS-LUHN-POS FROM 15 BY -1
                   UNTIL WS-LUHN-POS < 1
               IF WS-NEW-NUMBER(WS-LUHN-POS:1) IS NUMERIC
                   MOVE WS-NEW-NUMBER(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
               ELSE
                   MOVE 0 TO WS-LUHN-DIGIT
               END-IF
               IF WS-LUHN-DOUBLE = 'Y'
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM.
           COMPUTE WS-NEW-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

      *>   Card serials are drawn from the shared sequence file,
      *>   keyed under 'E'.
       GET-NEXT-CARD-SERIAL.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.

           MOVE 'E' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.

           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
           CLOSE SEQ-FILE.
