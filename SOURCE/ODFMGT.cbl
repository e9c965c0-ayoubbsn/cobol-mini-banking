       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODFMGT.

      *>   Overdraft credit facilities over DATA/od_facilities.dat.
      *>   An account's ACCT-OVERDRAFT-LIMIT is no longer keyed
      *>   straight onto the account: it comes only from a facility
      *>   here, proposed by one operator ('P') and approved ('A') or
      *>   rejected ('J') by a different one - the maker-checker rule
      *>   pending_txns.dat applies to parked transactions. The
      *>   record keeps the amount, the maker and the approver, and
      *>   the start, expiry and annual review dates, so every limit
      *>   on the book has its approval trail.
      *>
      *>   An approved facility whose start date has come goes live
      *>   at once (otherwise ODFREVW starts it on the day): its
      *>   amount becomes the account's limit, and any facility
      *>   already live on the account is superseded. ODFREVW also
      *>   drops the limit to zero at expiry and warns ahead of
      *>   review dates. 'W' withdraws a facility early, 'V' records
      *>   a completed review and sets the next review date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAC-FILE ASSIGN TO "DATA/od_facilities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAC-FILE.
       01  FAC-RECORD.
           COPY ODFACIL.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-FAC-STATUS       PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-FAC-EOF          PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-DEFAULT-DATE     PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-MAX-ID           PIC 9(06).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-NEW-LIMIT        PIC S9(09)V99.

      *>   od_facilities.dat is LINE SEQUENTIAL: buffered, changed,
      *>   and written back in full, the CHKBMGT way. Each entry is
      *>   one whole ODFACIL.CPY record.
       01  WS-FAC-TABLE.
           05  WS-FC-RECORD        PIC X(87) OCCURS 9999 TIMES
                   INDEXED BY WS-FC-IDX.
       01  WS-FAC-COUNT        PIC 9(05) VALUE 0.

       01  WS-FC-WORK.
           COPY ODFACIL.CPY.
       01  WS-FC-OTHER.
           COPY ODFACIL.CPY.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-PROPOSE       VALUE 'P'.
           88 OP-APPROVE       VALUE 'A'.
           88 OP-REJECT        VALUE 'J'.
           88 OP-WITHDRAW      VALUE 'W'.
           88 OP-REVIEWED      VALUE 'V'.
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-LIST-ACCOUNT  VALUE 'Q'.
           88 OP-LIST-PENDING  VALUE 'L'.

      *>   'P' takes the account, amount and dates - a zero start is
      *>   today, a zero expiry a year after the start, a zero
      *>   review date a year after the start or the expiry if that
      *>   comes first - and returns the new ID. 'A', 'J' and 'I'
      *>   need the ID; 'V' the ID and the next review date (zero
      *>   means a year on, capped at expiry); 'W' and 'Q' the
      *>   account.
       01  LS-FAC-DATA.
           COPY ODFACIL.CPY.

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-BAD-STATE    VALUE '12'.
      *>   The approver is the operator who proposed it.
           88 RES-SAME-MAKER   VALUE '13'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-FAC-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-FACILITIES.

           EVALUATE TRUE
               WHEN OP-PROPOSE
                   PERFORM PROPOSE-FACILITY
               WHEN OP-APPROVE
                   PERFORM APPROVE-FACILITY
               WHEN OP-REJECT
                   PERFORM REJECT-FACILITY
               WHEN OP-WITHDRAW
                   PERFORM WITHDRAW-FACILITY
               WHEN OP-REVIEWED
                   PERFORM RECORD-REVIEW
               WHEN OP-INQUIRY
                   PERFORM INQUIRY-FACILITY
               WHEN OP-LIST-ACCOUNT
                   PERFORM LIST-ACCOUNT-FACILITIES
               WHEN OP-LIST-PENDING
                   PERFORM LIST-PENDING-FACILITIES
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Overdrafts are for active customer checking and savings
      *>   accounts - never a loan, term or bank-owned account - and
      *>   an account can have only one proposal waiting at a time.
       PROPOSE-FACILITY.
           IF OF-AMOUNT OF LS-FAC-DATA = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF OF-START-DATE OF LS-FAC-DATA = 0
               MOVE WS-TODAY TO OF-START-DATE OF LS-FAC-DATA
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               OF-START-DATE OF LS-FAC-DATA) + 365.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DEFAULT-DATE.
           IF OF-EXPIRY-DATE OF LS-FAC-DATA = 0
               MOVE WS-DEFAULT-DATE TO OF-EXPIRY-DATE OF LS-FAC-DATA
           END-IF.
           IF OF-REVIEW-DATE OF LS-FAC-DATA = 0
               MOVE WS-DEFAULT-DATE TO OF-REVIEW-DATE OF LS-FAC-DATA
               IF OF-REVIEW-DATE OF LS-FAC-DATA
                       > OF-EXPIRY-DATE OF LS-FAC-DATA
                   MOVE OF-EXPIRY-DATE OF LS-FAC-DATA
                       TO OF-REVIEW-DATE OF LS-FAC-DATA
               END-IF
           END-IF.

           IF OF-START-DATE OF LS-FAC-DATA < WS-TODAY
                   OR OF-EXPIRY-DATE OF LS-FAC-DATA
                       NOT > OF-START-DATE OF LS-FAC-DATA
                   OR OF-REVIEW-DATE OF LS-FAC-DATA
                       < OF-START-DATE OF LS-FAC-DATA
                   OR OF-REVIEW-DATE OF LS-FAC-DATA
                       > OF-EXPIRY-DATE OF LS-FAC-DATA
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE OF-ACCT-ID OF LS-FAC-DATA TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE ACCT-FILE.

           IF NOT ACCT-ACTIVE
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF (NOT ACCT-CHECKING AND NOT ACCT-SAVINGS)
                   OR ACCT-IS-INTERNAL
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 0 TO WS-MAX-ID.
           MOVE '00' TO LS-RESULT-CODE.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-FAC-ID OF WS-FC-WORK > WS-MAX-ID
                   MOVE OF-FAC-ID OF WS-FC-WORK TO WS-MAX-ID
               END-IF
               IF OF-ACCT-ID OF WS-FC-WORK = OF-ACCT-ID OF LS-FAC-DATA
                       AND OF-PENDING OF WS-FC-WORK
                   MOVE '12' TO LS-RESULT-CODE
               END-IF
           END-PERFORM.
           IF LS-RESULT-CODE = '12'
               EXIT PARAGRAPH.

           IF WS-FAC-COUNT >= 9999
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           ADD 1 TO WS-MAX-ID.
           MOVE WS-MAX-ID TO OF-FAC-ID OF LS-FAC-DATA.
           MOVE 'P' TO OF-STATUS OF LS-FAC-DATA.
           MOVE LS-TELLER-ID TO OF-MAKER-ID OF LS-FAC-DATA.
           MOVE WS-TODAY TO OF-MADE-DATE OF LS-FAC-DATA.
           MOVE SPACES TO OF-CHECKER-ID OF LS-FAC-DATA.
           MOVE 0 TO OF-CHECKED-DATE OF LS-FAC-DATA.
           MOVE 0 TO OF-END-DATE OF LS-FAC-DATA.
           ADD 1 TO WS-FAC-COUNT.
           MOVE LS-FAC-DATA TO WS-FC-RECORD(WS-FAC-COUNT).

           PERFORM REWRITE-FACILITIES.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The checker has to be someone other than the maker. The
      *>   account must still be active; a facility already past its
      *>   start date goes live here and now.
       APPROVE-FACILITY.
           PERFORM FIND-PENDING.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.
           IF OF-MAKER-ID OF WS-FC-WORK = LS-TELLER-ID
               MOVE '13' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF OF-EXPIRY-DATE OF WS-FC-WORK NOT > WS-TODAY
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'A' TO OF-STATUS OF WS-FC-WORK.
           MOVE LS-TELLER-ID TO OF-CHECKER-ID OF WS-FC-WORK.
           MOVE WS-TODAY TO OF-CHECKED-DATE OF WS-FC-WORK.

           IF OF-START-DATE OF WS-FC-WORK <= WS-TODAY
               MOVE OF-AMOUNT OF WS-FC-WORK TO WS-NEW-LIMIT
               PERFORM SET-ACCOUNT-LIMIT
               IF LS-RESULT-CODE NOT = '00'
                   EXIT PARAGRAPH
               END-IF
               PERFORM SUPERSEDE-LIVE
               MOVE 'L' TO OF-STATUS OF WS-FC-WORK
           END-IF.

           MOVE WS-FC-WORK TO WS-FC-RECORD(WS-FOUND-IDX).
           MOVE WS-FC-WORK TO LS-FAC-DATA.
           PERFORM REWRITE-FACILITIES.
           MOVE '00' TO LS-RESULT-CODE.

       REJECT-FACILITY.
           PERFORM FIND-PENDING.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.
           IF OF-MAKER-ID OF WS-FC-WORK = LS-TELLER-ID
               MOVE '13' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'R' TO OF-STATUS OF WS-FC-WORK.
           MOVE LS-TELLER-ID TO OF-CHECKER-ID OF WS-FC-WORK.
           MOVE WS-TODAY TO OF-CHECKED-DATE OF WS-FC-WORK.
           MOVE WS-FC-WORK TO WS-FC-RECORD(WS-FOUND-IDX).
           MOVE WS-FC-WORK TO LS-FAC-DATA.
           PERFORM REWRITE-FACILITIES.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Pulling the overdraft before expiry cuts the limit to
      *>   zero at once and ends the live facility along with any
      *>   approved one still waiting to start. Taking risk off the
      *>   book needs no second pair of eyes.
       WITHDRAW-FACILITY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-ACCT-ID OF WS-FC-WORK = OF-ACCT-ID OF LS-FAC-DATA
                       AND (OF-LIVE OF WS-FC-WORK
                           OR OF-APPROVED OF WS-FC-WORK)
                   SET WS-FOUND-IDX TO WS-FC-IDX
                   MOVE 'X' TO OF-STATUS OF WS-FC-WORK
                   MOVE WS-TODAY TO OF-END-DATE OF WS-FC-WORK
                   MOVE WS-FC-WORK TO WS-FC-RECORD(WS-FC-IDX)
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 0 TO WS-NEW-LIMIT.
           PERFORM SET-ACCOUNT-LIMIT.
           IF LS-RESULT-CODE NOT = '00'
                   AND LS-RESULT-CODE NOT = '04'
               EXIT PARAGRAPH.

           PERFORM REWRITE-FACILITIES.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The officers have looked at the facility again; the next
      *>   review falls no later than its expiry.
       RECORD-REVIEW.
           PERFORM FIND-FACILITY.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT OF-LIVE OF WS-FC-WORK
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF OF-REVIEW-DATE OF LS-FAC-DATA = 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 365
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO OF-REVIEW-DATE OF LS-FAC-DATA
               IF OF-REVIEW-DATE OF LS-FAC-DATA
                       > OF-EXPIRY-DATE OF WS-FC-WORK
                   MOVE OF-EXPIRY-DATE OF WS-FC-WORK
                       TO OF-REVIEW-DATE OF LS-FAC-DATA
               END-IF
           END-IF.
           IF OF-REVIEW-DATE OF LS-FAC-DATA NOT > WS-TODAY
                   OR OF-REVIEW-DATE OF LS-FAC-DATA
                       > OF-EXPIRY-DATE OF WS-FC-WORK
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE OF-REVIEW-DATE OF LS-FAC-DATA
               TO OF-REVIEW-DATE OF WS-FC-WORK.
           MOVE WS-FC-WORK TO WS-FC-RECORD(WS-FOUND-IDX).
           MOVE WS-FC-WORK TO LS-FAC-DATA.
           PERFORM REWRITE-FACILITIES.
           MOVE '00' TO LS-RESULT-CODE.

       INQUIRY-FACILITY.
           PERFORM FIND-FACILITY.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE WS-FC-WORK TO LS-FAC-DATA.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-ACCOUNT-FACILITIES.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM DISPLAY-LIST-HEADING.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-ACCT-ID OF WS-FC-WORK = OF-ACCT-ID OF LS-FAC-DATA
                   PERFORM DISPLAY-ONE-FACILITY
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  (no facilities for this account)"
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-PENDING-FACILITIES.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM DISPLAY-LIST-HEADING.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-PENDING OF WS-FC-WORK
                   PERFORM DISPLAY-ONE-FACILITY
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  (no facilities awaiting approval)"
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       DISPLAY-LIST-HEADING.
           DISPLAY "ID     Acct  Amount       Starts   Expires  "
               "Review   St Maker    Checker".

       DISPLAY-ONE-FACILITY.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY OF-FAC-ID OF WS-FC-WORK " "
               OF-ACCT-ID OF WS-FC-WORK " "
               OF-AMOUNT OF WS-FC-WORK " "
               OF-START-DATE OF WS-FC-WORK " "
               OF-EXPIRY-DATE OF WS-FC-WORK " "
               OF-REVIEW-DATE OF WS-FC-WORK " "
               OF-STATUS OF WS-FC-WORK "  "
               OF-MAKER-ID OF WS-FC-WORK " "
               OF-CHECKER-ID OF WS-FC-WORK.

      *>   Any other facility live on the account ends when the new
      *>   one takes over its limit.
       SUPERSEDE-LIVE.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               IF WS-FC-IDX NOT = WS-FOUND-IDX
                   MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-OTHER
                   IF OF-ACCT-ID OF WS-FC-OTHER
                           = OF-ACCT-ID OF WS-FC-WORK
                           AND OF-LIVE OF WS-FC-OTHER
                       MOVE 'S' TO OF-STATUS OF WS-FC-OTHER
                       MOVE WS-TODAY TO OF-END-DATE OF WS-FC-OTHER
                       MOVE WS-FC-OTHER TO WS-FC-RECORD(WS-FC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *>   WS-NEW-LIMIT onto the facility's account. '04' when the
      *>   account is no longer active (the limit is still set, so a
      *>   withdrawal always leaves zero behind).
       SET-ACCOUNT-LIMIT.
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE OF-ACCT-ID OF WS-FC-WORK TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.

           IF NOT ACCT-ACTIVE AND WS-NEW-LIMIT > 0
               CLOSE ACCT-FILE
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-NEW-LIMIT TO ACCT-OVERDRAFT-LIMIT.
           REWRITE ACCOUNT-RECORD.
           IF WS-ACCT-STATUS NOT = '00'
               CLOSE ACCT-FILE
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           CLOSE ACCT-FILE.

           IF NOT ACCT-ACTIVE
               MOVE '04' TO LS-RESULT-CODE
           ELSE
               MOVE '00' TO LS-RESULT-CODE
           END-IF.

       FIND-PENDING.
           PERFORM FIND-FACILITY.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT OF-PENDING OF WS-FC-WORK
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE '00' TO LS-RESULT-CODE.

       FIND-FACILITY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
                       OR WS-FOUND-IDX > 0
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-FAC-ID OF WS-FC-WORK = OF-FAC-ID OF LS-FAC-DATA
                   SET WS-FOUND-IDX TO WS-FC-IDX
               END-IF
           END-PERFORM.

       LOAD-FACILITIES.
           MOVE 0 TO WS-FAC-COUNT.
           OPEN INPUT FAC-FILE.
           IF WS-FAC-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-FAC-EOF.
           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FAC-FILE
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       IF WS-FAC-COUNT < 9999
                           ADD 1 TO WS-FAC-COUNT
                           MOVE FAC-RECORD
                               TO WS-FC-RECORD(WS-FAC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FAC-FILE.

       REWRITE-FACILITIES.
           OPEN OUTPUT FAC-FILE.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO FAC-RECORD
               WRITE FAC-RECORD
           END-PERFORM.
           CLOSE FAC-FILE.
