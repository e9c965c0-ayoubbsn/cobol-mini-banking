       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKBMGT.

      *>   Checkbook orders and serial-range control over
      *>   DATA/checkbooks.dat. A checking account is ordered books
      *>   of 25, 50 or 100 leaves; each book takes the next range of
      *>   the account's serials after the highest ever allocated, so
      *>   no two books of one account overlap. CHKSTOCK sends the
      *>   day's orders to the printer and marks them 'S'; the book
      *>   is activated ('I') here when the customer collects it.
      *>
      *>   The V operation answers CHKMGT (at deposit) and CHKREL (at
      *>   release) for an on-us check: its number has to fall in an
      *>   ISSUED book of the drawer account, and a book reported lost
      *>   or stolen stops every serial in it. A drawer account with
      *>   no books on file at all predates the register (its checks
      *>   were never issued through it) and passes, the way a
      *>   drawer with nothing lodged passes positive pay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "DATA/checkbooks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           COPY CHKBOOK.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-BOOK-EOF         PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-MAX-ID           PIC 9(06).
       01  WS-MAX-SERIAL       PIC 9(07).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-SERIAL           PIC 9(07).
       01  WS-ACCT-HAS-BOOKS   PIC X(01).
       01  WS-SERIAL-HIT       PIC X(01).

      *>   checkbooks.dat is LINE SEQUENTIAL: buffered, changed, and
      *>   written back in full, the SWPMGT way.
       01  WS-BOOK-TABLE.
           05  WS-BK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-BOOK-ID       PIC 9(06).
               10  WS-BK-ACCT-ID       PIC 9(05).
               10  WS-BK-FIRST-SERIAL  PIC 9(07).
               10  WS-BK-LAST-SERIAL   PIC 9(07).
               10  WS-BK-LEAVES        PIC 9(03).
               10  WS-BK-ORDER-DATE    PIC 9(08).
               10  WS-BK-ORDERED-BY    PIC X(08).
               10  WS-BK-STATUS        PIC X(01).
               10  WS-BK-STATUS-DATE   PIC 9(08).
               10  WS-BK-STATUS-BY     PIC X(08).
       01  WS-BOOK-COUNT       PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-ORDER-BOOK    VALUE 'O'.
           88 OP-ISSUE-BOOK    VALUE 'I'.
           88 OP-REPORT-LOST   VALUE 'L'.
           88 OP-CANCEL-ORDER  VALUE 'X'.
           88 OP-LIST-BOOKS    VALUE 'Q'.
           88 OP-VALIDATE      VALUE 'V'.

       01  LS-BOOK-DATA.
           05  L-CB-BOOK-ID        PIC 9(06).
           05  L-CB-ACCT-ID        PIC 9(05).
           05  L-CB-LEAVES         PIC 9(03).
           05  L-CB-FIRST-SERIAL   PIC 9(07).
           05  L-CB-LAST-SERIAL    PIC 9(07).
           05  L-CB-STATUS         PIC X(01).
           05  L-CB-CHECK-NUMBER   PIC X(10).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-BOOK-LOST    VALUE '08'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-NOT-ISSUED   VALUE '14'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-BOOK-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-BOOKS.

           EVALUATE TRUE
               WHEN OP-ORDER-BOOK
                   PERFORM ORDER-BOOK
               WHEN OP-ISSUE-BOOK
                   PERFORM ISSUE-BOOK
               WHEN OP-REPORT-LOST
                   PERFORM REPORT-BOOK-LOST
               WHEN OP-CANCEL-ORDER
                   PERFORM CANCEL-ORDER
               WHEN OP-LIST-BOOKS
                   PERFORM LIST-BOOKS
               WHEN OP-VALIDATE
                   PERFORM VALIDATE-SERIAL
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Checks are drawn on active customer checking accounts
      *>   only. The new range starts after the highest serial the
      *>   account was ever given, cancelled and lost books included,
      *>   so a serial is never reused. Book and range come back in
      *>   L-CB-BOOK-ID / L-CB-FIRST-SERIAL / L-CB-LAST-SERIAL.
       ORDER-BOOK.
           IF L-CB-LEAVES = 0
               MOVE 25 TO L-CB-LEAVES
           END-IF.
           IF L-CB-LEAVES NOT = 25 AND L-CB-LEAVES NOT = 50
                   AND L-CB-LEAVES NOT = 100
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE L-CB-ACCT-ID TO ACCT-ID OF ACCOUNT-RECORD.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE ACCT-FILE.

           IF NOT ACCT-ACTIVE OF ACCOUNT-RECORD
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT ACCT-CHECKING OF ACCOUNT-RECORD
                   OR ACCT-IS-INTERNAL OF ACCOUNT-RECORD
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 0 TO WS-MAX-ID.
           MOVE 0 TO WS-MAX-SERIAL.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               IF WS-BK-BOOK-ID(WS-BK-IDX) > WS-MAX-ID
                   MOVE WS-BK-BOOK-ID(WS-BK-IDX) TO WS-MAX-ID
               END-IF
               IF WS-BK-ACCT-ID(WS-BK-IDX) = L-CB-ACCT-ID
                   AND WS-BK-LAST-SERIAL(WS-BK-IDX) > WS-MAX-SERIAL
                   MOVE WS-BK-LAST-SERIAL(WS-BK-IDX) TO WS-MAX-SERIAL
               END-IF
           END-PERFORM.

           IF WS-MAX-SERIAL + L-CB-LEAVES > 9999999
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           ADD 1 TO WS-BOOK-COUNT.
           ADD 1 TO WS-MAX-ID.
           MOVE WS-MAX-ID TO WS-BK-BOOK-ID(WS-BOOK-COUNT).
           MOVE L-CB-ACCT-ID TO WS-BK-ACCT-ID(WS-BOOK-COUNT).
           COMPUTE WS-BK-FIRST-SERIAL(WS-BOOK-COUNT) =
               WS-MAX-SERIAL + 1.
           COMPUTE WS-BK-LAST-SERIAL(WS-BOOK-COUNT) =
               WS-MAX-SERIAL + L-CB-LEAVES.
           MOVE L-CB-LEAVES TO WS-BK-LEAVES(WS-BOOK-COUNT).
           MOVE WS-TODAY TO WS-BK-ORDER-DATE(WS-BOOK-COUNT).
           MOVE LS-TELLER-ID TO WS-BK-ORDERED-BY(WS-BOOK-COUNT).
           MOVE 'O' TO WS-BK-STATUS(WS-BOOK-COUNT).
           MOVE WS-TODAY TO WS-BK-STATUS-DATE(WS-BOOK-COUNT).
           MOVE LS-TELLER-ID TO WS-BK-STATUS-BY(WS-BOOK-COUNT).

           PERFORM REWRITE-BOOKS.

           SET WS-BK-IDX TO WS-BOOK-COUNT.
           PERFORM RETURN-BOOK-DATA.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The printed book is handed over at the branch: only a
      *>   book back from the printer can be issued.
       ISSUE-BOOK.
           PERFORM FIND-BOOK.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           SET WS-BK-IDX TO WS-FOUND-IDX.
           IF WS-BK-STATUS(WS-BK-IDX) NOT = 'S'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'I' TO WS-BK-STATUS(WS-BK-IDX).
           PERFORM STAMP-AND-REWRITE.

      *>   One step stops the whole range: a book lost in the post
      *>   ('S') or after issue ('I') is marked 'L', and every serial
      *>   in it fails V from then on.
       REPORT-BOOK-LOST.
           PERFORM FIND-BOOK.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           SET WS-BK-IDX TO WS-FOUND-IDX.
           IF WS-BK-STATUS(WS-BK-IDX) NOT = 'S'
                   AND WS-BK-STATUS(WS-BK-IDX) NOT = 'I'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'L' TO WS-BK-STATUS(WS-BK-IDX).
           PERFORM STAMP-AND-REWRITE.

      *>   An order can be withdrawn only before CHKSTOCK has sent
      *>   it to the printer; its serials stay spent.
       CANCEL-ORDER.
           PERFORM FIND-BOOK.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           SET WS-BK-IDX TO WS-FOUND-IDX.
           IF WS-BK-STATUS(WS-BK-IDX) NOT = 'O'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'X' TO WS-BK-STATUS(WS-BK-IDX).
           PERFORM STAMP-AND-REWRITE.

       STAMP-AND-REWRITE.
           MOVE WS-TODAY TO WS-BK-STATUS-DATE(WS-BK-IDX).
           MOVE LS-TELLER-ID TO WS-BK-STATUS-BY(WS-BK-IDX).
           PERFORM RETURN-BOOK-DATA.
           PERFORM REWRITE-BOOKS.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-BOOKS.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "Book   Acct  First   Last    Leaves Ordered  "
               "St Changed".
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               IF WS-BK-ACCT-ID(WS-BK-IDX) = L-CB-ACCT-ID
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY WS-BK-BOOK-ID(WS-BK-IDX) " "
                       WS-BK-ACCT-ID(WS-BK-IDX) " "
                       WS-BK-FIRST-SERIAL(WS-BK-IDX) " "
                       WS-BK-LAST-SERIAL(WS-BK-IDX) " "
                       WS-BK-LEAVES(WS-BK-IDX) "    "
                       WS-BK-ORDER-DATE(WS-BK-IDX) " "
                       WS-BK-STATUS(WS-BK-IDX) "  "
                       WS-BK-STATUS-DATE(WS-BK-IDX)
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  (no checkbooks for this account)"
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   '00' - the number is in an issued book of the drawer
      *>   account (or the account has no books on file at all);
      *>   '08' - it is in a book reported lost or stolen;
      *>   '14' - it was never issued to this account (no book holds
      *>   it, the book is not yet issued or was cancelled, or the
      *>   number is not a serial at all). The covering book's ID
      *>   comes back in L-CB-BOOK-ID.
       VALIDATE-SERIAL.
           MOVE 0 TO L-CB-BOOK-ID.
           MOVE 'N' TO WS-ACCT-HAS-BOOKS.
           MOVE 'N' TO WS-SERIAL-HIT.
           MOVE 0 TO WS-SERIAL.
           IF FUNCTION TEST-NUMVAL(L-CB-CHECK-NUMBER) = 0
               IF FUNCTION NUMVAL(L-CB-CHECK-NUMBER) > 0
                       AND FUNCTION NUMVAL(L-CB-CHECK-NUMBER)
                           <= 9999999
                   COMPUTE WS-SERIAL =
                       FUNCTION NUMVAL(L-CB-CHECK-NUMBER)
               END-IF
           END-IF.

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               IF WS-BK-ACCT-ID(WS-BK-IDX) = L-CB-ACCT-ID
                   MOVE 'Y' TO WS-ACCT-HAS-BOOKS
                   IF WS-SERIAL >= WS-BK-FIRST-SERIAL(WS-BK-IDX)
                       AND WS-SERIAL <= WS-BK-LAST-SERIAL(WS-BK-IDX)
                       MOVE 'Y' TO WS-SERIAL-HIT
                       PERFORM RETURN-BOOK-DATA
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ACCT-HAS-BOOKS = 'N'
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-SERIAL-HIT = 'N'
               MOVE '14' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           EVALUATE L-CB-STATUS
               WHEN 'I'
                   MOVE '00' TO LS-RESULT-CODE
               WHEN 'L'
                   MOVE '08' TO LS-RESULT-CODE
               WHEN OTHER
                   MOVE '14' TO LS-RESULT-CODE
           END-EVALUATE.

       RETURN-BOOK-DATA.
           MOVE WS-BK-BOOK-ID(WS-BK-IDX) TO L-CB-BOOK-ID.
           MOVE WS-BK-ACCT-ID(WS-BK-IDX) TO L-CB-ACCT-ID.
           MOVE WS-BK-LEAVES(WS-BK-IDX) TO L-CB-LEAVES.
           MOVE WS-BK-FIRST-SERIAL(WS-BK-IDX) TO L-CB-FIRST-SERIAL.
           MOVE WS-BK-LAST-SERIAL(WS-BK-IDX) TO L-CB-LAST-SERIAL.
           MOVE WS-BK-STATUS(WS-BK-IDX) TO L-CB-STATUS.

       FIND-BOOK.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               IF WS-BK-BOOK-ID(WS-BK-IDX) = L-CB-BOOK-ID
                   SET WS-FOUND-IDX TO WS-BK-IDX
               END-IF
           END-PERFORM.

       LOAD-BOOKS.
           MOVE 0 TO WS-BOOK-COUNT.
           OPEN INPUT BOOK-FILE.
           IF WS-BOOK-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-BOOK-EOF.
           PERFORM UNTIL WS-BOOK-EOF = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO WS-BOOK-EOF
                   NOT AT END
                       PERFORM BUFFER-ONE-BOOK
               END-READ
           END-PERFORM.

           CLOSE BOOK-FILE.

       BUFFER-ONE-BOOK.
           ADD 1 TO WS-BOOK-COUNT.
           MOVE CB-BOOK-ID TO WS-BK-BOOK-ID(WS-BOOK-COUNT).
           MOVE CB-ACCT-ID TO WS-BK-ACCT-ID(WS-BOOK-COUNT).
           MOVE CB-FIRST-SERIAL TO WS-BK-FIRST-SERIAL(WS-BOOK-COUNT).
           MOVE CB-LAST-SERIAL TO WS-BK-LAST-SERIAL(WS-BOOK-COUNT).
           MOVE CB-LEAVES TO WS-BK-LEAVES(WS-BOOK-COUNT).
           MOVE CB-ORDER-DATE TO WS-BK-ORDER-DATE(WS-BOOK-COUNT).
           MOVE CB-ORDERED-BY TO WS-BK-ORDERED-BY(WS-BOOK-COUNT).
           MOVE CB-STATUS TO WS-BK-STATUS(WS-BOOK-COUNT).
           MOVE CB-STATUS-DATE TO WS-BK-STATUS-DATE(WS-BOOK-COUNT).
           MOVE CB-STATUS-BY TO WS-BK-STATUS-BY(WS-BOOK-COUNT).

       REWRITE-BOOKS.
           OPEN OUTPUT BOOK-FILE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               MOVE WS-BK-BOOK-ID(WS-BK-IDX) TO CB-BOOK-ID
               MOVE WS-BK-ACCT-ID(WS-BK-IDX) TO CB-ACCT-ID
               MOVE WS-BK-FIRST-SERIAL(WS-BK-IDX) TO CB-FIRST-SERIAL
               MOVE WS-BK-LAST-SERIAL(WS-BK-IDX) TO CB-LAST-SERIAL
               MOVE WS-BK-LEAVES(WS-BK-IDX) TO CB-LEAVES
               MOVE WS-BK-ORDER-DATE(WS-BK-IDX) TO CB-ORDER-DATE
               MOVE WS-BK-ORDERED-BY(WS-BK-IDX) TO CB-ORDERED-BY
               MOVE WS-BK-STATUS(WS-BK-IDX) TO CB-STATUS
               MOVE WS-BK-STATUS-DATE(WS-BK-IDX) TO CB-STATUS-DATE
               MOVE WS-BK-STATUS-BY(WS-BK-IDX) TO CB-STATUS-BY
               WRITE BOOK-RECORD
           END-PERFORM.
           CLOSE BOOK-FILE.
