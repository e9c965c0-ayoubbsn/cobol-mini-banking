       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTOCK.

      *>   Daily check-stock order file for the check printer. Every
      *>   book ordered through CHKBMGT and not yet sent ('O') goes
      *>   on DATA/chk_stock_YYYYMMDD.txt and is marked 'S' (at the
      *>   printer), after which it can only be issued to the
      *>   customer or reported lost. The file carries an 'H' header
      *>   (date, bank), one 'D' per book (book, account, account
      *>   name for the imprint, branch for delivery, serial range,
      *>   leaves) and a 'Z' trailer with the book and leaf counts.
      *>   A day with no orders still sends a header and trailer, so
      *>   the printer never reruns yesterday's file.
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

           SELECT STOCK-FILE ASSIGN TO WS-STOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           COPY CHKBOOK.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  SK-REC-TYPE         PIC X(01).
               88 SK-HEADER        VALUE 'H'.
               88 SK-DETAIL        VALUE 'D'.
               88 SK-TRAILER       VALUE 'Z'.
           05  SK-REST             PIC X(79).
       01  STOCK-HEADER REDEFINES STOCK-RECORD.
           05  FILLER              PIC X(01).
           05  SK-FILE-DATE        PIC 9(08).
           05  SK-BANK             PIC X(08).
           05  FILLER              PIC X(63).
       01  STOCK-DETAIL REDEFINES STOCK-RECORD.
           05  FILLER              PIC X(01).
           05  SK-BOOK-ID          PIC 9(06).
           05  SK-ACCT-ID          PIC 9(05).
           05  SK-ACCT-NAME        PIC X(30).
           05  SK-BRANCH-ID        PIC 9(03).
           05  SK-FIRST-SERIAL     PIC 9(07).
           05  SK-LAST-SERIAL      PIC 9(07).
           05  SK-LEAVES           PIC 9(03).
           05  FILLER              PIC X(18).
       01  STOCK-TRAILER REDEFINES STOCK-RECORD.
           05  FILLER              PIC X(01).
           05  SK-TRL-BOOKS        PIC 9(07).
           05  SK-TRL-LEAVES       PIC 9(09).
           05  FILLER              PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-STOCK-STATUS     PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-BOOK-EOF         PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-STOCK-NAME       PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".
       01  WS-STAMP            PIC X(08) VALUE "CHKSTOCK".
       01  WS-ACCT-OPEN        PIC X(01) VALUE 'N'.

       01  WS-BOOK-TABLE.
           05  WS-BK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-RECORD        PIC X(61).
       01  WS-BOOK-COUNT       PIC 9(05) VALUE 0.

       01  WS-TOTALS.
           05  WS-BOOKS-SENT       PIC 9(07) VALUE 0.
           05  WS-LEAVES-SENT      PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   CHECK-STOCK ORDER FILE - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-BOOKS.

           MOVE SPACES TO WS-STOCK-NAME.
           STRING "DATA/chk_stock_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-STOCK-NAME.
           OPEN OUTPUT STOCK-FILE.
           IF WS-STOCK-STATUS NOT = "00"
               DISPLAY "Cannot open check-stock file. Status: "
                   WS-STOCK-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO STOCK-RECORD.
           MOVE 'H' TO SK-REC-TYPE.
           MOVE WS-TODAY TO SK-FILE-DATE.
           MOVE WS-OUR-BANK TO SK-BANK.
           WRITE STOCK-RECORD.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-OPEN
           END-IF.

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               MOVE WS-BK-RECORD(WS-BK-IDX) TO BOOK-RECORD
               IF CB-ORDERED
                   PERFORM SEND-ONE-BOOK
                   MOVE BOOK-RECORD TO WS-BK-RECORD(WS-BK-IDX)
               END-IF
           END-PERFORM.

           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCT-FILE
           END-IF.

           MOVE SPACES TO STOCK-RECORD.
           MOVE 'Z' TO SK-REC-TYPE.
           MOVE WS-BOOKS-SENT TO SK-TRL-BOOKS.
           MOVE WS-LEAVES-SENT TO SK-TRL-LEAVES.
           WRITE STOCK-RECORD.
           CLOSE STOCK-FILE.

           IF WS-BOOKS-SENT > 0
               PERFORM REWRITE-BOOKS
           END-IF.

           DISPLAY "Books Sent to Printer: " WS-BOOKS-SENT
               "  Leaves: " WS-LEAVES-SENT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SEND-ONE-BOOK.
           MOVE SPACES TO STOCK-RECORD.
           MOVE 'D' TO SK-REC-TYPE.
           MOVE CB-BOOK-ID TO SK-BOOK-ID.
           MOVE CB-ACCT-ID TO SK-ACCT-ID.
           MOVE SPACES TO SK-ACCT-NAME.
           MOVE 1 TO SK-BRANCH-ID.
           IF WS-ACCT-OPEN = 'Y'
               MOVE CB-ACCT-ID TO ACCT-ID OF ACCOUNT-RECORD
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-NAME OF ACCOUNT-RECORD
                           TO SK-ACCT-NAME
                       IF ACCT-BRANCH-ID OF ACCOUNT-RECORD > 0
                           MOVE ACCT-BRANCH-ID OF ACCOUNT-RECORD
                               TO SK-BRANCH-ID
                       END-IF
               END-READ
           END-IF.
           MOVE CB-FIRST-SERIAL TO SK-FIRST-SERIAL.
           MOVE CB-LAST-SERIAL TO SK-LAST-SERIAL.
           MOVE CB-LEAVES TO SK-LEAVES.
           WRITE STOCK-RECORD.

           ADD 1 TO WS-BOOKS-SENT.
           ADD CB-LEAVES TO WS-LEAVES-SENT.

           MOVE 'S' TO CB-STATUS.
           MOVE WS-TODAY TO CB-STATUS-DATE.
           MOVE WS-STAMP TO CB-STATUS-BY.

       LOAD-BOOKS.
           MOVE 0 TO WS-BOOK-COUNT.
           OPEN INPUT BOOK-FILE.
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-BOOK-EOF.
           PERFORM UNTIL WS-BOOK-EOF = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO WS-BOOK-EOF
                   NOT AT END
                       ADD 1 TO WS-BOOK-COUNT
                       MOVE BOOK-RECORD
                           TO WS-BK-RECORD(WS-BOOK-COUNT)
               END-READ
           END-PERFORM.

           CLOSE BOOK-FILE.

       REWRITE-BOOKS.
           OPEN OUTPUT BOOK-FILE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BOOK-COUNT
               MOVE WS-BK-RECORD(WS-BK-IDX) TO BOOK-RECORD
               WRITE BOOK-RECORD
           END-PERFORM.
           CLOSE BOOK-FILE.
