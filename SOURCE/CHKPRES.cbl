       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRES.

      *>   Outward presentment of deposited checks drawn on other
      *>   banks. Every PENDING item on DATA/check_register.dat with
      *>   no drawer account on our own file (CHK-DRAWER-ACCT-ID
      *>   zero) that has not yet been presented is formatted onto
      *>   the day's presentment file DATA/chk_present_YYYYMMDD.txt
      *>   in the clearing layout PAYOUT sends - one 'H' header,
      *>   'D' details, one 'Z' trailer carrying the record count and
      *>   amount total the clearing house verifies. Each detail
      *>   routes to the drawee bank keyed at deposit, carries the
      *>   check number in the account field, and is referenced
      *>   "CHK" + the register ID so the drawee bank's returns
      *>   (see CHKIRET) come back against the item they name.
      *>
      *>   The presented date is stamped back onto the register, so
      *>   no item is ever sent twice; items stamped today are
      *>   listed again, so a rerun rebuilds the same file rather
      *>   than an empty one. Presentment moves no money - CHKREL
      *>   still releases the deposit after the clearing period. A
      *>   pending item with no drawee bank code (registered before
      *>   codes were captured) cannot be routed: it is listed for
      *>   the back office and the run ends with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-FILE ASSIGN TO "DATA/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT PRESENT-FILE ASSIGN TO WS-PRESENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-FILE.
       01  CHECK-RECORD.
           COPY CHECK.CPY.

       FD  PRESENT-FILE.
       01  PRESENT-RECORD.
           05  CP-REC-TYPE         PIC X(01).
           05  CP-REST             PIC X(50).
       01  PRESENT-HEADER REDEFINES PRESENT-RECORD.
           05  FILLER              PIC X(01).
           05  CP-FILE-DATE        PIC 9(08).
           05  CP-SOURCE-BANK      PIC X(08).
           05  FILLER              PIC X(34).
       01  PRESENT-DETAIL REDEFINES PRESENT-RECORD.
           05  FILLER              PIC X(01).
           05  CP-DRAWEE-BANK      PIC X(08).
           05  CP-CHECK-NUMBER     PIC X(10).
           05  CP-AMOUNT           PIC 9(09)V99.
           05  CP-REF              PIC X(16).
           05  FILLER              PIC X(05).
       01  PRESENT-TRAILER REDEFINES PRESENT-RECORD.
           05  FILLER              PIC X(01).
           05  CP-TRL-COUNT        PIC 9(07).
           05  CP-TRL-TOTAL        PIC 9(11)V99.
           05  FILLER              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-CHECK-STATUS     PIC X(02).
       01  WS-PRESENT-STATUS   PIC X(02).
       01  WS-CHECK-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".
       01  WS-PRESENT-NAME     PIC X(40).

       01  WS-CHK-TABLE.
           05  WS-CK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CK-IDX.
               10  WS-CK-ID            PIC 9(08).
               10  WS-CK-ACCT-ID       PIC 9(05).
               10  WS-CK-AMOUNT        PIC 9(09)V99.
               10  WS-CK-NUMBER        PIC X(10).
               10  WS-CK-DRAWER-ID     PIC 9(05).
               10  WS-CK-DEPOSIT-DATE  PIC 9(08).
               10  WS-CK-RELEASE-DATE  PIC 9(08).
               10  WS-CK-STATUS        PIC X(01).
               10  WS-CK-REL-TRANS-ID  PIC 9(08).
               10  WS-CK-DRAWEE-BANK   PIC X(08).
               10  WS-CK-PRESENTED     PIC 9(08).
       01  WS-CHK-COUNT        PIC 9(05) VALUE 0.
       01  WS-CHK-CHANGED      PIC X(01) VALUE 'N'.

       01  WS-TOTALS.
           05  WS-PRESENTED     PIC 9(07) VALUE 0.
           05  WS-PRESENTED-AMT PIC 9(11)V99 VALUE 0.
           05  WS-NEW-TODAY     PIC 9(07) VALUE 0.
           05  WS-UNROUTED      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE SPACES TO WS-PRESENT-NAME.
           STRING "DATA/chk_present_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-PRESENT-NAME.

           DISPLAY "========================================".
           DISPLAY "   CHECK PRESENTMENT - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-REGISTER.
           IF WS-CHK-COUNT = 0
               DISPLAY "No checks on register."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           OPEN OUTPUT PRESENT-FILE.
           IF WS-PRESENT-STATUS NOT = '00'
               DISPLAY "Cannot open presentment file "
                   WS-PRESENT-NAME " - status " WS-PRESENT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM WRITE-PRESENT-HEADER.

           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CHK-COUNT
               IF WS-CK-DRAWER-ID(WS-CK-IDX) = 0
                   PERFORM PRESENT-ONE-CHECK
               END-IF
           END-PERFORM.

           PERFORM WRITE-PRESENT-TRAILER.
           CLOSE PRESENT-FILE.

           IF WS-CHK-CHANGED = 'Y'
               PERFORM REWRITE-REGISTER
           END-IF.

           DISPLAY " ".
           DISPLAY "Checks Presented: " WS-PRESENTED
               "  Amount: " WS-PRESENTED-AMT.
           DISPLAY "  New This Run:   " WS-NEW-TODAY.
           DISPLAY "Checks Unrouted:  " WS-UNROUTED.
           DISPLAY "Presentment File: " WS-PRESENT-NAME.

           IF WS-UNROUTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-PRESENT-HEADER.
           MOVE SPACES TO PRESENT-RECORD.
           MOVE 'H' TO CP-REC-TYPE.
           MOVE WS-TODAY TO CP-FILE-DATE.
           MOVE WS-OUR-BANK TO CP-SOURCE-BANK.
           WRITE PRESENT-RECORD.

      *>   An item already presented today goes out again whatever
      *>   CHKREL has done with it since, so the rebuilt file matches
      *>   the one first sent; an item presented on an earlier day
      *>   never does.
       PRESENT-ONE-CHECK.
           IF WS-CK-PRESENTED(WS-CK-IDX) NOT = 0
               IF WS-CK-PRESENTED(WS-CK-IDX) = WS-TODAY
                   PERFORM WRITE-PRESENT-DETAIL
               END-IF
               EXIT PARAGRAPH.

           IF WS-CK-STATUS(WS-CK-IDX) NOT = 'P'
               EXIT PARAGRAPH.

           IF WS-CK-DRAWEE-BANK(WS-CK-IDX) = SPACES
               ADD 1 TO WS-UNROUTED
               DISPLAY "Check " WS-CK-ID(WS-CK-IDX)
                   ": No Drawee Bank Code - Not Presented"
               EXIT PARAGRAPH.

           MOVE WS-TODAY TO WS-CK-PRESENTED(WS-CK-IDX).
           MOVE 'Y' TO WS-CHK-CHANGED.
           ADD 1 TO WS-NEW-TODAY.
           PERFORM WRITE-PRESENT-DETAIL.

       WRITE-PRESENT-DETAIL.
           MOVE SPACES TO PRESENT-RECORD.
           MOVE 'D' TO CP-REC-TYPE.
           MOVE WS-CK-DRAWEE-BANK(WS-CK-IDX) TO CP-DRAWEE-BANK.
           MOVE WS-CK-NUMBER(WS-CK-IDX) TO CP-CHECK-NUMBER.
           MOVE WS-CK-AMOUNT(WS-CK-IDX) TO CP-AMOUNT.
           STRING "CHK" WS-CK-ID(WS-CK-IDX)
               DELIMITED BY SIZE INTO CP-REF.
           WRITE PRESENT-RECORD.
           ADD 1 TO WS-PRESENTED.
           ADD WS-CK-AMOUNT(WS-CK-IDX) TO WS-PRESENTED-AMT.

       WRITE-PRESENT-TRAILER.
           MOVE SPACES TO PRESENT-RECORD.
           MOVE 'Z' TO CP-REC-TYPE.
           MOVE WS-PRESENTED TO CP-TRL-COUNT.
           MOVE WS-PRESENTED-AMT TO CP-TRL-TOTAL.
           WRITE PRESENT-RECORD.

       LOAD-REGISTER.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-CHECK-EOF.
           PERFORM UNTIL WS-CHECK-EOF = 'Y'
               READ CHECK-FILE
                   AT END
                       MOVE 'Y' TO WS-CHECK-EOF
                   NOT AT END
                       PERFORM BUFFER-ONE-CHECK
               END-READ
           END-PERFORM.

           CLOSE CHECK-FILE.

       BUFFER-ONE-CHECK.
           ADD 1 TO WS-CHK-COUNT.
           MOVE CHK-ID TO WS-CK-ID(WS-CHK-COUNT).
           MOVE CHK-ACCT-ID TO WS-CK-ACCT-ID(WS-CHK-COUNT).
           MOVE CHK-AMOUNT TO WS-CK-AMOUNT(WS-CHK-COUNT).
           MOVE CHK-NUMBER TO WS-CK-NUMBER(WS-CHK-COUNT).
           MOVE CHK-DRAWER-ACCT-ID TO WS-CK-DRAWER-ID(WS-CHK-COUNT).
           MOVE CHK-DEPOSIT-DATE TO WS-CK-DEPOSIT-DATE(WS-CHK-COUNT).
           MOVE CHK-RELEASE-DATE TO WS-CK-RELEASE-DATE(WS-CHK-COUNT).
           MOVE CHK-STATUS TO WS-CK-STATUS(WS-CHK-COUNT).
           MOVE CHK-REL-TRANS-ID TO WS-CK-REL-TRANS-ID(WS-CHK-COUNT).
           MOVE CHK-DRAWEE-BANK TO WS-CK-DRAWEE-BANK(WS-CHK-COUNT).
           IF CHK-PRESENTED-DATE NUMERIC
               MOVE CHK-PRESENTED-DATE
                   TO WS-CK-PRESENTED(WS-CHK-COUNT)
           ELSE
               MOVE 0 TO WS-CK-PRESENTED(WS-CHK-COUNT)
           END-IF.

       REWRITE-REGISTER.
           OPEN OUTPUT CHECK-FILE.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CHK-COUNT
               MOVE WS-CK-ID(WS-CK-IDX) TO CHK-ID
               MOVE WS-CK-ACCT-ID(WS-CK-IDX) TO CHK-ACCT-ID
               MOVE WS-CK-AMOUNT(WS-CK-IDX) TO CHK-AMOUNT
               MOVE WS-CK-NUMBER(WS-CK-IDX) TO CHK-NUMBER
               MOVE WS-CK-DRAWER-ID(WS-CK-IDX) TO CHK-DRAWER-ACCT-ID
               MOVE WS-CK-DEPOSIT-DATE(WS-CK-IDX) TO CHK-DEPOSIT-DATE
               MOVE WS-CK-RELEASE-DATE(WS-CK-IDX) TO CHK-RELEASE-DATE
               MOVE WS-CK-STATUS(WS-CK-IDX) TO CHK-STATUS
               MOVE WS-CK-REL-TRANS-ID(WS-CK-IDX) TO CHK-REL-TRANS-ID
               MOVE WS-CK-DRAWEE-BANK(WS-CK-IDX) TO CHK-DRAWEE-BANK
               MOVE WS-CK-PRESENTED(WS-CK-IDX) TO CHK-PRESENTED-DATE
               WRITE CHECK-RECORD
           END-PERFORM.
           CLOSE CHECK-FILE.
