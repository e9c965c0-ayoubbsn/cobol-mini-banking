       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKIRET.

      *>   Inward returns of checks we presented to other banks. The
      *>   drawee banks' return file DATA/chk_returns.txt (the same
      *>   'H'/'D'/'Z' bracket as every clearing file; each detail
      *>   names the presentment reference "CHK" + register ID, the
      *>   amount, and a reason code) is verified against its
      *>   trailer and the done-register DATA/chk_returns_done.dat
      *>   exactly the way PAYRET guards the payment return file.
      *>   Each return is matched to the register item it names -
      *>   drawn on another bank, presented by CHKPRES, same amount,
      *>   not already returned or stopped - and handed to CHKMGT's
      *>   return operation, the same path a teller uses for a paper
      *>   return letter: an item still PENDING is simply marked
      *>   returned, an item whose funds CHKREL already released has
      *>   its release leg reversed through TXNPROC and the
      *>   returned-check fee charged. The depositor gets a notice,
      *>   and anything that cannot be matched end-to-end goes to the
      *>   exception report DATA/chk_returns_rpt.txt instead of
      *>   posting blind.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "DATA/chk_returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT CHECK-FILE ASSIGN TO "DATA/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT DONE-FILE ASSIGN TO "DATA/chk_returns_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/chk_returns_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RT-REC-TYPE         PIC X(01).
               88 RT-HEADER        VALUE 'H'.
               88 RT-DETAIL        VALUE 'D'.
               88 RT-TRAILER       VALUE 'Z'.
           05  RT-REST             PIC X(39).
       01  RETURN-HEADER REDEFINES RETURN-RECORD.
           05  FILLER              PIC X(01).
           05  RT-FILE-DATE        PIC 9(08).
           05  RT-SOURCE-BANK      PIC X(08).
           05  FILLER              PIC X(23).
       01  RETURN-DETAIL REDEFINES RETURN-RECORD.
           05  FILLER              PIC X(01).
           05  RT-REF              PIC X(16).
           05  RT-AMOUNT           PIC 9(09)V99.
           05  RT-REASON           PIC X(02).
           05  FILLER              PIC X(10).
       01  RETURN-TRAILER REDEFINES RETURN-RECORD.
           05  FILLER              PIC X(01).
           05  RT-TRL-COUNT        PIC 9(07).
           05  RT-TRL-TOTAL        PIC 9(11)V99.
           05  FILLER              PIC X(19).

       FD  CHECK-FILE.
       01  CHECK-RECORD.
           COPY CHECK.CPY.

       FD  DONE-FILE.
       01  DONE-RECORD.
           05  RD-FILE-DATE        PIC 9(08).
           05  RD-SOURCE-BANK      PIC X(08).
           05  RD-RUN-DATE         PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-RETURN-STATUS    PIC X(02).
       01  WS-CHECK-STATUS     PIC X(02).
       01  WS-DONE-STATUS      PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-LINE-NO          PIC 9(07).

       01  WS-HEADER-SEEN      PIC X(01).
       01  WS-TRAILER-SEEN     PIC X(01).
       01  WS-FILE-BAD         PIC X(01).
       01  WS-ALREADY-DONE     PIC X(01).
       01  WS-FILE-DATE        PIC 9(08).
       01  WS-SOURCE-BANK      PIC X(08).
       01  WS-DETAIL-COUNT     PIC 9(07).
       01  WS-DETAIL-TOTAL     PIC 9(11)V99.
       01  WS-TRL-COUNT        PIC 9(07).
       01  WS-TRL-TOTAL        PIC 9(11)V99.

      *>   The return details, buffered so the return file is closed
      *>   before anything else opens.
       01  WS-RET-TABLE.
           05  WS-RE-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-RE-IDX.
               10  WS-RE-REF           PIC X(16).
               10  WS-RE-AMOUNT        PIC 9(09)V99.
               10  WS-RE-REASON        PIC X(02).
       01  WS-RET-COUNT        PIC 9(05) VALUE 0.

      *>   The register, buffered read-only to vet each return before
      *>   CHKMGT (which reads and rewrites the file itself) acts on
      *>   it. A successful return is mirrored here so a second
      *>   return for the same item in one file is caught as such.
       01  WS-CHK-TABLE.
           05  WS-CK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CK-IDX.
               10  WS-CK-ID            PIC 9(08).
               10  WS-CK-ACCT-ID       PIC 9(05).
               10  WS-CK-AMOUNT        PIC 9(09)V99.
               10  WS-CK-DRAWER-ID     PIC 9(05).
               10  WS-CK-STATUS        PIC X(01).
               10  WS-CK-DRAWEE-BANK   PIC X(08).
               10  WS-CK-PRESENTED     PIC 9(08).
       01  WS-CHK-COUNT        PIC 9(05) VALUE 0.
       01  WS-CK-FOUND         PIC 9(05).

      *>   A presentment reference is "CHK" followed by the eight-digit
      *>   register ID, the rest of the field blank.
       01  WS-REF-WORK.
           05  WS-REF-PREFIX       PIC X(03).
           05  WS-REF-CHK-ID       PIC X(08).
           05  WS-REF-CHK-ID-N REDEFINES WS-REF-CHK-ID
                                   PIC 9(08).
           05  WS-REF-TAIL         PIC X(05).
       01  WS-UNMATCHED-WHY    PIC X(24).
       01  WS-PRIOR-STATUS     PIC X(01).

       01  WS-CHECK-DATA.
           05  WS-CHK-ID           PIC 9(08).
           05  WS-CHK-ACCT-ID      PIC 9(05).
           05  WS-CHK-AMOUNT       PIC 9(09)V99.
           05  WS-CHK-NUMBER       PIC X(10).
           05  WS-CHK-DRAWER-ID    PIC 9(05).
           05  WS-CHK-DRAWEE-BANK  PIC X(08).
       01  WS-TELLER-STAMP     PIC X(08) VALUE "CHKIRET".
       01  WS-RESULT-CODE      PIC X(02).

      *>   Customer-notice event feed - see NOTIFY/NOTICPRT.
       01  WS-NOTICE-DATA.
           05  WS-NOT-TYPE         PIC X(02).
           05  WS-NOT-ACCT-ID      PIC 9(05).
           05  WS-NOT-AMOUNT       PIC S9(09)V99.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

       01  WS-TOTALS.
           05  WS-RETURNED     PIC 9(05) VALUE 0.
           05  WS-RETURNED-AMT PIC 9(11)V99 VALUE 0.
           05  WS-REVERSED     PIC 9(05) VALUE 0.
           05  WS-UNMATCHED    PIC 9(05) VALUE 0.

       01  WS-RPT-TEXT         PIC X(90).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   INWARD CHECK RETURNS - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-AND-VERIFY-RETURNS.
           IF WS-FILE-BAD = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           IF WS-ALREADY-DONE = 'Y'
               MOVE 4 TO RETURN-CODE
               GOBACK.
           IF WS-RET-COUNT = 0
               DISPLAY "No check return file to process."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           PERFORM LOAD-REGISTER.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "CHECK RETURNS " WS-FILE-DATE " FROM "
               WS-SOURCE-BANK " - PROCESSED " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RET-COUNT
               PERFORM PROCESS-ONE-RETURN
           END-PERFORM.

           MOVE SPACES TO WS-RPT-TEXT.
           STRING "RETURNED: " WS-RETURNED
               "  AMOUNT: " WS-RETURNED-AMT
               "  REVERSED: " WS-REVERSED
               "  UNMATCHED: " WS-UNMATCHED
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           PERFORM RECORD-FILE-DONE.

           DISPLAY " ".
           DISPLAY "Checks Returned:  " WS-RETURNED
               "  Amount: " WS-RETURNED-AMT.
           DISPLAY "  Release Reversed: " WS-REVERSED.
           DISPLAY "Unmatched Returns: " WS-UNMATCHED.

           IF WS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-RPT-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.

      *>   The whole file is verified before anything posts, and a
      *>   file whose header was already completed is refused too.
       LOAD-AND-VERIFY-RETURNS.
           MOVE 'N' TO WS-FILE-BAD.
           MOVE 'N' TO WS-ALREADY-DONE.
           MOVE 'N' TO WS-HEADER-SEEN.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-DETAIL-TOTAL.
           MOVE 0 TO WS-LINE-NO.

           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM TAKE-ONE-RETURN-LINE
               END-READ
           END-PERFORM.

           CLOSE RETURN-FILE.

           IF WS-LINE-NO = 0
               EXIT PARAGRAPH.

           IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N'
               DISPLAY "Check return file missing header or "
                   "trailer - refused."
               MOVE 'Y' TO WS-FILE-BAD
               EXIT PARAGRAPH.

           IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-TRL-TOTAL NOT = WS-DETAIL-TOTAL
               DISPLAY "Check return file control totals disagree - "
                   "refused."
               MOVE 'Y' TO WS-FILE-BAD
               EXIT PARAGRAPH.

           PERFORM CHECK-ALREADY-DONE.

       TAKE-ONE-RETURN-LINE.
           EVALUATE TRUE
               WHEN RT-HEADER
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE RT-FILE-DATE TO WS-FILE-DATE
                   MOVE RT-SOURCE-BANK TO WS-SOURCE-BANK
               WHEN RT-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE RT-TRL-COUNT TO WS-TRL-COUNT
                   MOVE RT-TRL-TOTAL TO WS-TRL-TOTAL
               WHEN RT-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD RT-AMOUNT TO WS-DETAIL-TOTAL
                   ADD 1 TO WS-RET-COUNT
                   MOVE RT-REF TO WS-RE-REF(WS-RET-COUNT)
                   MOVE RT-AMOUNT TO WS-RE-AMOUNT(WS-RET-COUNT)
                   MOVE RT-REASON TO WS-RE-REASON(WS-RET-COUNT)
           END-EVALUATE.

       CHECK-ALREADY-DONE.
           OPEN INPUT DONE-FILE.
           IF WS-DONE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DONE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RD-FILE-DATE = WS-FILE-DATE
                               AND RD-SOURCE-BANK = WS-SOURCE-BANK
                           DISPLAY "Check return file " WS-FILE-DATE
                               " from " WS-SOURCE-BANK
                               " already processed on " RD-RUN-DATE
                               " - refused."
                           MOVE 'Y' TO WS-ALREADY-DONE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DONE-FILE.

       RECORD-FILE-DONE.
           OPEN EXTEND DONE-FILE.
           IF WS-DONE-STATUS NOT = '00'
               OPEN OUTPUT DONE-FILE
           END-IF.
           MOVE WS-FILE-DATE TO RD-FILE-DATE.
           MOVE WS-SOURCE-BANK TO RD-SOURCE-BANK.
           MOVE WS-TODAY TO RD-RUN-DATE.
           WRITE DONE-RECORD.
           CLOSE DONE-FILE.

       LOAD-REGISTER.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CHK-COUNT
                       MOVE CHK-ID TO WS-CK-ID(WS-CHK-COUNT)
                       MOVE CHK-ACCT-ID
                           TO WS-CK-ACCT-ID(WS-CHK-COUNT)
                       MOVE CHK-AMOUNT TO WS-CK-AMOUNT(WS-CHK-COUNT)
                       MOVE CHK-DRAWER-ACCT-ID
                           TO WS-CK-DRAWER-ID(WS-CHK-COUNT)
                       MOVE CHK-STATUS TO WS-CK-STATUS(WS-CHK-COUNT)
                       MOVE CHK-DRAWEE-BANK
                           TO WS-CK-DRAWEE-BANK(WS-CHK-COUNT)
                       IF CHK-PRESENTED-DATE NUMERIC
                           MOVE CHK-PRESENTED-DATE
                               TO WS-CK-PRESENTED(WS-CHK-COUNT)
                       ELSE
                           MOVE 0 TO WS-CK-PRESENTED(WS-CHK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHECK-FILE.

      *>   A return acts only when the whole chain holds: a well-formed
      *>   reference naming an item on the register, drawn on another
      *>   bank and presented by CHKPRES, for the same amount, and
      *>   still pending or released. Everything else is an exception
      *>   line, acted on by nobody.
       PROCESS-ONE-RETURN.
           MOVE WS-RE-REF(WS-RE-IDX) TO WS-REF-WORK.
           IF WS-REF-PREFIX NOT = "CHK"
                   OR WS-REF-CHK-ID NOT NUMERIC
                   OR WS-REF-TAIL NOT = SPACES
               MOVE "NOT A CHECK REFERENCE" TO WS-UNMATCHED-WHY
               PERFORM REPORT-UNMATCHED-RETURN
               EXIT PARAGRAPH.

           MOVE 0 TO WS-CK-FOUND.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CHK-COUNT
               IF WS-CK-ID(WS-CK-IDX) = WS-REF-CHK-ID-N
                   SET WS-CK-FOUND TO WS-CK-IDX
                   SET WS-CK-IDX TO 9999
               END-IF
           END-PERFORM.

           IF WS-CK-FOUND = 0
               MOVE "NOT ON REGISTER" TO WS-UNMATCHED-WHY
               PERFORM REPORT-UNMATCHED-RETURN
               EXIT PARAGRAPH.

           SET WS-CK-IDX TO WS-CK-FOUND.
           IF WS-CK-DRAWER-ID(WS-CK-IDX) NOT = 0
                   OR WS-CK-PRESENTED(WS-CK-IDX) = 0
               MOVE "NEVER PRESENTED" TO WS-UNMATCHED-WHY
               PERFORM REPORT-UNMATCHED-RETURN
               EXIT PARAGRAPH.

           IF WS-CK-AMOUNT(WS-CK-IDX) NOT = WS-RE-AMOUNT(WS-RE-IDX)
               MOVE "AMOUNT DIFFERS" TO WS-UNMATCHED-WHY
               PERFORM REPORT-UNMATCHED-RETURN
               EXIT PARAGRAPH.

           IF WS-CK-STATUS(WS-CK-IDX) NOT = 'P'
                   AND WS-CK-STATUS(WS-CK-IDX) NOT = 'C'
               MOVE "ALREADY RETURNED" TO WS-UNMATCHED-WHY
               PERFORM REPORT-UNMATCHED-RETURN
               EXIT PARAGRAPH.

           MOVE WS-CK-STATUS(WS-CK-IDX) TO WS-PRIOR-STATUS.
           INITIALIZE WS-CHECK-DATA.
           MOVE WS-CK-ID(WS-CK-IDX) TO WS-CHK-ID.
           MOVE WS-CK-ACCT-ID(WS-CK-IDX) TO WS-CHK-ACCT-ID.

           CALL "CHKMGT" USING BY CONTENT "R"
                               BY REFERENCE WS-CHECK-DATA
                               BY REFERENCE WS-RESULT-CODE
                               BY CONTENT WS-TELLER-STAMP.

           IF WS-RESULT-CODE NOT = '00'
               MOVE SPACES TO WS-UNMATCHED-WHY
               STRING "CHKMGT REFUSED CODE " WS-RESULT-CODE
                   DELIMITED BY SIZE INTO WS-UNMATCHED-WHY
               PERFORM REPORT-UNMATCHED-RETURN
               EXIT PARAGRAPH.

           MOVE 'R' TO WS-CK-STATUS(WS-CK-IDX).
           ADD 1 TO WS-RETURNED.
           ADD WS-RE-AMOUNT(WS-RE-IDX) TO WS-RETURNED-AMT.

           MOVE 'CR' TO WS-NOT-TYPE.
           MOVE WS-CK-ACCT-ID(WS-CK-IDX) TO WS-NOT-ACCT-ID.
           MOVE WS-RE-AMOUNT(WS-RE-IDX) TO WS-NOT-AMOUNT.
           IF WS-PRIOR-STATUS = 'C'
               ADD 1 TO WS-REVERSED
               MOVE "DEPOSITED CHECK RETURNED - REVERSED"
                   TO WS-NOT-TEXT
           ELSE
               MOVE "DEPOSITED CHECK RETURNED UNPAID"
                   TO WS-NOT-TEXT
           END-IF.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.

           MOVE SPACES TO WS-RPT-TEXT.
           IF WS-PRIOR-STATUS = 'C'
               STRING "RETURNED " WS-RE-REF(WS-RE-IDX)
                   " REASON " WS-RE-REASON(WS-RE-IDX)
                   " - ACCOUNT " WS-CK-ACCT-ID(WS-CK-IDX)
                   " RELEASE LEG REVERSED"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING "RETURNED " WS-RE-REF(WS-RE-IDX)
                   " REASON " WS-RE-REASON(WS-RE-IDX)
                   " - ACCOUNT " WS-CK-ACCT-ID(WS-CK-IDX)
                   " PENDING ITEM MARKED RETURNED"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "Returned " WS-RE-REF(WS-RE-IDX)
               ": account " WS-CK-ACCT-ID(WS-CK-IDX)
               " amount " WS-RE-AMOUNT(WS-RE-IDX).

       REPORT-UNMATCHED-RETURN.
           ADD 1 TO WS-UNMATCHED.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "UNMATCHED " WS-RE-REF(WS-RE-IDX)
               " AMOUNT " WS-RE-AMOUNT(WS-RE-IDX)
               " REASON " WS-RE-REASON(WS-RE-IDX)
               " - " WS-UNMATCHED-WHY
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "Unmatched return " WS-RE-REF(WS-RE-IDX)
               " - " WS-UNMATCHED-WHY.
