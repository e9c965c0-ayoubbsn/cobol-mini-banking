       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRPT.

      *>   Monthly collateral review over the register COLLMGT keeps
      *>   on DATA/collateral.dat, written to DATA/collateral_rpt.txt
      *>   in three parts:
      *>     1. Loan-to-value per open facility - every loan not yet
      *>        paid off, and every overdraft with security held -
      *>        the drawn balance over the value of the security
      *>        still held against it. Over COLL-MAX-LTV percent
      *>        (PARMMGT, default 80) is flagged HIGH LTV; a loan
      *>        with nothing held shows UNSECURED.
      *>     2. Held items whose valuation is older than
      *>        COLL-REVAL-DAYS (PARMMGT, default 365) - STALE - or
      *>        whose insurance has run out - INS LAPSED.
      *>     3. Security still held against a facility that has
      *>        ended - a loan paid off (or no longer on file), an
      *>        overdraft account closed or its limit withdrawn -
      *>        listed for release back to the customer.
      *>   RETURN-CODE 4 when any of these exceptions is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-FILE ASSIGN TO "DATA/collateral.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT LOAN-FILE ASSIGN TO "DATA/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/collateral_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-FILE.
       01  COLL-RECORD.
           COPY COLLAT.CPY.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOAN.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-COLL-STATUS      PIC X(02).
       01  WS-LOAN-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-MAX-LTV          PIC 9(03)V99 VALUE 80.
       01  WS-MAX-LTV-ED       PIC ZZ9.99.
       01  WS-REVAL-DAYS       PIC 9(05) VALUE 365.
       01  WS-STALE-BEFORE     PIC 9(08).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-HELD-VALUE       PIC 9(13)V99.
       01  WS-OUTSTANDING      PIC 9(11)V99.
       01  WS-LTV              PIC 9(05)V9.
       01  WS-FACILITY-ENDED   PIC X(01).
       01  WS-ACCT-FOUND       PIC X(01).
       01  WS-FIRST-IDX        PIC 9(05).
       01  WS-FLAG-TEXT        PIC X(10).

      *>   Every item still under a held lien. WS-CT-LOAN-SEEN marks
      *>   loan items whose loan turned up on the loan master;
      *>   WS-CT-RELEASE those whose facility has ended.
       01  WS-COLL-TABLE.
           05  WS-CT-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CT-IDX WS-CT-IDX2.
               10  WS-CT-COLL-ID       PIC 9(06).
               10  WS-CT-LINK-TYPE     PIC X(01).
               10  WS-CT-ACCT-ID       PIC 9(05).
               10  WS-CT-TYPE          PIC X(01).
               10  WS-CT-DESC          PIC X(30).
               10  WS-CT-VALUE         PIC 9(11)V99.
               10  WS-CT-VALUE-DATE    PIC 9(08).
               10  WS-CT-INS-EXPIRY    PIC 9(08).
               10  WS-CT-LOAN-SEEN     PIC X(01).
               10  WS-CT-RELEASE       PIC X(01).
       01  WS-COLL-COUNT       PIC 9(05) VALUE 0.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-TOTALS.
           05  WS-FACILITIES   PIC 9(05) VALUE 0.
           05  WS-UNSECURED    PIC 9(05) VALUE 0.
           05  WS-HIGH-LTV     PIC 9(05) VALUE 0.
           05  WS-STALE        PIC 9(05) VALUE 0.
           05  WS-LAPSED       PIC 9(05) VALUE 0.
           05  WS-TO-RELEASE   PIC 9(05) VALUE 0.

       01  WS-LTV-DETAIL.
           05  WS-LD-KIND          PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LD-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LD-OUTSTANDING   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LD-HELD          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LD-LTV           PIC ZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LD-FLAG          PIC X(10).

       01  WS-ITEM-DETAIL.
           05  WS-ID-COLL-ID       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-LINK-TYPE     PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-TYPE          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-DESC          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-VALUE-DATE    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-INS-EXPIRY    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ID-FLAG          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-REVAL-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-STALE-BEFORE.

           DISPLAY "========================================".
           DISPLAY "   COLLATERAL REVIEW - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-HELD-COLLATERAL.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Cannot open collateral report. Status: "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK.

           MOVE WS-MAX-LTV TO WS-MAX-LTV-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLLATERAL REVIEW - " WS-TODAY
               "  (MAX LTV " WS-MAX-LTV-ED "%, REVALUE EVERY "
               WS-REVAL-DAYS " DAYS)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT ACCT-FILE.
           PERFORM WRITE-LOAN-LTV.
           PERFORM WRITE-OVERDRAFT-LTV.
           CLOSE ACCT-FILE.
           PERFORM WRITE-ITEM-EXCEPTIONS.
           PERFORM WRITE-RELEASE-LIST.

           CLOSE REPORT-FILE.

           DISPLAY "Facilities Reviewed:   " WS-FACILITIES.
           DISPLAY "Unsecured Loans:       " WS-UNSECURED.
           DISPLAY "High Loan-To-Value:    " WS-HIGH-LTV.
           DISPLAY "Stale Valuations:      " WS-STALE.
           DISPLAY "Insurance Lapsed:      " WS-LAPSED.
           DISPLAY "Due For Release:       " WS-TO-RELEASE.

           IF WS-HIGH-LTV > 0 OR WS-STALE > 0 OR WS-LAPSED > 0
                   OR WS-TO-RELEASE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "COLL-MAX-LTV" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-MAX-LTV
           END-IF.

           MOVE "COLL-REVAL-DAYS" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-REVAL-DAYS
           END-IF.

       LOAD-HELD-COLLATERAL.
           OPEN INPUT COLL-FILE.
           IF WS-COLL-STATUS NOT = '00'
               DISPLAY "No collateral on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CL-HELD AND WS-COLL-COUNT < 9999
                           PERFORM BUFFER-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COLL-FILE.

       BUFFER-ONE-ITEM.
           ADD 1 TO WS-COLL-COUNT.
           MOVE CL-COLL-ID TO WS-CT-COLL-ID(WS-COLL-COUNT).
           MOVE CL-LINK-TYPE TO WS-CT-LINK-TYPE(WS-COLL-COUNT).
           MOVE CL-ACCT-ID TO WS-CT-ACCT-ID(WS-COLL-COUNT).
           MOVE CL-TYPE TO WS-CT-TYPE(WS-COLL-COUNT).
           MOVE CL-DESC TO WS-CT-DESC(WS-COLL-COUNT).
           MOVE CL-VALUE TO WS-CT-VALUE(WS-COLL-COUNT).
           MOVE CL-VALUE-DATE TO WS-CT-VALUE-DATE(WS-COLL-COUNT).
           MOVE CL-INS-EXPIRY TO WS-CT-INS-EXPIRY(WS-COLL-COUNT).
           MOVE 'N' TO WS-CT-LOAN-SEEN(WS-COLL-COUNT).
           MOVE 'N' TO WS-CT-RELEASE(WS-COLL-COUNT).

      *>   Every loan on the master: a paid-off loan's security is
      *>   marked for release, every other loan gets its LTV line.
      *>   Loan items whose loan never turns up are released too.
       WRITE-LOAN-LTV.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LOAN-TO-VALUE BY FACILITY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FACILITY  ACCT      OUTSTANDING"
               "         HELD VALUE     LTV%  FLAG"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM REVIEW-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-COLL-COUNT
               IF WS-CT-LINK-TYPE(WS-CT-IDX) = 'L'
                       AND WS-CT-LOAN-SEEN(WS-CT-IDX) = 'N'
                   MOVE 'Y' TO WS-CT-RELEASE(WS-CT-IDX)
               END-IF
           END-PERFORM.

       REVIEW-ONE-LOAN.
           MOVE 'N' TO WS-FACILITY-ENDED.
           IF LN-PAID-OFF
               MOVE 'Y' TO WS-FACILITY-ENDED
           END-IF.

           MOVE 0 TO WS-HELD-VALUE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-COLL-COUNT
               IF WS-CT-LINK-TYPE(WS-CT-IDX) = 'L'
                       AND WS-CT-ACCT-ID(WS-CT-IDX) = LN-ACCT-ID
                   MOVE 'Y' TO WS-CT-LOAN-SEEN(WS-CT-IDX)
                   MOVE WS-FACILITY-ENDED TO WS-CT-RELEASE(WS-CT-IDX)
                   ADD WS-CT-VALUE(WS-CT-IDX) TO WS-HELD-VALUE
               END-IF
           END-PERFORM.

           IF WS-FACILITY-ENDED = 'Y'
               EXIT PARAGRAPH.

           MOVE LN-ACCT-ID TO ACCT-ID.
           PERFORM READ-FACILITY-ACCOUNT.
           MOVE "LOAN" TO WS-LD-KIND.
           MOVE LN-ACCT-ID TO WS-LD-ACCT-ID.
           PERFORM WRITE-LTV-LINE.

      *>   One line per overdrawn-account facility, taken at its first
      *>   held item; an account closed, written off or with its
      *>   limit withdrawn has ended and its items are released.
       WRITE-OVERDRAFT-LTV.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-COLL-COUNT
               IF WS-CT-LINK-TYPE(WS-CT-IDX) = 'O'
                   PERFORM REVIEW-ONE-OVERDRAFT
               END-IF
           END-PERFORM.

       REVIEW-ONE-OVERDRAFT.
           MOVE 0 TO WS-FIRST-IDX.
           PERFORM VARYING WS-CT-IDX2 FROM 1 BY 1
                   UNTIL WS-CT-IDX2 > WS-COLL-COUNT
                       OR WS-FIRST-IDX > 0
               IF WS-CT-LINK-TYPE(WS-CT-IDX2) = 'O'
                       AND WS-CT-ACCT-ID(WS-CT-IDX2)
                           = WS-CT-ACCT-ID(WS-CT-IDX)
                   SET WS-FIRST-IDX TO WS-CT-IDX2
               END-IF
           END-PERFORM.
           IF WS-FIRST-IDX NOT = WS-CT-IDX
               EXIT PARAGRAPH.

           MOVE WS-CT-ACCT-ID(WS-CT-IDX) TO ACCT-ID.
           PERFORM READ-FACILITY-ACCOUNT.
           MOVE 'N' TO WS-FACILITY-ENDED.
           IF WS-ACCT-FOUND = 'N'
                   OR ACCT-CLOSED OR ACCT-WRITTEN-OFF
                   OR ACCT-OVERDRAFT-LIMIT NOT > 0
               MOVE 'Y' TO WS-FACILITY-ENDED
           END-IF.

           MOVE 0 TO WS-HELD-VALUE.
           PERFORM VARYING WS-CT-IDX2 FROM WS-CT-IDX BY 1
                   UNTIL WS-CT-IDX2 > WS-COLL-COUNT
               IF WS-CT-LINK-TYPE(WS-CT-IDX2) = 'O'
                       AND WS-CT-ACCT-ID(WS-CT-IDX2)
                           = WS-CT-ACCT-ID(WS-CT-IDX)
                   MOVE WS-FACILITY-ENDED TO WS-CT-RELEASE(WS-CT-IDX2)
                   ADD WS-CT-VALUE(WS-CT-IDX2) TO WS-HELD-VALUE
               END-IF
           END-PERFORM.

           IF WS-FACILITY-ENDED = 'Y'
               EXIT PARAGRAPH.

           MOVE "OVERDRAFT" TO WS-LD-KIND.
           MOVE WS-CT-ACCT-ID(WS-CT-IDX) TO WS-LD-ACCT-ID.
           PERFORM WRITE-LTV-LINE.

      *>   The amount owed is the account's debit balance; a
      *>   facility in credit owes nothing.
       READ-FACILITY-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-FOUND.
           MOVE 0 TO WS-OUTSTANDING.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'N' TO WS-ACCT-FOUND
           END-IF.
           IF WS-ACCT-FOUND = 'Y' AND ACCT-BALANCE < 0
               COMPUTE WS-OUTSTANDING = 0 - ACCT-BALANCE
           END-IF.

       WRITE-LTV-LINE.
           ADD 1 TO WS-FACILITIES.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 0 TO WS-LTV.
           IF WS-HELD-VALUE = 0
               IF WS-LD-KIND = "LOAN"
                   ADD 1 TO WS-UNSECURED
                   MOVE "UNSECURED" TO WS-FLAG-TEXT
               END-IF
           ELSE
               COMPUTE WS-LTV ROUNDED =
                   WS-OUTSTANDING * 100 / WS-HELD-VALUE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-LTV
               END-COMPUTE
               IF WS-LTV > WS-MAX-LTV
                   ADD 1 TO WS-HIGH-LTV
                   MOVE "HIGH LTV" TO WS-FLAG-TEXT
               END-IF
           END-IF.

           MOVE WS-OUTSTANDING TO WS-LD-OUTSTANDING.
           MOVE WS-HELD-VALUE TO WS-LD-HELD.
           MOVE WS-LTV TO WS-LD-LTV.
           MOVE WS-FLAG-TEXT TO WS-LD-FLAG.
           WRITE REPORT-LINE FROM WS-LTV-DETAIL.

      *>   Valuation and insurance checks, for security still
      *>   backing an open facility.
       WRITE-ITEM-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STALE VALUATIONS AND LAPSED INSURANCE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-COLL-COUNT
               IF WS-CT-RELEASE(WS-CT-IDX) = 'N'
                   PERFORM JUDGE-ONE-ITEM
               END-IF
           END-PERFORM.

       JUDGE-ONE-ITEM.
           IF WS-CT-VALUE-DATE(WS-CT-IDX) < WS-STALE-BEFORE
               ADD 1 TO WS-STALE
               MOVE "STALE" TO WS-FLAG-TEXT
               PERFORM WRITE-ITEM-LINE
           END-IF.
           IF WS-CT-INS-EXPIRY(WS-CT-IDX) > 0
                   AND WS-CT-INS-EXPIRY(WS-CT-IDX) < WS-TODAY
               ADD 1 TO WS-LAPSED
               MOVE "INS LAPSED" TO WS-FLAG-TEXT
               PERFORM WRITE-ITEM-LINE
           END-IF.

       WRITE-RELEASE-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECURITY HELD AGAINST ENDED FACILITIES - FOR RELEASE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-COLL-COUNT
               IF WS-CT-RELEASE(WS-CT-IDX) = 'Y'
                   ADD 1 TO WS-TO-RELEASE
                   MOVE "RELEASE" TO WS-FLAG-TEXT
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINE.
           MOVE WS-CT-COLL-ID(WS-CT-IDX) TO WS-ID-COLL-ID.
           MOVE WS-CT-LINK-TYPE(WS-CT-IDX) TO WS-ID-LINK-TYPE.
           MOVE WS-CT-ACCT-ID(WS-CT-IDX) TO WS-ID-ACCT-ID.
           MOVE WS-CT-TYPE(WS-CT-IDX) TO WS-ID-TYPE.
           MOVE WS-CT-DESC(WS-CT-IDX) TO WS-ID-DESC.
           MOVE WS-CT-VALUE(WS-CT-IDX) TO WS-ID-VALUE.
           MOVE WS-CT-VALUE-DATE(WS-CT-IDX) TO WS-ID-VALUE-DATE.
           MOVE WS-CT-INS-EXPIRY(WS-CT-IDX) TO WS-ID-INS-EXPIRY.
           MOVE WS-FLAG-TEXT TO WS-ID-FLAG.
           WRITE REPORT-LINE FROM WS-ITEM-DETAIL.
