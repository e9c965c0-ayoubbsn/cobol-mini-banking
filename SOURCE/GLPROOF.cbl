       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      *>   Daily subledger-to-GL proof. RECONCILE proves accounts.dat
      *>   against trans.dat and GLTRIAL proves the ledger against
      *>   itself; this proves the two against each other. Every
      *>   account's ACCT-BALANCE is totalled by account type,
      *>   currency and branch (bank-internal accounts under pseudo
      *>   type 'I', the way GLEXTR books them), each type is carried
      *>   to the control account gl_map.dat books its customer side
      *>   to, and each total is set against that control account's
      *>   cumulative balance for the same currency and branch off
      *>   the gl_journal.dat history. Types sharing a control
      *>   account are proved together.
      *>
      *>   Every line goes on DATA/gl_proof_rpt.txt with the prior
      *>   proof's figures beside it, and on the append-only history
      *>   DATA/gl_proof_hist.dat (GLPROOF.CPY) that the next run
      *>   reads them back from. A difference is a break. A break
      *>   the prior proof also showed is PERSISTENT and fails the
      *>   step with RETURN-CODE 8 - BATCHWIN holds the window on it
      *>   as it does on an INTEGCHK hard break - while a break new
      *>   today (a timing difference or a failed extract that a
      *>   rerun clears) is RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "DATA/gl_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO "DATA/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-KEY
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT HIST-FILE ASSIGN TO "DATA/gl_proof_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/gl_proof_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05  GLM-TRANS-TYPE      PIC X(01).
           05  GLM-ACCT-TYPE       PIC X(01).
           05  GLM-LIAB-ACCOUNT    PIC X(08).
           05  GLM-CONTRA-ACCOUNT  PIC X(08).

       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           COPY GLJRNL.CPY.

       FD  HIST-FILE.
       01  HIST-RECORD.
           COPY GLPROOF.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-GLMAP-STATUS     PIC X(02).
       01  WS-GLJRNL-STATUS    PIC X(02).
       01  WS-HIST-STATUS      PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-PRIOR-DATE       PIC 9(08) VALUE 0.

      *>   Control account for each account type, off the customer
      *>   (liability) side of gl_map.dat - every posting type of one
      *>   account type books that side to the same line.
       01  WS-CTL-TABLE.
           05  WS-CT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-ACCT-TYPE     PIC X(01).
               10  WS-CT-GL-ACCOUNT    PIC X(08).
       01  WS-CTL-COUNT        PIC 9(02) VALUE 0.

      *>   One proof line per control account, currency and branch;
      *>   a full table stops the run rather than proving half the
      *>   book.
       01  WS-PF-TABLE.
           05  WS-PF-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-PF-IDX.
               10  WS-PF-GL-ACCOUNT    PIC X(08).
               10  WS-PF-CURRENCY      PIC X(03).
               10  WS-PF-BRANCH        PIC 9(03).
               10  WS-PF-ACCT-TYPES    PIC X(06).
               10  WS-PF-ACCOUNTS      PIC 9(05).
               10  WS-PF-SUB-BAL       PIC S9(13)V99.
               10  WS-PF-GL-BAL        PIC S9(13)V99.
               10  WS-PF-DIFF          PIC S9(13)V99.
               10  WS-PF-PRIOR-FOUND   PIC X(01).
               10  WS-PF-PRIOR-SUB     PIC S9(13)V99.
               10  WS-PF-PRIOR-GL      PIC S9(13)V99.
               10  WS-PF-PRIOR-DIFF    PIC S9(13)V99.
       01  WS-PF-COUNT         PIC 9(03) VALUE 0.
       01  WS-PF-SLOT          PIC 9(03).

       01  WS-KEY-GL-ACCOUNT   PIC X(08).
       01  WS-KEY-CURRENCY     PIC X(03).
       01  WS-KEY-BRANCH       PIC 9(03).
       01  WS-KEY-ACCT-TYPE    PIC X(01).
       01  WS-TYPE-PTR         PIC 9(02).

       01  WS-TOTALS.
           05  WS-ACCTS-READ       PIC 9(07) VALUE 0.
           05  WS-JRNL-LINES       PIC 9(07) VALUE 0.
           05  WS-BREAK-COUNT      PIC 9(05) VALUE 0.
           05  WS-PERSIST-COUNT    PIC 9(05) VALUE 0.
           05  WS-UNMAPPED-COUNT   PIC 9(05) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER          PIC X(09) VALUE "CONTROL".
           05  FILLER          PIC X(04) VALUE "CCY".
           05  FILLER          PIC X(04) VALUE "BR".
           05  FILLER          PIC X(07) VALUE "TYPES".
           05  FILLER          PIC X(06) VALUE "ACCTS".
           05  FILLER          PIC X(17) VALUE "        SUBLEDGER".
           05  FILLER          PIC X(17) VALUE "       GL CONTROL".
           05  FILLER          PIC X(17) VALUE "       DIFFERENCE".
           05  FILLER          PIC X(17) VALUE "  PRIOR SUBLEDGER".
           05  FILLER          PIC X(17) VALUE "         PRIOR GL".
           05  FILLER          PIC X(17) VALUE "       PRIOR DIFF".
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "STATUS".

       01  WS-RPT-DETAIL.
           05  WS-RD-GL-ACCOUNT    PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-CURRENCY      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-BRANCH        PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-ACCT-TYPES    PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-ACCOUNTS      PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SUB-BAL       PIC -(13)9.99.
           05  WS-RD-GL-BAL        PIC -(13)9.99.
           05  WS-RD-DIFF          PIC -(13)9.99.
           05  WS-RD-PRIOR-SUB     PIC -(13)9.99.
           05  WS-RD-PRIOR-GL      PIC -(13)9.99.
           05  WS-RD-PRIOR-DIFF    PIC -(13)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   SUBLEDGER-TO-GL PROOF - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-CONTROL-MAP.
           IF WS-CTL-COUNT = 0
               DISPLAY "No GL map on file - nothing to prove "
                   "against."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM TOTAL-SUBLEDGER.
           PERFORM TOTAL-GL-CONTROLS.
           PERFORM TAKE-PRIOR-PROOF.
           PERFORM WRITE-PROOF.

           DISPLAY "Accounts Totalled:     " WS-ACCTS-READ.
           DISPLAY "Journal Lines Read:    " WS-JRNL-LINES.
           DISPLAY "Proof Lines:           " WS-PF-COUNT.
           DISPLAY "Breaks:                " WS-BREAK-COUNT.
           DISPLAY "Persistent Breaks:     " WS-PERSIST-COUNT.

           EVALUATE TRUE
               WHEN WS-PERSIST-COUNT > 0
                   DISPLAY "PERSISTENT SUBLEDGER/GL BREAK - see "
                       "gl_proof_rpt.txt."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BREAK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Subledger Agrees With The GL."
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-CONTROL-MAP.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLM-ACCT-TYPE TO WS-KEY-ACCT-TYPE
                       PERFORM FIND-CONTROL-ACCOUNT
                       IF WS-KEY-GL-ACCOUNT = SPACES
                               AND WS-CTL-COUNT < 20
                           ADD 1 TO WS-CTL-COUNT
                           MOVE GLM-ACCT-TYPE
                               TO WS-CT-ACCT-TYPE(WS-CTL-COUNT)
                           MOVE GLM-LIAB-ACCOUNT
                               TO WS-CT-GL-ACCOUNT(WS-CTL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.

       FIND-CONTROL-ACCOUNT.
           MOVE SPACES TO WS-KEY-GL-ACCOUNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CTL-COUNT
               IF WS-CT-ACCT-TYPE(WS-CT-IDX) = WS-KEY-ACCT-TYPE
                   MOVE WS-CT-GL-ACCOUNT(WS-CT-IDX)
                       TO WS-KEY-GL-ACCOUNT
                   SET WS-CT-IDX TO 20
               END-IF
           END-PERFORM.

      *>   Closed accounts are read too - a zero balance adds
      *>   nothing, and one that is not zero is exactly what the
      *>   proof is for. A type gl_map.dat does not book anywhere
      *>   proves against control "UNMAPPED", which can only break.
       TOTAL-SUBLEDGER.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCT-FILE.

       TAKE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-READ.
           MOVE ACCT-TYPE TO WS-KEY-ACCT-TYPE.
           IF ACCT-IS-INTERNAL
               MOVE 'I' TO WS-KEY-ACCT-TYPE
           END-IF.
           PERFORM FIND-CONTROL-ACCOUNT.
           IF WS-KEY-GL-ACCOUNT = SPACES
               MOVE "UNMAPPED" TO WS-KEY-GL-ACCOUNT
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.
           MOVE ACCT-CURRENCY TO WS-KEY-CURRENCY.
           IF ACCT-BRANCH-ID > 0
               MOVE ACCT-BRANCH-ID TO WS-KEY-BRANCH
           ELSE
               MOVE 1 TO WS-KEY-BRANCH
           END-IF.

           PERFORM FIND-PROOF-SLOT.
           ADD 1 TO WS-PF-ACCOUNTS(WS-PF-SLOT).
           ADD ACCT-BALANCE TO WS-PF-SUB-BAL(WS-PF-SLOT).

           MOVE 0 TO WS-TYPE-PTR.
           INSPECT WS-PF-ACCT-TYPES(WS-PF-SLOT) TALLYING WS-TYPE-PTR
               FOR ALL WS-KEY-ACCT-TYPE.
           IF WS-TYPE-PTR = 0
               MOVE 0 TO WS-TYPE-PTR
               INSPECT WS-PF-ACCT-TYPES(WS-PF-SLOT)
                   TALLYING WS-TYPE-PTR FOR CHARACTERS
                   BEFORE INITIAL SPACE
               IF WS-TYPE-PTR < 6
                   MOVE WS-KEY-ACCT-TYPE TO
                       WS-PF-ACCT-TYPES(WS-PF-SLOT)(WS-TYPE-PTR + 1:1)
               END-IF
           END-IF.

      *>   Only the mapped control accounts are summed: a credit
      *>   raises what the bank owes the customer, a debit lowers
      *>   it, matching the sign of ACCT-BALANCE. A line GLEXTR
      *>   carried forward out of a closed period is dated the later
      *>   open date, but its posting is already in ACCT-BALANCE, so
      *>   it is taken by the processing date it was carried from.
       TOTAL-GL-CONTROLS.
           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "No GL journal history on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GJ-DATE <= WS-TODAY
                           OR (GJ-CARRIED-FROM > 0
                               AND GJ-CARRIED-FROM <= WS-TODAY)
                           PERFORM TAKE-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLJRNL-FILE.

       TAKE-ONE-JOURNAL-LINE.
           MOVE 'N' TO WS-KEY-ACCT-TYPE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CTL-COUNT
               IF WS-CT-GL-ACCOUNT(WS-CT-IDX) = GJ-GL-ACCOUNT
                   MOVE 'Y' TO WS-KEY-ACCT-TYPE
                   SET WS-CT-IDX TO 20
               END-IF
           END-PERFORM.
           IF WS-KEY-ACCT-TYPE NOT = 'Y'
               EXIT PARAGRAPH.

           ADD 1 TO WS-JRNL-LINES.
           MOVE GJ-GL-ACCOUNT TO WS-KEY-GL-ACCOUNT.
           MOVE GJ-CURRENCY TO WS-KEY-CURRENCY.
           MOVE GJ-BRANCH TO WS-KEY-BRANCH.
           PERFORM FIND-PROOF-SLOT.
           IF GJ-DRCR = 'C'
               ADD GJ-AMOUNT TO WS-PF-GL-BAL(WS-PF-SLOT)
           ELSE
               SUBTRACT GJ-AMOUNT FROM WS-PF-GL-BAL(WS-PF-SLOT)
           END-IF.

       FIND-PROOF-SLOT.
           MOVE 0 TO WS-PF-SLOT.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               IF WS-PF-GL-ACCOUNT(WS-PF-IDX) = WS-KEY-GL-ACCOUNT
                   AND WS-PF-CURRENCY(WS-PF-IDX) = WS-KEY-CURRENCY
                   AND WS-PF-BRANCH(WS-PF-IDX) = WS-KEY-BRANCH
                   SET WS-PF-SLOT TO WS-PF-IDX
                   SET WS-PF-IDX TO 400
               END-IF
           END-PERFORM.

           IF WS-PF-SLOT = 0
               IF WS-PF-COUNT >= 400
                   DISPLAY "GL PROOF TABLE FULL - proof stopped "
                       "before corrupting itself."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PF-COUNT
               MOVE WS-PF-COUNT TO WS-PF-SLOT
               MOVE WS-KEY-GL-ACCOUNT TO WS-PF-GL-ACCOUNT(WS-PF-SLOT)
               MOVE WS-KEY-CURRENCY TO WS-PF-CURRENCY(WS-PF-SLOT)
               MOVE WS-KEY-BRANCH TO WS-PF-BRANCH(WS-PF-SLOT)
               MOVE SPACES TO WS-PF-ACCT-TYPES(WS-PF-SLOT)
               MOVE 0 TO WS-PF-ACCOUNTS(WS-PF-SLOT)
               MOVE 0 TO WS-PF-SUB-BAL(WS-PF-SLOT)
               MOVE 0 TO WS-PF-GL-BAL(WS-PF-SLOT)
               MOVE 0 TO WS-PF-DIFF(WS-PF-SLOT)
               MOVE 'N' TO WS-PF-PRIOR-FOUND(WS-PF-SLOT)
               MOVE 0 TO WS-PF-PRIOR-SUB(WS-PF-SLOT)
               MOVE 0 TO WS-PF-PRIOR-GL(WS-PF-SLOT)
               MOVE 0 TO WS-PF-PRIOR-DIFF(WS-PF-SLOT)
           END-IF.

      *>   The prior proof is the latest date on the history before
      *>   today - a rerun today never compares with itself. Two
      *>   passes: find that date, then take its lines. A line of
      *>   the prior proof with no counterpart today still gets a
      *>   slot, so a balance that vanished shows on the report.
       TAKE-PRIOR-PROOF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GP-DATE < WS-TODAY
                               AND GP-DATE > WS-PRIOR-DATE
                           MOVE GP-DATE TO WS-PRIOR-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

           IF WS-PRIOR-DATE = 0
               EXIT PARAGRAPH.

           OPEN INPUT HIST-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GP-DATE = WS-PRIOR-DATE
                           MOVE GP-GL-ACCOUNT TO WS-KEY-GL-ACCOUNT
                           MOVE GP-CURRENCY TO WS-KEY-CURRENCY
                           MOVE GP-BRANCH TO WS-KEY-BRANCH
                           PERFORM FIND-PROOF-SLOT
                           MOVE 'Y' TO WS-PF-PRIOR-FOUND(WS-PF-SLOT)
                           MOVE GP-SUB-BALANCE
                               TO WS-PF-PRIOR-SUB(WS-PF-SLOT)
                           MOVE GP-GL-BALANCE
                               TO WS-PF-PRIOR-GL(WS-PF-SLOT)
                           MOVE GP-DIFFERENCE
                               TO WS-PF-PRIOR-DIFF(WS-PF-SLOT)
                           IF WS-PF-ACCT-TYPES(WS-PF-SLOT) = SPACES
                               MOVE GP-ACCT-TYPES
                                   TO WS-PF-ACCT-TYPES(WS-PF-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       WRITE-PROOF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUBLEDGER-TO-GL PROOF - " WS-TODAY
               "   PRIOR PROOF - " WS-PRIOR-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-RPT-HEADING.

           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF.

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               PERFORM PROVE-ONE-LINE
           END-PERFORM.

           CLOSE HIST-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROOF LINES: " WS-PF-COUNT
               "   BREAKS: " WS-BREAK-COUNT
               "   PERSISTENT: " WS-PERSIST-COUNT
               "   UNMAPPED ACCOUNTS: " WS-UNMAPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       PROVE-ONE-LINE.
           COMPUTE WS-PF-DIFF(WS-PF-IDX) =
               WS-PF-SUB-BAL(WS-PF-IDX) - WS-PF-GL-BAL(WS-PF-IDX).

           MOVE WS-PF-GL-ACCOUNT(WS-PF-IDX) TO WS-RD-GL-ACCOUNT.
           MOVE WS-PF-CURRENCY(WS-PF-IDX) TO WS-RD-CURRENCY.
           MOVE WS-PF-BRANCH(WS-PF-IDX) TO WS-RD-BRANCH.
           MOVE WS-PF-ACCT-TYPES(WS-PF-IDX) TO WS-RD-ACCT-TYPES.
           MOVE WS-PF-ACCOUNTS(WS-PF-IDX) TO WS-RD-ACCOUNTS.
           MOVE WS-PF-SUB-BAL(WS-PF-IDX) TO WS-RD-SUB-BAL.
           MOVE WS-PF-GL-BAL(WS-PF-IDX) TO WS-RD-GL-BAL.
           MOVE WS-PF-DIFF(WS-PF-IDX) TO WS-RD-DIFF.
           MOVE WS-PF-PRIOR-DIFF(WS-PF-IDX) TO WS-RD-PRIOR-DIFF.
           MOVE WS-PF-PRIOR-SUB(WS-PF-IDX) TO WS-RD-PRIOR-SUB.
           MOVE WS-PF-PRIOR-GL(WS-PF-IDX) TO WS-RD-PRIOR-GL.

           EVALUATE TRUE
               WHEN WS-PF-DIFF(WS-PF-IDX) = 0
                   IF WS-PF-PRIOR-DIFF(WS-PF-IDX) NOT = 0
                       MOVE "CLEARED" TO WS-RD-STATUS
                   ELSE
                       MOVE "OK" TO WS-RD-STATUS
                   END-IF
               WHEN WS-PF-PRIOR-DIFF(WS-PF-IDX) NOT = 0
                   MOVE "PERSISTENT" TO WS-RD-STATUS
                   ADD 1 TO WS-BREAK-COUNT
                   ADD 1 TO WS-PERSIST-COUNT
               WHEN OTHER
                   MOVE "BREAK" TO WS-RD-STATUS
                   ADD 1 TO WS-BREAK-COUNT
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           IF WS-PF-DIFF(WS-PF-IDX) NOT = 0
               DISPLAY WS-RD-STATUS " " WS-RD-GL-ACCOUNT " "
                   WS-RD-CURRENCY " " WS-RD-BRANCH " "
                   "difference " WS-RD-DIFF
           END-IF.

           MOVE WS-TODAY TO GP-DATE.
           MOVE WS-PF-GL-ACCOUNT(WS-PF-IDX) TO GP-GL-ACCOUNT.
           MOVE WS-PF-CURRENCY(WS-PF-IDX) TO GP-CURRENCY.
           MOVE WS-PF-BRANCH(WS-PF-IDX) TO GP-BRANCH.
           MOVE WS-PF-ACCT-TYPES(WS-PF-IDX) TO GP-ACCT-TYPES.
           MOVE WS-PF-ACCOUNTS(WS-PF-IDX) TO GP-ACCOUNTS.
           MOVE WS-PF-SUB-BAL(WS-PF-IDX) TO GP-SUB-BALANCE.
           MOVE WS-PF-GL-BAL(WS-PF-IDX) TO GP-GL-BALANCE.
           MOVE WS-PF-DIFF(WS-PF-IDX) TO GP-DIFFERENCE.
           WRITE HIST-RECORD.
