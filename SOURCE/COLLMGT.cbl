       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMGT.

      *>   Collateral register over DATA/collateral.dat. Each item of
      *>   security is pledged against one credit facility - a loan
      *>   (by its LN-ACCT-ID) or an account's overdraft limit - and
      *>   carries its type, the latest valuation and when it was
      *>   made, the insurance expiry for property and vehicles, and
      *>   whether the bank's lien is still held. COLLRPT reads the
      *>   register each month for loan-to-value, stale valuations,
      *>   lapsed insurance and security due for release.
      *>
      *>   A term-deposit lien ('T') pledges a term account in
      *>   CL-TD-ACCT-ID. The K operation answers TXNPROC, TDMATUR
      *>   and TERMMGT for a term account: '12' while a held lien on
      *>   it secures a facility that is still open (a loan not yet
      *>   paid off, or any overdraft), and the deposit is then
      *>   neither paid out at maturity nor broken early.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-FILE ASSIGN TO "DATA/collateral.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT LOAN-FILE ASSIGN TO "DATA/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TERM-FILE ASSIGN TO "DATA/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-ID
               FILE STATUS IS WS-TERM-STATUS.

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

       FD  TERM-FILE.
       01  TERM-RECORD.
           COPY TERMDEP.CPY.

       WORKING-STORAGE SECTION.
       01  WS-COLL-STATUS      PIC X(02).
       01  WS-LOAN-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-TERM-STATUS      PIC X(02).
       01  WS-COLL-EOF         PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-MAX-ID           PIC 9(06).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-HELD-TOTAL       PIC 9(13)V99.
       01  WS-FACILITY-OPEN    PIC X(01).

      *>   collateral.dat is LINE SEQUENTIAL: buffered, changed, and
      *>   written back in full, the CHKBMGT way. Each entry is one
      *>   whole COLLAT.CPY record.
       01  WS-COLL-TABLE.
           05  WS-CL-RECORD        PIC X(94) OCCURS 9999 TIMES
                   INDEXED BY WS-CL-IDX.
       01  WS-COLL-COUNT       PIC 9(05) VALUE 0.

       01  WS-CL-WORK.
           COPY COLLAT.CPY.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-ADD           VALUE 'A'.
           88 OP-REVALUE       VALUE 'V'.
           88 OP-RELEASE       VALUE 'R'.
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-LIST          VALUE 'Q'.
           88 OP-LIEN-CHECK    VALUE 'K'.

      *>   'A' takes everything but the ID, which comes back; a zero
      *>   valuation date means today, and a term lien with no value
      *>   given is taken at the deposit's principal. 'V' takes the
      *>   ID, the new value and date, and a renewed insurance
      *>   expiry if non-zero. 'R' and 'I' need the ID, 'Q' the
      *>   facility account, 'K' the term account in CL-TD-ACCT-ID
      *>   (the blocking item comes back).
       01  LS-COLL-DATA.
           COPY COLLAT.CPY.

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-COLL-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-COLLATERAL.

           EVALUATE TRUE
               WHEN OP-ADD
                   PERFORM ADD-COLLATERAL
               WHEN OP-REVALUE
                   PERFORM REVALUE-COLLATERAL
               WHEN OP-RELEASE
                   PERFORM RELEASE-COLLATERAL
               WHEN OP-INQUIRY
                   PERFORM INQUIRY-COLLATERAL
               WHEN OP-LIST
                   PERFORM LIST-COLLATERAL
               WHEN OP-LIEN-CHECK
                   PERFORM CHECK-TERM-LIEN
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Security is taken only against a facility that is live: an
      *>   active loan, or an active account with an overdraft limit.
      *>   Property and vehicles must come with their insurance
      *>   expiry; a term deposit can be pledged only while its term
      *>   is running and only once.
       ADD-COLLATERAL.
           IF NOT CL-FOR-LOAN OF LS-COLL-DATA
                   AND NOT CL-FOR-OVERDRAFT OF LS-COLL-DATA
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF NOT CL-VALID-TYPE OF LS-COLL-DATA
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF CL-VALUE-DATE OF LS-COLL-DATA = 0
               MOVE WS-TODAY TO CL-VALUE-DATE OF LS-COLL-DATA
           END-IF.
           IF CL-VALUE-DATE OF LS-COLL-DATA > WS-TODAY
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF (CL-PROPERTY OF LS-COLL-DATA
                   OR CL-VEHICLE OF LS-COLL-DATA)
                   AND CL-INS-EXPIRY OF LS-COLL-DATA = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM CHECK-FACILITY.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           IF CL-TD-LIEN OF LS-COLL-DATA
               PERFORM CHECK-NEW-LIEN
               IF LS-RESULT-CODE NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 0 TO CL-TD-ACCT-ID OF LS-COLL-DATA
           END-IF.

           IF CL-VALUE OF LS-COLL-DATA = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 0 TO WS-MAX-ID.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-COLL-COUNT
               MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK
               IF CL-COLL-ID OF WS-CL-WORK > WS-MAX-ID
                   MOVE CL-COLL-ID OF WS-CL-WORK TO WS-MAX-ID
               END-IF
           END-PERFORM.

           IF WS-COLL-COUNT >= 9999
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           ADD 1 TO WS-MAX-ID.
           MOVE WS-MAX-ID TO CL-COLL-ID OF LS-COLL-DATA.
           MOVE 'H' TO CL-LIEN-STATUS OF LS-COLL-DATA.
           MOVE WS-TODAY TO CL-STATUS-DATE OF LS-COLL-DATA.
           MOVE LS-TELLER-ID TO CL-STATUS-BY OF LS-COLL-DATA.
           ADD 1 TO WS-COLL-COUNT.
           MOVE LS-COLL-DATA TO WS-CL-RECORD(WS-COLL-COUNT).

           PERFORM REWRITE-COLLATERAL.
           MOVE '00' TO LS-RESULT-CODE.

       CHECK-FACILITY.
           IF CL-FOR-LOAN OF LS-COLL-DATA
               OPEN INPUT LOAN-FILE
               IF WS-LOAN-STATUS NOT = '00'
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE CL-ACCT-ID OF LS-COLL-DATA TO LN-ACCT-ID
               READ LOAN-FILE
                   INVALID KEY
                       CLOSE LOAN-FILE
                       MOVE '02' TO LS-RESULT-CODE
                       EXIT PARAGRAPH
               END-READ
               CLOSE LOAN-FILE
               IF NOT LN-ACTIVE
                   MOVE '04' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE CL-ACCT-ID OF LS-COLL-DATA TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE ACCT-FILE.

           IF NOT ACCT-ACTIVE
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF ACCT-OVERDRAFT-LIMIT NOT > 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The pledged deposit has to be inside an active term and
      *>   not already under a held lien. It is not insured, and
      *>   with no value given it is taken at its principal.
       CHECK-NEW-LIEN.
           MOVE 0 TO CL-INS-EXPIRY OF LS-COLL-DATA.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS NOT = '00'
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE CL-TD-ACCT-ID OF LS-COLL-DATA TO TD-ACCT-ID.
           READ TERM-FILE
               INVALID KEY
                   CLOSE TERM-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE TERM-FILE.

           IF NOT TD-ACTIVE OR TD-MATURITY-DATE NOT > WS-TODAY
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-COLL-COUNT
               MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK
               IF CL-TD-LIEN OF WS-CL-WORK
                   AND CL-HELD OF WS-CL-WORK
                   AND CL-TD-ACCT-ID OF WS-CL-WORK
                       = CL-TD-ACCT-ID OF LS-COLL-DATA
                   MOVE '12' TO LS-RESULT-CODE
               END-IF
           END-PERFORM.
           IF LS-RESULT-CODE = '12'
               EXIT PARAGRAPH.

           IF CL-VALUE OF LS-COLL-DATA = 0
               MOVE TD-PRINCIPAL TO CL-VALUE OF LS-COLL-DATA
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   A fresh valuation of security still held; a renewed
      *>   policy's expiry is taken at the same time.
       REVALUE-COLLATERAL.
           PERFORM FIND-COLLATERAL.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           SET WS-CL-IDX TO WS-FOUND-IDX.
           MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK.
           IF NOT CL-HELD OF WS-CL-WORK
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF CL-VALUE-DATE OF LS-COLL-DATA = 0
               MOVE WS-TODAY TO CL-VALUE-DATE OF LS-COLL-DATA
           END-IF.
           IF CL-VALUE OF LS-COLL-DATA = 0
                   OR CL-VALUE-DATE OF LS-COLL-DATA > WS-TODAY
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE CL-VALUE OF LS-COLL-DATA TO CL-VALUE OF WS-CL-WORK.
           MOVE CL-VALUE-DATE OF LS-COLL-DATA
               TO CL-VALUE-DATE OF WS-CL-WORK.
           IF CL-INS-EXPIRY OF LS-COLL-DATA > 0
               MOVE CL-INS-EXPIRY OF LS-COLL-DATA
                   TO CL-INS-EXPIRY OF WS-CL-WORK
           END-IF.
           PERFORM STAMP-AND-REWRITE.

      *>   The lien is given up - the security goes back to the
      *>   customer, and a term deposit pledged under it is free
      *>   again.
       RELEASE-COLLATERAL.
           PERFORM FIND-COLLATERAL.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           SET WS-CL-IDX TO WS-FOUND-IDX.
           MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK.
           IF NOT CL-HELD OF WS-CL-WORK
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'R' TO CL-LIEN-STATUS OF WS-CL-WORK.
           PERFORM STAMP-AND-REWRITE.

       STAMP-AND-REWRITE.
           MOVE WS-TODAY TO CL-STATUS-DATE OF WS-CL-WORK.
           MOVE LS-TELLER-ID TO CL-STATUS-BY OF WS-CL-WORK.
           MOVE WS-CL-WORK TO WS-CL-RECORD(WS-CL-IDX).
           MOVE WS-CL-WORK TO LS-COLL-DATA.
           PERFORM REWRITE-COLLATERAL.
           MOVE '00' TO LS-RESULT-CODE.

       INQUIRY-COLLATERAL.
           PERFORM FIND-COLLATERAL.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE WS-CL-RECORD(WS-FOUND-IDX) TO LS-COLL-DATA.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-COLLATERAL.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           DISPLAY "ID     F Ty Value          Valued   "
               "Ins Exp  TD    St Description".
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-COLL-COUNT
               MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK
               IF CL-ACCT-ID OF WS-CL-WORK = CL-ACCT-ID OF LS-COLL-DATA
                   ADD 1 TO WS-LIST-COUNT
                   IF CL-HELD OF WS-CL-WORK
                       ADD CL-VALUE OF WS-CL-WORK TO WS-HELD-TOTAL
                   END-IF
                   DISPLAY CL-COLL-ID OF WS-CL-WORK " "
                       CL-LINK-TYPE OF WS-CL-WORK " "
                       CL-TYPE OF WS-CL-WORK "  "
                       CL-VALUE OF WS-CL-WORK " "
                       CL-VALUE-DATE OF WS-CL-WORK " "
                       CL-INS-EXPIRY OF WS-CL-WORK " "
                       CL-TD-ACCT-ID OF WS-CL-WORK " "
                       CL-LIEN-STATUS OF WS-CL-WORK "  "
                       CL-DESC OF WS-CL-WORK
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  (no collateral for this facility)"
           ELSE
               DISPLAY "  Held value: " WS-HELD-TOTAL
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   '12' when a held lien on the term account secures an open
      *>   facility; an overdraft counts as open for as long as the
      *>   lien is held, a loan until it is paid off. Anything else -
      *>   including no register at all - is '00'.
       CHECK-TERM-LIEN.
           MOVE '00' TO LS-RESULT-CODE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-COLL-COUNT
                       OR LS-RESULT-CODE = '12'
               MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK
               IF CL-TD-LIEN OF WS-CL-WORK
                   AND CL-HELD OF WS-CL-WORK
                   AND CL-TD-ACCT-ID OF WS-CL-WORK
                       = CL-TD-ACCT-ID OF LS-COLL-DATA
                   PERFORM CHECK-FACILITY-OPEN
                   IF WS-FACILITY-OPEN = 'Y'
                       MOVE WS-CL-WORK TO LS-COLL-DATA
                       MOVE '12' TO LS-RESULT-CODE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-FACILITY-OPEN.
           MOVE 'Y' TO WS-FACILITY-OPEN.
           IF NOT CL-FOR-LOAN OF WS-CL-WORK
               EXIT PARAGRAPH.

           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE CL-ACCT-ID OF WS-CL-WORK TO LN-ACCT-ID.
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FACILITY-OPEN
               NOT INVALID KEY
                   IF LN-PAID-OFF
                       MOVE 'N' TO WS-FACILITY-OPEN
                   END-IF
           END-READ.
           CLOSE LOAN-FILE.

       FIND-COLLATERAL.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-COLL-COUNT
               MOVE WS-CL-RECORD(WS-CL-IDX) TO WS-CL-WORK
               IF CL-COLL-ID OF WS-CL-WORK = CL-COLL-ID OF LS-COLL-DATA
                   SET WS-FOUND-IDX TO WS-CL-IDX
               END-IF
           END-PERFORM.

       LOAD-COLLATERAL.
           MOVE 0 TO WS-COLL-COUNT.
           OPEN INPUT COLL-FILE.
           IF WS-COLL-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-COLL-EOF.
           PERFORM UNTIL WS-COLL-EOF = 'Y'
               READ COLL-FILE
                   AT END
                       MOVE 'Y' TO WS-COLL-EOF
                   NOT AT END
                       IF WS-COLL-COUNT < 9999
                           ADD 1 TO WS-COLL-COUNT
                           MOVE COLL-RECORD
                               TO WS-CL-RECORD(WS-COLL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COLL-FILE.

       REWRITE-COLLATERAL.
           OPEN OUTPUT COLL-FILE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-COLL-COUNT
               MOVE WS-CL-RECORD(WS-CL-IDX) TO COLL-RECORD
               WRITE COLL-RECORD
           END-PERFORM.
           CLOSE COLL-FILE.
