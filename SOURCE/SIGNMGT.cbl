       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNMGT.

      *>   Signing-mandate register over DATA/sign_rules.dat. The
      *>   owner link file says WHO is on an account; this says how
      *>   many of them it takes to move money out of it:
      *>     O - any one owner (the default; no record is kept),
      *>     B - all owners: every active primary and joint holder,
      *>     C - a combination: the primary plus one other owner of
      *>         a named role (joint or attorney, or either).
      *>   TXNPROC asks for the rule before it posts a teller debit
      *>   and parks anything not yet signed for on the countersign
      *>   queue; MAIN collects the signers' own PINs at the counter
      *>   (OWNRMGT's V operation) and has the set checked here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "DATA/sign_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT OWNER-FILE ASSIGN TO "DATA/acct_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-RECORD.
           COPY SIGNRULE.CPY.

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           COPY OWNER.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS      PIC X(02).
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-RULE-EOF         PIC X(01).
       01  WS-OWNER-EOF        PIC X(01).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-TODAY            PIC 9(08).
       01  WS-DATESRV-RESULT   PIC X(02).

      *>   sign_rules.dat is LINE SEQUENTIAL, so a change is made to
      *>   the buffered table and the whole file written back.
       01  WS-RULE-TABLE.
           05  WS-SR-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-SR-IDX.
               10  WS-SR-ACCT-ID       PIC 9(05).
               10  WS-SR-RULE          PIC X(01).
               10  WS-SR-SECOND-ROLE   PIC X(01).
               10  WS-SR-SET-DATE      PIC 9(08).
               10  WS-SR-SET-BY        PIC X(08).
       01  WS-RULE-COUNT       PIC 9(05) VALUE 0.

      *>   Signature check scratch: which signers turned out to be
      *>   the primary / the named second role, and how many of the
      *>   account's required holders have not signed.
       01  WS-SIGNER-IDX       PIC 9(01).
       01  WS-SIGNER-HIT       PIC X(01).
       01  WS-PRIMARY-SIGNED   PIC X(01).
       01  WS-SECOND-SIGNED    PIC X(01).
       01  WS-UNSIGNED-COUNT   PIC 9(03).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-SET-RULE      VALUE 'S'.
           88 OP-GET-RULE      VALUE 'G'.
           88 OP-CHECK-SIGNERS VALUE 'C'.

      *>   The signers are the customers the caller has already
      *>   authenticated on the account - the check here is only
      *>   whether that set satisfies the mandate.
       01  LS-SIGN-DATA.
           05  L-SGN-ACCT-ID       PIC 9(05).
           05  L-SGN-RULE          PIC X(01).
           05  L-SGN-SECOND-ROLE   PIC X(01).
           05  L-SGN-SET-DATE      PIC 9(08).
           05  L-SGN-SET-BY        PIC X(08).
           05  L-SGN-SIGNER-COUNT  PIC 9(01).
           05  L-SGN-SIGNER-ID     PIC 9(05) OCCURS 4 TIMES.

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NOT-SIGNED   VALUE '22'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-SIGN-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-RULES.

           EVALUATE TRUE
               WHEN OP-SET-RULE
                   PERFORM SET-RULE
               WHEN OP-GET-RULE
                   PERFORM GET-RULE
               WHEN OP-CHECK-SIGNERS
                   PERFORM CHECK-SIGNERS
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Records (or replaces) the account's mandate. Setting it
      *>   back to any-one drops the record, so the register only
      *>   ever holds the accounts that need more than one hand.
      *>   Loan and bank-owned accounts carry no mandate - nothing a
      *>   customer signs for is debited from them at the counter.
       SET-RULE.
           IF L-SGN-RULE NOT = 'O' AND L-SGN-RULE NOT = 'B'
                   AND L-SGN-RULE NOT = 'C'
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-SGN-RULE = 'C'
                   AND L-SGN-SECOND-ROLE NOT = 'J'
                   AND L-SGN-SECOND-ROLE NOT = 'A'
                   AND L-SGN-SECOND-ROLE NOT = SPACE
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE L-SGN-ACCT-ID TO ACCT-ID OF ACCOUNT-RECORD.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE ACCT-FILE.
           IF ACCT-LOAN OF ACCOUNT-RECORD
                   OR ACCT-IS-INTERNAL OF ACCOUNT-RECORD
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-RULE.
           IF L-SGN-RULE = 'O'
               IF WS-FOUND-IDX > 0
                   MOVE 0 TO WS-SR-ACCT-ID(WS-FOUND-IDX)
                   PERFORM REWRITE-RULES
               END-IF
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-COUNT TO WS-FOUND-IDX
           END-IF.

           IF L-SGN-RULE NOT = 'C'
               MOVE SPACE TO L-SGN-SECOND-ROLE
           END-IF.
           MOVE L-SGN-ACCT-ID TO WS-SR-ACCT-ID(WS-FOUND-IDX).
           MOVE L-SGN-RULE TO WS-SR-RULE(WS-FOUND-IDX).
           MOVE L-SGN-SECOND-ROLE TO WS-SR-SECOND-ROLE(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-SR-SET-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-SR-SET-BY(WS-FOUND-IDX).

           PERFORM REWRITE-RULES.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Always answers: an account with no register entry comes
      *>   back as rule 'O'.
       GET-RULE.
           PERFORM FIND-RULE.
           IF WS-FOUND-IDX = 0
               MOVE 'O' TO L-SGN-RULE
               MOVE SPACE TO L-SGN-SECOND-ROLE
               MOVE 0 TO L-SGN-SET-DATE
               MOVE SPACES TO L-SGN-SET-BY
           ELSE
               MOVE WS-SR-RULE(WS-FOUND-IDX) TO L-SGN-RULE
               MOVE WS-SR-SECOND-ROLE(WS-FOUND-IDX)
                   TO L-SGN-SECOND-ROLE
               MOVE WS-SR-SET-DATE(WS-FOUND-IDX) TO L-SGN-SET-DATE
               MOVE WS-SR-SET-BY(WS-FOUND-IDX) TO L-SGN-SET-BY
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   '00' when the signers given satisfy the mandate, '22' when
      *>   more signatures are needed. Every active link on the
      *>   account is walked once: under rule B each primary/joint
      *>   holder must be among the signers (so an account left with
      *>   one holder, say after a death, needs only that one); under
      *>   rule C a primary and a second owner of the named role must
      *>   both be there.
       CHECK-SIGNERS.
           PERFORM GET-RULE.
           IF L-SGN-RULE = 'O'
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-SGN-SIGNER-COUNT = 0 OR L-SGN-SIGNER-COUNT > 4
               MOVE '22' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-PRIMARY-SIGNED.
           MOVE 'N' TO WS-SECOND-SIGNED.
           MOVE 0 TO WS-UNSIGNED-COUNT.

           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = '00'
               MOVE '22' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-OWNER-EOF.
           PERFORM UNTIL WS-OWNER-EOF = 'Y'
               READ OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-OWNER-EOF
                   NOT AT END
                       IF OWN-ACCT-ID = L-SGN-ACCT-ID AND OWN-ACTIVE
                           PERFORM CHECK-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OWNER-FILE.

           MOVE '22' TO LS-RESULT-CODE.
           IF L-SGN-RULE = 'B'
               IF WS-UNSIGNED-COUNT = 0 AND WS-PRIMARY-SIGNED = 'Y'
                   MOVE '00' TO LS-RESULT-CODE
               END-IF
           ELSE
               IF WS-PRIMARY-SIGNED = 'Y' AND WS-SECOND-SIGNED = 'Y'
                   MOVE '00' TO LS-RESULT-CODE
               END-IF
           END-IF.

       CHECK-ONE-OWNER.
           MOVE 'N' TO WS-SIGNER-HIT.
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > L-SGN-SIGNER-COUNT
               IF L-SGN-SIGNER-ID(WS-SIGNER-IDX) = OWN-CUST-ID
                   MOVE 'Y' TO WS-SIGNER-HIT
               END-IF
           END-PERFORM.

           IF OWN-PRIMARY
               IF WS-SIGNER-HIT = 'Y'
                   MOVE 'Y' TO WS-PRIMARY-SIGNED
               ELSE
                   ADD 1 TO WS-UNSIGNED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF OWN-JOINT AND WS-SIGNER-HIT NOT = 'Y'
               ADD 1 TO WS-UNSIGNED-COUNT
           END-IF.

           IF WS-SIGNER-HIT = 'Y'
               IF L-SGN-SECOND-ROLE = SPACE
                       OR L-SGN-SECOND-ROLE = OWN-ROLE
                   MOVE 'Y' TO WS-SECOND-SIGNED
               END-IF
           END-IF.

       FIND-RULE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-RULE-COUNT
               IF WS-SR-ACCT-ID(WS-SR-IDX) = L-SGN-ACCT-ID
                   SET WS-FOUND-IDX TO WS-SR-IDX
               END-IF
           END-PERFORM.

       LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-RULE-EOF.
           PERFORM UNTIL WS-RULE-EOF = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-RULE-EOF
                   NOT AT END
                       ADD 1 TO WS-RULE-COUNT
                       MOVE SR-ACCT-ID
                           TO WS-SR-ACCT-ID(WS-RULE-COUNT)
                       MOVE SR-RULE TO WS-SR-RULE(WS-RULE-COUNT)
                       MOVE SR-SECOND-ROLE
                           TO WS-SR-SECOND-ROLE(WS-RULE-COUNT)
                       MOVE SR-SET-DATE
                           TO WS-SR-SET-DATE(WS-RULE-COUNT)
                       MOVE SR-SET-BY TO WS-SR-SET-BY(WS-RULE-COUNT)
               END-READ
           END-PERFORM.

           CLOSE RULE-FILE.

      *>   An entry whose account ID was zeroed (set back to any-one)
      *>   is simply not written.
       REWRITE-RULES.
           OPEN OUTPUT RULE-FILE.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-RULE-COUNT
               IF WS-SR-ACCT-ID(WS-SR-IDX) > 0
                   MOVE WS-SR-ACCT-ID(WS-SR-IDX) TO SR-ACCT-ID
                   MOVE WS-SR-RULE(WS-SR-IDX) TO SR-RULE
                   MOVE WS-SR-SECOND-ROLE(WS-SR-IDX) TO SR-SECOND-ROLE
                   MOVE WS-SR-SET-DATE(WS-SR-IDX) TO SR-SET-DATE
                   MOVE WS-SR-SET-BY(WS-SR-IDX) TO SR-SET-BY
                   WRITE RULE-RECORD
               END-IF
           END-PERFORM.
           CLOSE RULE-FILE.
