               10  WS-OW-CUST-ID   PIC 9(05).
               10  WS-OW-ROLE      PIC X(01).
               10  WS-OW-STATUS    PIC X(01).
               10  WS-OW-SIGN-PIN  PIC X(04).
       01  WS-OWN-COUNT        PIC 9(05) VALUE 0.
       01  WS-CARRY-PIN        PIC X(04).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-SET-PRIMARY   VALUE 'P'.
           88 OP-LIST-OWNERS   VALUE 'L'.
           88 OP-LIST-ACCOUNTS VALUE 'Q'.
           88 OP-SET-SIGN-PIN  VALUE 'N'.
           88 OP-VERIFY-SIGNER VALUE 'V'.

      *>   The two signing-PIN fields trail the link and are only
      *>   looked at by the N and V operations, so callers of the
      *>   older operations still pass the shorter block. The
      *>   supervisor flag after them is read by N alone: 'Y' when
      *>   the operator asking holds supervisor authority.
       01  LS-OWNER-DATA.
           05  L-OWN-ACCT-ID       PIC 9(05).
           05  L-OWN-CUST-ID       PIC 9(05).
           05  L-OWN-ROLE          PIC X(01).
           05  L-OWN-REC-STATUS    PIC X(01).
           05  L-OWN-SIGN-PIN      PIC X(04).
           05  L-OWN-NEW-PIN       PIC X(04).
           05  L-OWN-SUPV-FLAG     PIC X(01).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-DUP          VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-ROLE     VALUE '03'.
           88 RES-NO-PIN-SET   VALUE '04'.
           88 RES-NO-CUSTOMER  VALUE '05'.
           88 RES-BAD-PIN      VALUE '07'.
           88 RES-NEED-SUPV    VALUE '08'.
           88 RES-ERROR        VALUE '99'.

       PROCEDURE DIVISION USING LS-OPERATION LS-OWNER-DATA
                   PERFORM LIST-OWNERS
               WHEN OP-LIST-ACCOUNTS
                   PERFORM LIST-ACCOUNTS
               WHEN OP-SET-SIGN-PIN
                   PERFORM SET-SIGN-PIN
               WHEN OP-VERIFY-SIGNER
                   PERFORM VERIFY-SIGNER
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           MOVE L-OWN-CUST-ID TO OWN-CUST-ID.
           MOVE L-OWN-ROLE TO OWN-ROLE.
           MOVE 'A' TO OWN-REC-STATUS.
           MOVE SPACES TO OWN-SIGN-PIN.
           WRITE OWNER-RECORD.

           CLOSE OWNER-FILE.
      *>   the account is retired and (for a non-zero customer) the
      *>   new primary is recorded, keeping the link file and the
      *>   account record's denormalized owner in step.
      *>   A primary re-recorded for the same customer keeps the
      *>   signing PIN that customer already set on the account.
       SET-PRIMARY-LINK.
           PERFORM LOAD-LINKS.
           MOVE SPACES TO WS-CARRY-PIN.
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
               IF WS-OW-ACCT-ID(WS-OW-IDX) = L-OWN-ACCT-ID
                   AND WS-OW-ROLE(WS-OW-IDX) = 'P'
                   AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                   MOVE 'C' TO WS-OW-STATUS(WS-OW-IDX)
                   IF WS-OW-CUST-ID(WS-OW-IDX) = L-OWN-CUST-ID
                       MOVE WS-OW-SIGN-PIN(WS-OW-IDX) TO WS-CARRY-PIN
                   END-IF
               END-IF
           END-PERFORM.

               MOVE L-OWN-CUST-ID TO WS-OW-CUST-ID(WS-OWN-COUNT)
               MOVE 'P' TO WS-OW-ROLE(WS-OWN-COUNT)
               MOVE 'A' TO WS-OW-STATUS(WS-OWN-COUNT)
               MOVE WS-CARRY-PIN TO WS-OW-SIGN-PIN(WS-OWN-COUNT)
           END-IF.

           PERFORM REWRITE-LINKS.
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Sets (or changes) one owner's signing PIN on one account.
      *>   Where a PIN is already on the link, L-OWN-SIGN-PIN must
      *>   carry it and match before L-OWN-NEW-PIN replaces it.
      *>   With none on the link there is nothing the owner can
      *>   prove, so the first PIN is enrolled only under supervisor
      *>   authority (the signature card checked at the branch) -
      *>   otherwise one owner could enrol a PIN for another and
      *>   sign as them.
       SET-SIGN-PIN.
           IF L-OWN-NEW-PIN = SPACES OR L-OWN-NEW-PIN NOT NUMERIC
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM LOAD-LINKS.
           PERFORM FIND-ACTIVE-LINK.
           IF WS-FOUND = 'N'
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF WS-OW-SIGN-PIN(WS-OW-IDX) = SPACES
                   AND L-OWN-SUPV-FLAG NOT = 'Y'
               MOVE '08' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF WS-OW-SIGN-PIN(WS-OW-IDX) NOT = SPACES
                   AND WS-OW-SIGN-PIN(WS-OW-IDX) NOT = L-OWN-SIGN-PIN
               MOVE '07' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-OWN-NEW-PIN TO WS-OW-SIGN-PIN(WS-OW-IDX).
           PERFORM REWRITE-LINKS.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Authenticates one owner as a signer on the account: the
      *>   customer must hold an active link, and the signing PIN
      *>   keyed must match the one on it. The link's role comes back
      *>   in L-OWN-ROLE for the caller to show.
       VERIFY-SIGNER.
           PERFORM LOAD-LINKS.
           PERFORM FIND-ACTIVE-LINK.
           IF WS-FOUND = 'N'
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-OW-ROLE(WS-OW-IDX) TO L-OWN-ROLE.
           IF WS-OW-SIGN-PIN(WS-OW-IDX) = SPACES
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-OW-SIGN-PIN(WS-OW-IDX) NOT = L-OWN-SIGN-PIN
               MOVE '07' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Leaves WS-OW-IDX on the active link for the account and
      *>   customer in LS-OWNER-DATA, WS-FOUND telling whether there
      *>   was one.
       FIND-ACTIVE-LINK.
           MOVE 'N' TO WS-FOUND.
           SET WS-OW-IDX TO 1.
           PERFORM UNTIL WS-OW-IDX > WS-OWN-COUNT OR WS-FOUND = 'Y'
               IF WS-OW-ACCT-ID(WS-OW-IDX) = L-OWN-ACCT-ID
                   AND WS-OW-CUST-ID(WS-OW-IDX) = L-OWN-CUST-ID
                   AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET WS-OW-IDX UP BY 1
               END-IF
           END-PERFORM.

       LOAD-LINKS.
           MOVE 0 TO WS-OWN-COUNT.
           OPEN INPUT OWNER-FILE.
                       MOVE OWN-ROLE TO WS-OW-ROLE(WS-OWN-COUNT)
                       MOVE OWN-REC-STATUS
                           TO WS-OW-STATUS(WS-OWN-COUNT)
                       MOVE OWN-SIGN-PIN
                           TO WS-OW-SIGN-PIN(WS-OWN-COUNT)
               END-READ
           END-PERFORM.

               MOVE WS-OW-CUST-ID(WS-OW-IDX) TO OWN-CUST-ID
               MOVE WS-OW-ROLE(WS-OW-IDX) TO OWN-ROLE
               MOVE WS-OW-STATUS(WS-OW-IDX) TO OWN-REC-STATUS
               MOVE WS-OW-SIGN-PIN(WS-OW-IDX) TO OWN-SIGN-PIN
               WRITE OWNER-RECORD
           END-PERFORM.
           CLOSE OWNER-FILE.
