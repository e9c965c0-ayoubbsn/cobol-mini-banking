           COPY TRANSIDX.CPY.
       01  WS-TIX-RESULT       PIC X(02).

      *>   An overdraft limit asked for at account opening is not
      *>   granted here: it goes to ODFMGT as a facility proposal
      *>   awaiting a supervisor's approval, and the account opens
      *>   with no limit. The proposal is raised once every file
      *>   here is closed, since ODFMGT reads accounts.dat itself.
       01  WS-ODF-REQUESTED    PIC S9(09)V99 VALUE 0.
       01  WS-FAC-DATA.
           COPY ODFACIL.CPY.
       01  WS-FAC-RESULT       PIC X(02).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-CREATE        VALUE 'C'.
               88 L-ACCT-ACTIVE      VALUE 'A'.
               88 L-ACCT-CLOSED      VALUE 'C'.
               88 L-ACCT-FROZEN      VALUE 'F'.
               88 L-ACCT-WRITTEN-OFF VALUE 'W'.
           05  L-ACCT-OPEN-DATE      PIC 9(08).
           05  L-ACCT-TYPE           PIC X(01).
               88 L-ACCT-SAVINGS     VALUE 'S'.
           88 RES-DUP          VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-STATUS   VALUE '03'.
      *>   The owner is on compliance hold (a possible sanctions hit
      *>   under review) - no account may be opened or re-pointed
      *>   to them until it clears.
           88 RES-CUST-HELD    VALUE '04'.
      *>   No such customer - or a deceased one, who can no longer
      *>   be given an account.
           88 RES-NO-CUSTOMER  VALUE '05'.
      *>   A closure would strand money - the balance must be
      *>   settled out first (ACCTCLOS does it in one pass).
           88 RES-BALANCE-LEFT VALUE '06'.
           88 RES-BAD-PIN      VALUE '07'.
           88 RES-PIN-LOCKED   VALUE '09'.
           88 RES-BAD-NAME     VALUE '08'.
      *>   (the old one being proven).
       01  LS-NEW-PIN          PIC X(04).

      *>   OP-CREATE only: ODFMGT's answer to the overdraft proposal
      *>   raised for a requested limit - spaces when none was
      *>   requested (or the account was not created). A trailing
      *>   argument every create caller must pass; the other
      *>   operations may leave it off, since only OP-CREATE
      *>   touches it. LS-RESULT-CODE stays the
      *>   answer about the account itself, which was opened either
      *>   way.
       01  LS-ODF-RESULT       PIC X(02).

       PROCEDURE DIVISION USING LS-OPERATION LS-ACCOUNT-DATA
               LS-RESULT-CODE LS-BROWSE-STATUS-FILTER LS-TELLER-ID
               LS-NEW-PIN LS-ODF-RESULT.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
                                BY REFERENCE WS-CURRENT-DATE
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           MOVE 0 TO WS-ODF-REQUESTED.

           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS = "35" THEN
           CLOSE SEQ-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE AUDIT-FILE.

           IF OP-CREATE
               MOVE SPACES TO LS-ODF-RESULT
           END-IF.
           IF WS-ODF-REQUESTED > 0
               PERFORM PROPOSE-OVERDRAFT
           END-IF.
           GOBACK.
           
      *>   A CUST-ID of zero means the account has no linked owner;
                       PERFORM LOG-AUDIT
                       EXIT PARAGRAPH
               END-READ
               IF CUST-DECEASED OF CUSTOMER-RECORD
                   MOVE '05' TO LS-RESULT-CODE
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH
               END-IF
               IF CUST-COMPLIANCE-HOLD OF CUSTOMER-RECORD
                   MOVE '04' TO LS-RESULT-CODE
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *>   The fifth digit of every new ACCT-ID is the CHKDIGIT
           MOVE L-ACCT-STATUS TO ACCT-STATUS OF ACCOUNT-RECORD.
           MOVE L-ACCT-OPEN-DATE TO ACCT-OPEN-DATE OF ACCOUNT-RECORD.
           MOVE L-ACCT-TYPE TO ACCT-TYPE OF ACCOUNT-RECORD.
           MOVE 0 TO ACCT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD.
           MOVE L-ACCT-CUST-ID TO ACCT-CUST-ID OF ACCOUNT-RECORD.
           MOVE L-ACCT-CURRENCY TO ACCT-CURRENCY OF ACCOUNT-RECORD.
           MOVE L-ACCT-PIN TO WS-PIN-CLEAR.
                   IF L-ACCT-BALANCE NOT = 0
                       PERFORM LOG-OPENING-BALANCE
                   END-IF
                   MOVE L-ACCT-OVERDRAFT-LIMIT TO WS-ODF-REQUESTED
               WHEN "22"
                   MOVE '01' TO LS-RESULT-CODE
               WHEN OTHER
           MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE.
           PERFORM LOG-AUDIT.

      *>   The limit requested at opening becomes a pending facility
      *>   on the standard terms (starting today, a year to expiry
      *>   and to review), proposed by the operator who opened the
      *>   account. L-ACCT-OVERDRAFT-LIMIT goes back as zero - the
      *>   limit the account actually has until a supervisor signs.
       PROPOSE-OVERDRAFT.
           INITIALIZE WS-FAC-DATA.
           MOVE L-ACCT-ID TO OF-ACCT-ID OF WS-FAC-DATA.
           MOVE WS-ODF-REQUESTED TO OF-AMOUNT OF WS-FAC-DATA.
           CALL "ODFMGT" USING BY CONTENT "P"
                               BY REFERENCE WS-FAC-DATA
                               BY REFERENCE WS-FAC-RESULT
                               BY REFERENCE LS-TELLER-ID.
           MOVE WS-FAC-RESULT TO LS-ODF-RESULT.
           MOVE 0 TO L-ACCT-OVERDRAFT-LIMIT.

      *>   Records the account's starting balance as an 'O' (Open)
      *>   entry in trans.dat so reconciliation can treat the sum of
      *>   trans.dat rows for an account as its complete history.

           MOVE ACCT-STATUS OF ACCOUNT-RECORD TO WS-OLD-ACCT-STATUS.
           MOVE L-ACCT-NAME TO ACCT-NAME OF ACCOUNT-RECORD.
      *>   The overdraft limit is not maintained here any more - it
      *>   only changes through an approved ODFMGT facility.

           IF L-ACCT-CUST-ID NOT = 0
               MOVE L-ACCT-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
                       PERFORM LOG-AUDIT
                       EXIT PARAGRAPH
               END-READ
               IF CUST-DECEASED OF CUSTOMER-RECORD
                       AND L-ACCT-CUST-ID
                           NOT = ACCT-CUST-ID OF ACCOUNT-RECORD
                   MOVE '05' TO LS-RESULT-CODE
                   MOVE WS-OLD-ACCT-STATUS TO AUDIT-OLD-STATUS
                   MOVE WS-OLD-ACCT-STATUS TO AUDIT-NEW-STATUS
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH
               END-IF
               IF CUST-COMPLIANCE-HOLD OF CUSTOMER-RECORD
                       AND L-ACCT-CUST-ID
                           NOT = ACCT-CUST-ID OF ACCOUNT-RECORD
                   MOVE '04' TO LS-RESULT-CODE
                   MOVE WS-OLD-ACCT-STATUS TO AUDIT-OLD-STATUS
                   MOVE WS-OLD-ACCT-STATUS TO AUDIT-NEW-STATUS
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE L-ACCT-CUST-ID TO ACCT-CUST-ID OF ACCOUNT-RECORD.
           PERFORM SET-STATEMENT-CYCLE.

           IF L-ACCT-STATUS NOT = 'A' AND L-ACCT-STATUS NOT = 'C'
                   AND L-ACCT-STATUS NOT = 'F'
                   AND L-ACCT-STATUS NOT = 'W'
               MOVE '03' TO LS-RESULT-CODE
               MOVE SPACES TO AUDIT-OLD-STATUS
               MOVE SPACES TO AUDIT-NEW-STATUS
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH.

      *>   A written-off account is never brought back to life -
      *>   its debt lives on the charge-off register now - and only
      *>   CRLOSS writes an account off, from live status. The one
      *>   way out of 'W' is closure.
           IF (ACCT-WRITTEN-OFF OF ACCOUNT-RECORD
                   AND L-ACCT-STATUS NOT = 'C')
               OR (L-ACCT-STATUS = 'W'
                   AND NOT ACCT-ACTIVE OF ACCOUNT-RECORD
                   AND NOT ACCT-FROZEN OF ACCOUNT-RECORD)
               MOVE '03' TO LS-RESULT-CODE
               MOVE ACCT-STATUS OF ACCOUNT-RECORD TO AUDIT-OLD-STATUS
               MOVE ACCT-STATUS OF ACCOUNT-RECORD TO AUDIT-NEW-STATUS
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           IF L-ACCT-STATUS = 'C'
                   AND ACCT-BALANCE OF ACCOUNT-RECORD NOT = 0
               MOVE '06' TO LS-RESULT-CODE
               MOVE ACCT-STATUS OF ACCOUNT-RECORD TO AUDIT-OLD-STATUS
               MOVE ACCT-STATUS OF ACCOUNT-RECORD TO AUDIT-NEW-STATUS
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           MOVE ACCT-STATUS OF ACCOUNT-RECORD TO WS-OLD-ACCT-STATUS.
           MOVE L-ACCT-STATUS TO ACCT-STATUS OF ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD.
