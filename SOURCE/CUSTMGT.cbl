      *>   that is not itself closed, and every maintenance attempt -
      *>   successful or not - is logged to DATA/cust_audit.dat the
      *>   same way ACCTMGT's LOG-AUDIT covers account maintenance.
      *>   A supervisor merge folds a duplicate customer into the
      *>   one that survives: the duplicate's accounts, ownership
      *>   links and KYC reviews move across (legal orders and
      *>   notices hang off the account, so they follow it), and
      *>   the duplicate is closed with an audit record naming the
      *>   customer it went to. CUSTDUP reports the likely pairs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

      *>   Scanned so CLOSE-CUSTOMER can check for accounts still
      *>   owned by the customer being closed; MERGE-CUSTOMER
      *>   rewrites the owner on a merged duplicate's accounts.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "DATA/kyc_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DATA/cust_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       01  OWNER-RECORD.
           COPY OWNER.CPY.

       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           COPY KYCREV.CPY.

      *>   Customer maintenance audit trail - the same shape as
      *>   ACCTMGT's account audit record, keyed on CUST-ID instead.
       FD  AUDIT-FILE.
               88 AUDIT-CLOSE      VALUE 'X'.
               88 AUDIT-REACTIVATE VALUE 'R'.
               88 AUDIT-INQUIRY    VALUE 'I'.
               88 AUDIT-SCREENING  VALUE 'S'.
               88 AUDIT-DECEASED   VALUE 'D'.
               88 AUDIT-MERGE      VALUE 'M'.
           05  AUDIT-OLD-STATUS    PIC X(01).
           05  AUDIT-NEW-STATUS    PIC X(01).
           05  AUDIT-DATE          PIC 9(08).
           05  AUDIT-TIME          PIC 9(06).
           05  AUDIT-RESULT-CODE   PIC X(02).
           05  AUDIT-TELLER-ID     PIC X(08).
      *>   On a merge, the surviving customer the duplicate was
      *>   folded into; zero on every other record (older rows
      *>   are short and read the same).
           05  AUDIT-MERGED-INTO   PIC 9(05).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-OWNER-EOF        PIC X(01).
       01  WS-LINK-HIT         PIC X(01).
       01  WS-REVIEW-STATUS    PIC X(02).
       01  WS-REVIEW-EOF       PIC X(01).
       01  WS-FOUND-IDX        PIC 9(05).

      *>   Merge work: acct_owners.dat and kyc_reviews.dat are LINE
      *>   SEQUENTIAL, so they are buffered whole, repointed, and
      *>   written back in full. Each entry is one whole record.
       01  WS-OWNER-TABLE.
           05  WS-OW-RECORD        PIC X(16) OCCURS 9999 TIMES
                   INDEXED BY WS-OW-IDX WS-OW-IDX2.
       01  WS-OWNER-COUNT      PIC 9(05) VALUE 0.
       01  WS-OW-WORK.
           COPY OWNER.CPY.
       01  WS-OW-OTHER.
           COPY OWNER.CPY.

       01  WS-REVIEW-TABLE.
           05  WS-RV-RECORD        PIC X(62) OCCURS 9999 TIMES
                   INDEXED BY WS-RV-IDX WS-RV-IDX2.
       01  WS-REVIEW-COUNT     PIC 9(05) VALUE 0.
      *>   A duplicate's review folded into the survivor's own row
      *>   for the same period is dropped on the rewrite.
       01  WS-RV-DROP-TABLE.
           05  WS-RV-DROP          PIC X(01) OCCURS 9999 TIMES.
       01  WS-RV-WORK.
           COPY KYCREV.CPY.
       01  WS-RV-OTHER.
           COPY KYCREV.CPY.

      *>   Accounts the customer is linked to through acct_owners.dat
      *>   (joint/attorney as well as primary) - a close must account
               10  WS-LK-ACCT-ID   PIC 9(05).
       01  WS-LINK-COUNT       PIC 9(03).

      *>   Sanctions screening of a new customer through SANCSCRN.
       01  WS-SCREEN-DATA.
           05  WS-SCR-SOURCE          PIC X(01).
           05  WS-SCR-SUBJECT-KEY     PIC X(16).
           05  WS-SCR-NAME            PIC X(30).
           05  WS-SCR-BANK            PIC X(08).
           05  WS-SCR-ACCT            PIC X(10).
           05  WS-SCR-ITEM-DIRECTION  PIC X(01).
           05  WS-SCR-ITEM-ACCT-ID    PIC 9(05).
           05  WS-SCR-ITEM-AMOUNT     PIC 9(09)V99.
           05  WS-SCR-CASE-ID         PIC 9(08).
           05  WS-SCR-MATCHED-VALUE   PIC X(30).
       01  WS-SCREEN-RESULT    PIC X(02).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-CREATE        VALUE 'C'.
      *>   KYC maintenance: document type, expiry, and risk rating,
      *>   audited under its own operation code.
           88 OP-SET-KYC       VALUE 'K'.
      *>   Compliance-hold transitions driven by the sanctions review
      *>   queue: L-CUST-STATUS 'H' places an active customer on
      *>   hold, 'A' releases a held one, 'C' declines (closes) a
      *>   held one. Audited under operation 'S'.
           88 OP-SCREENING     VALUE 'S'.
      *>   Death notification, driven by ESTMGT: an active or held
      *>   customer becomes deceased. Audited under operation 'D'.
           88 OP-DECEASED      VALUE 'D'.
      *>   Merge the duplicate L-CUST-ID into L-CUST-MERGE-INTO.
      *>   Audited under operation 'M'.
           88 OP-MERGE         VALUE 'M'.

       01  LS-CUSTOMER-DATA.
           05  L-CUST-ID             PIC 9(05).
           05  L-CUST-RISK-RATING    PIC X(01).
           05  L-FILLER              PIC X(01).
           05  L-CUST-DOC-EXPIRY     PIC X(08).
      *>   The surviving customer - read only by OP-MERGE.
           05  L-CUST-MERGE-INTO     PIC 9(05).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-DUP          VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-STATUS   VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-OPEN-ACCTS   VALUE '06'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-PARKED       VALUE '20'.
           88 RES-ERROR        VALUE '99'.

      *>   The operator performing this maintenance, stamped onto the
                   PERFORM CLOSE-CUSTOMER
               WHEN OP-SET-KYC
                   PERFORM SET-KYC
               WHEN OP-SCREENING
                   PERFORM SCREENING-DECISION
               WHEN OP-DECEASED
                   PERFORM MARK-DECEASED
               WHEN OP-MERGE
                   PERFORM MERGE-CUSTOMER
               WHEN OP-BROWSE
                   PERFORM BROWSE-CUSTOMER
               WHEN OTHER
           MOVE SPACES TO CUST-ID-DOC-EXPIRY OF CUSTOMER-RECORD.
           MOVE 'A' TO CUST-STATUS OF CUSTOMER-RECORD.

      *>   Screened before the write: a possible watchlist hit still
      *>   puts the customer on file (so the review queue has a
      *>   record to point at) but on compliance hold, and answers
      *>   '20' instead of '00'.
           PERFORM SCREEN-NEW-CUSTOMER.
           IF WS-SCREEN-RESULT = '20'
               MOVE 'H' TO CUST-STATUS OF CUSTOMER-RECORD
               MOVE 'H' TO AUDIT-NEW-STATUS
           END-IF.

           WRITE CUSTOMER-RECORD.

           EVALUATE WS-CUST-STATUS
               WHEN "00"
                   IF WS-SCREEN-RESULT = '20'
                       MOVE '20' TO LS-RESULT-CODE
                   ELSE
                       MOVE '00' TO LS-RESULT-CODE
                   END-IF
               WHEN "22"
                   MOVE '01' TO LS-RESULT-CODE
               WHEN OTHER
           MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE.
           PERFORM LOG-AUDIT.

      *>   A duplicate ID is screened too - harmless, since the case
      *>   names the ID already on file and the write then fails.
       SCREEN-NEW-CUSTOMER.
           INITIALIZE WS-SCREEN-DATA.
           MOVE 'C' TO WS-SCR-SOURCE.
           MOVE L-CUST-ID TO WS-SCR-SUBJECT-KEY.
           MOVE L-CUST-NAME TO WS-SCR-NAME.
           CALL "SANCSCRN" USING BY CONTENT "S"
                                 BY REFERENCE WS-SCREEN-DATA
                                 BY REFERENCE WS-SCREEN-RESULT
                                 BY CONTENT LS-TELLER-ID.

      *>   Moves a customer onto or off compliance hold. Only the
      *>   three transitions the review queue needs are allowed -
      *>   active to held, held to active, held to closed - so this
      *>   can never reopen a customer closed in the ordinary way.
      *>   Declining a held customer who already owns open accounts
      *>   (a rescreen hit on an existing relationship) is refused
      *>   with '06', the same as an ordinary close: the customer
      *>   stays on hold until the accounts are dealt with.
       SCREENING-DECISION.
           MOVE 'S' TO AUDIT-OPERATION.

           MOVE L-CUST-ID TO CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   MOVE SPACES TO AUDIT-OLD-STATUS
                   MOVE SPACES TO AUDIT-NEW-STATUS
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH.

           MOVE CUST-STATUS OF CUSTOMER-RECORD TO WS-OLD-CUST-STATUS.
           MOVE WS-OLD-CUST-STATUS TO AUDIT-OLD-STATUS.
           MOVE WS-OLD-CUST-STATUS TO AUDIT-NEW-STATUS.

           IF NOT ((L-CUST-STATUS = 'H' AND WS-OLD-CUST-STATUS = 'A')
                   OR (L-CUST-STATUS = 'A'
                       AND WS-OLD-CUST-STATUS = 'H')
                   OR (L-CUST-STATUS = 'C'
                       AND WS-OLD-CUST-STATUS = 'H'))
               MOVE '12' TO LS-RESULT-CODE
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           IF L-CUST-STATUS = 'C'
               PERFORM COUNT-OPEN-ACCOUNTS
               IF WS-OPEN-ACCTS > 0
                   MOVE '06' TO LS-RESULT-CODE
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE L-CUST-STATUS TO CUST-STATUS OF CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD.

           EVALUATE WS-CUST-STATUS
               WHEN "00"
                   MOVE '00' TO LS-RESULT-CODE
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           MOVE CUST-STATUS OF CUSTOMER-RECORD TO AUDIT-NEW-STATUS.
           MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE.
           PERFORM LOG-AUDIT.

      *>   Marks a customer deceased. Only an active or held customer
      *>   can be marked - a closed one has nothing left to protect,
      *>   and a second notification is answered '12'. The estate
      *>   itself (date of death, representative, frozen accounts)
      *>   is ESTMGT's business; this only moves the status byte.
       MARK-DECEASED.
           MOVE 'D' TO AUDIT-OPERATION.

           MOVE L-CUST-ID TO CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   MOVE SPACES TO AUDIT-OLD-STATUS
                   MOVE SPACES TO AUDIT-NEW-STATUS
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH.

           MOVE CUST-STATUS OF CUSTOMER-RECORD TO WS-OLD-CUST-STATUS.
           MOVE WS-OLD-CUST-STATUS TO AUDIT-OLD-STATUS.
           MOVE WS-OLD-CUST-STATUS TO AUDIT-NEW-STATUS.

           IF WS-OLD-CUST-STATUS NOT = 'A'
                   AND WS-OLD-CUST-STATUS NOT = 'H'
               MOVE '12' TO LS-RESULT-CODE
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           MOVE 'D' TO CUST-STATUS OF CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD.

           EVALUATE WS-CUST-STATUS
               WHEN "00"
                   MOVE '00' TO LS-RESULT-CODE
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           MOVE CUST-STATUS OF CUSTOMER-RECORD TO AUDIT-NEW-STATUS.
           MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE.
           PERFORM LOG-AUDIT.

      *>   Folds the duplicate (L-CUST-ID) into the survivor
      *>   (L-CUST-MERGE-INTO). The survivor must be active; the
      *>   duplicate must be active too - a held customer only moves
      *>   through the review queue, a deceased one through the
      *>   estate, and a closed one has nothing left to move. The
      *>   duplicate's open accounts go with it, so there is no
      *>   open-accounts refusal here as there is on a close.
       MERGE-CUSTOMER.
           MOVE 'M' TO AUDIT-OPERATION.
           MOVE SPACES TO AUDIT-OLD-STATUS.
           MOVE SPACES TO AUDIT-NEW-STATUS.
      *>   Every refusal below is audited against the survivor asked
      *>   for, not whatever the last merge left in the record.
           IF L-CUST-MERGE-INTO NUMERIC
               MOVE L-CUST-MERGE-INTO TO AUDIT-MERGED-INTO
           ELSE
               MOVE 0 TO AUDIT-MERGED-INTO
           END-IF.

           IF L-CUST-MERGE-INTO NOT NUMERIC
                   OR L-CUST-MERGE-INTO = 0
                   OR L-CUST-MERGE-INTO = L-CUST-ID
               MOVE '03' TO LS-RESULT-CODE
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           MOVE L-CUST-MERGE-INTO TO CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH.
           IF NOT CUST-ACTIVE OF CUSTOMER-RECORD
               MOVE '04' TO LS-RESULT-CODE
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           MOVE L-CUST-ID TO CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH.

           MOVE CUST-STATUS OF CUSTOMER-RECORD TO WS-OLD-CUST-STATUS.
           MOVE WS-OLD-CUST-STATUS TO AUDIT-OLD-STATUS.
           MOVE WS-OLD-CUST-STATUS TO AUDIT-NEW-STATUS.
           IF WS-OLD-CUST-STATUS NOT = 'A'
               MOVE '12' TO LS-RESULT-CODE
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           PERFORM MERGE-ACCOUNTS.
           PERFORM MERGE-OWNER-LINKS.
           PERFORM MERGE-KYC-REVIEWS.

           MOVE L-CUST-ID TO CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE KEY IS CUST-ID.
           MOVE 'C' TO CUST-STATUS OF CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD.

           EVALUATE WS-CUST-STATUS
               WHEN "00"
                   MOVE '00' TO LS-RESULT-CODE
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           MOVE CUST-STATUS OF CUSTOMER-RECORD TO AUDIT-NEW-STATUS.
           MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE.
           PERFORM LOG-AUDIT.

      *>   Every account whose primary customer is the duplicate,
      *>   closed ones included, so the history reads under the
      *>   survivor as well.
       MERGE-ACCOUNTS.
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-ACCT-EOF.
           PERFORM UNTIL WS-ACCT-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF
                   NOT AT END
                       IF ACCT-CUST-ID OF ACCOUNT-RECORD = L-CUST-ID
                           MOVE L-CUST-MERGE-INTO
                               TO ACCT-CUST-ID OF ACCOUNT-RECORD
                           REWRITE ACCOUNT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.

      *>   A link the survivor already holds actively on the same
      *>   account is not doubled: the duplicate's copy is marked
      *>   removed instead of repointed.
       MERGE-OWNER-LINKS.
           MOVE 0 TO WS-OWNER-COUNT.
           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-OWNER-EOF.
           PERFORM UNTIL WS-OWNER-EOF = 'Y'
               READ OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-OWNER-EOF
                   NOT AT END
                       ADD 1 TO WS-OWNER-COUNT
                       MOVE OWNER-RECORD
                           TO WS-OW-RECORD(WS-OWNER-COUNT)
               END-READ
           END-PERFORM.
           CLOSE OWNER-FILE.

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWNER-COUNT
               MOVE WS-OW-RECORD(WS-OW-IDX) TO WS-OW-WORK
               IF OWN-CUST-ID OF WS-OW-WORK = L-CUST-ID
                   PERFORM MERGE-ONE-LINK
               END-IF
           END-PERFORM.

           OPEN OUTPUT OWNER-FILE.
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWNER-COUNT
               MOVE WS-OW-RECORD(WS-OW-IDX) TO OWNER-RECORD
               WRITE OWNER-RECORD
           END-PERFORM.
           CLOSE OWNER-FILE.

       MERGE-ONE-LINK.
           MOVE 'N' TO WS-LINK-HIT.
           IF OWN-ACTIVE OF WS-OW-WORK
               PERFORM VARYING WS-OW-IDX2 FROM 1 BY 1
                       UNTIL WS-OW-IDX2 > WS-OWNER-COUNT
                   MOVE WS-OW-RECORD(WS-OW-IDX2) TO WS-OW-OTHER
                   IF OWN-CUST-ID OF WS-OW-OTHER = L-CUST-MERGE-INTO
                       AND OWN-ACCT-ID OF WS-OW-OTHER
                           = OWN-ACCT-ID OF WS-OW-WORK
                       AND OWN-ACTIVE OF WS-OW-OTHER
                       MOVE 'Y' TO WS-LINK-HIT
                       SET WS-OW-IDX2 TO 9999
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-LINK-HIT = 'Y'
               MOVE 'C' TO OWN-REC-STATUS OF WS-OW-WORK
           ELSE
               MOVE L-CUST-MERGE-INTO TO OWN-CUST-ID OF WS-OW-WORK
           END-IF.
           MOVE WS-OW-WORK TO WS-OW-RECORD(WS-OW-IDX).

      *>   A review period the survivor already has a row for takes
      *>   the duplicate's activity into that row - one review per
      *>   customer per period, as KYCRPT builds them - at the
      *>   higher of the two risk ratings, and goes back to pending
      *>   if the duplicate's side had not been signed off.
       MERGE-KYC-REVIEWS.
           MOVE 0 TO WS-REVIEW-COUNT.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-REVIEW-EOF.
           PERFORM UNTIL WS-REVIEW-EOF = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-REVIEW-EOF
                   NOT AT END
                       ADD 1 TO WS-REVIEW-COUNT
                       MOVE REVIEW-RECORD
                           TO WS-RV-RECORD(WS-REVIEW-COUNT)
                       MOVE 'N' TO WS-RV-DROP(WS-REVIEW-COUNT)
               END-READ
           END-PERFORM.
           CLOSE REVIEW-FILE.

           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-REVIEW-COUNT
               MOVE WS-RV-RECORD(WS-RV-IDX) TO WS-RV-WORK
               IF KYR-CUST-ID OF WS-RV-WORK = L-CUST-ID
                   PERFORM MERGE-ONE-REVIEW
               END-IF
           END-PERFORM.

           OPEN OUTPUT REVIEW-FILE.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-REVIEW-COUNT
               IF WS-RV-DROP(WS-RV-IDX) NOT = 'Y'
                   MOVE WS-RV-RECORD(WS-RV-IDX) TO REVIEW-RECORD
                   WRITE REVIEW-RECORD
               END-IF
           END-PERFORM.
           CLOSE REVIEW-FILE.

       MERGE-ONE-REVIEW.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-RV-IDX2 FROM 1 BY 1
                   UNTIL WS-RV-IDX2 > WS-REVIEW-COUNT
               MOVE WS-RV-RECORD(WS-RV-IDX2) TO WS-RV-OTHER
               IF KYR-CUST-ID OF WS-RV-OTHER = L-CUST-MERGE-INTO
                   AND KYR-PERIOD OF WS-RV-OTHER
                       = KYR-PERIOD OF WS-RV-WORK
                   SET WS-FOUND-IDX TO WS-RV-IDX2
                   SET WS-RV-IDX2 TO 9999
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
               MOVE L-CUST-MERGE-INTO TO KYR-CUST-ID OF WS-RV-WORK
               MOVE WS-RV-WORK TO WS-RV-RECORD(WS-RV-IDX)
               EXIT PARAGRAPH.

           MOVE WS-RV-RECORD(WS-FOUND-IDX) TO WS-RV-OTHER.
           ADD KYR-TXN-COUNT OF WS-RV-WORK
               TO KYR-TXN-COUNT OF WS-RV-OTHER.
           ADD KYR-DEBIT-TOTAL OF WS-RV-WORK
               TO KYR-DEBIT-TOTAL OF WS-RV-OTHER.
           ADD KYR-CREDIT-TOTAL OF WS-RV-WORK
               TO KYR-CREDIT-TOTAL OF WS-RV-OTHER.
           IF KYR-RISK OF WS-RV-WORK = 'H'
               OR (KYR-RISK OF WS-RV-WORK = 'M'
                   AND KYR-RISK OF WS-RV-OTHER NOT = 'H')
               MOVE KYR-RISK OF WS-RV-WORK TO KYR-RISK OF WS-RV-OTHER
           END-IF.
           IF KYR-PENDING OF WS-RV-WORK
               MOVE 'P' TO KYR-STATUS OF WS-RV-OTHER
               MOVE SPACES TO KYR-SIGNED-BY OF WS-RV-OTHER
               MOVE 0 TO KYR-SIGNED-DATE OF WS-RV-OTHER
           END-IF.
           MOVE WS-RV-OTHER TO WS-RV-RECORD(WS-FOUND-IDX).
           MOVE 'Y' TO WS-RV-DROP(WS-RV-IDX).

       INQUIRY-CUSTOMER.
           MOVE 'I' TO AUDIT-OPERATION.
           MOVE SPACES TO AUDIT-OLD-STATUS.

           MOVE CUST-STATUS OF CUSTOMER-RECORD TO WS-OLD-CUST-STATUS.

      *>   A customer on compliance hold only moves through the
      *>   review queue (OP-SCREENING), never through here. A
      *>   deceased customer may be closed once the estate is wound
      *>   up, but never reactivated.
           IF WS-OLD-CUST-STATUS = 'H'
               OR (WS-OLD-CUST-STATUS = 'D' AND L-CUST-STATUS = 'A')
               MOVE '12' TO LS-RESULT-CODE
               MOVE WS-OLD-CUST-STATUS TO AUDIT-OLD-STATUS
               MOVE WS-OLD-CUST-STATUS TO AUDIT-NEW-STATUS
               MOVE LS-RESULT-CODE TO AUDIT-RESULT-CODE
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH.

           IF L-CUST-STATUS = 'C'
               PERFORM COUNT-OPEN-ACCOUNTS
               IF WS-OPEN-ACCTS > 0
                   AT END
                       MOVE 'Y' TO WS-OWNER-EOF
                   NOT AT END
                       IF OWN-CUST-ID OF OWNER-RECORD = L-CUST-ID
                               AND OWN-ACTIVE OF OWNER-RECORD
                           ADD 1 TO WS-LINK-COUNT
                           MOVE OWN-ACCT-ID OF OWNER-RECORD
                               TO WS-LK-ACCT-ID(WS-LINK-COUNT)
                       END-IF
               END-READ
           REWRITE SEQ-RECORD.

       LOG-AUDIT.
           IF NOT AUDIT-MERGE
               MOVE 0 TO AUDIT-MERGED-INTO
           END-IF.
           MOVE L-CUST-ID TO AUDIT-CUST-ID.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE.
           MOVE WS-CURRENT-TIME TO AUDIT-TIME.
