      *>   record from - and 'Q' queues a payment instruction
      *>   carrying just the beneficiary ID, the routing left for
      *>   PAYOUT to fill from the vetted entry at funding time.
      *>   'L' lists the registry. Approval screens the entry's
      *>   name and routing through SANCSCRN first: a possible
      *>   watchlist hit leaves it on compliance hold ('H') instead
      *>   of ACTIVE, answering '20'. 'K' is compliance clearing a
      *>   held entry (it goes ACTIVE under the approval already
      *>   given), 'H' puts an ACTIVE entry on hold when the nightly
      *>   rescreen hits it, and a confirmed hit is rejected ('R').
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  WS-BN-STATUS-DATE   PIC 9(08).
       01  WS-BEN-COUNT        PIC 9(03) VALUE 0.

      *>   Sanctions screening at approval through SANCSCRN.
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
           88 OP-GET           VALUE 'G'.
           88 OP-QUEUE-PAYMENT VALUE 'Q'.
           88 OP-LIST          VALUE 'L'.
           88 OP-COMPLY-CLEAR  VALUE 'K'.
           88 OP-COMPLY-HOLD   VALUE 'H'.

       01  LS-BENEF-DATA.
           05  L-BEN-ID            PIC X(06).
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-OWN-ENTRY    VALUE '05'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-PARKED       VALUE '20'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).
                   PERFORM QUEUE-PAYMENT
               WHEN OP-LIST
                   PERFORM LIST-REGISTRY
               WHEN OP-COMPLY-CLEAR
                   PERFORM COMPLIANCE-CLEAR
               WHEN OP-COMPLY-HOLD
                   PERFORM COMPLIANCE-HOLD
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
               MOVE '05' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           INITIALIZE WS-SCREEN-DATA.
           MOVE 'B' TO WS-SCR-SOURCE.
           MOVE WS-BN-ID(WS-BN-IDX) TO WS-SCR-SUBJECT-KEY.
           MOVE WS-BN-NAME(WS-BN-IDX) TO WS-SCR-NAME.
           MOVE WS-BN-BANK(WS-BN-IDX) TO WS-SCR-BANK.
           MOVE WS-BN-ACCT(WS-BN-IDX) TO WS-SCR-ACCT.
           CALL "SANCSCRN" USING BY CONTENT "S"
                                 BY REFERENCE WS-SCREEN-DATA
                                 BY REFERENCE WS-SCREEN-RESULT
                                 BY CONTENT LS-TELLER-ID.

           MOVE LS-TELLER-ID TO WS-BN-CHECKER(WS-BN-IDX).
           MOVE WS-TODAY TO WS-BN-STATUS-DATE(WS-BN-IDX).
           IF WS-SCREEN-RESULT = '20'
               MOVE 'H' TO WS-BN-STATUS(WS-BN-IDX)
               MOVE '20' TO LS-RESULT-CODE
           ELSE
               MOVE 'A' TO WS-BN-STATUS(WS-BN-IDX)
               MOVE '00' TO LS-RESULT-CODE
           END-IF.
           PERFORM REWRITE-REGISTRY.

       REJECT-BENEFICIARY.
           PERFORM FIND-BENEFICIARY.
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

      *>   A held entry can be rejected as well - that is how a
      *>   confirmed watchlist hit is retired.
           SET WS-BN-IDX TO WS-FOUND-IDX.
           IF WS-BN-STATUS(WS-BN-IDX) NOT = 'P'
                   AND WS-BN-STATUS(WS-BN-IDX) NOT = 'H'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           CLOSE INSTR-FILE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Compliance has cleared the hit: the entry goes ACTIVE.
      *>   The checker stamp from the original approval is kept - the
      *>   clearing officer is on the review case, not here.
       COMPLIANCE-CLEAR.
           PERFORM FIND-BENEFICIARY.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           SET WS-BN-IDX TO WS-FOUND-IDX.
           IF WS-BN-STATUS(WS-BN-IDX) NOT = 'H'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'A' TO WS-BN-STATUS(WS-BN-IDX).
           MOVE WS-TODAY TO WS-BN-STATUS-DATE(WS-BN-IDX).
           PERFORM REWRITE-REGISTRY.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Rescreen hit on a live entry: off it comes until reviewed.
       COMPLIANCE-HOLD.
           PERFORM FIND-BENEFICIARY.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           SET WS-BN-IDX TO WS-FOUND-IDX.
           IF WS-BN-STATUS(WS-BN-IDX) NOT = 'A'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'H' TO WS-BN-STATUS(WS-BN-IDX).
           MOVE WS-TODAY TO WS-BN-STATUS-DATE(WS-BN-IDX).
           PERFORM REWRITE-REGISTRY.
           MOVE '00' TO LS-RESULT-CODE.

       FIND-BENEFICIARY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
