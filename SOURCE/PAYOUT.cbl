      *>   are ever processed. Failures also land in
      *>   DATA/payout_rejects.txt for the suspense workflow, and the
      *>   run is summarized onto the settlement reconciliation
      *>   report. Before any money moves, the beneficiary bank,
      *>   account and (for a registry payee) name are screened
      *>   against the watchlist through SANCSCRN; a possible hit is
      *>   stamped 'H' and left for the compliance review queue,
      *>   which either releases it ('C', funded by the next run
      *>   without screening again) or fails it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  PO-REF              PIC X(16).
      *>   Disposition: space/legacy = open, 'P' funded, 'F' failed,
      *>   'R' returned by the receiving bank and re-credited (see
      *>   PAYRET), 'H' held on a possible watchlist hit, 'C' cleared
      *>   by compliance and open again. An instruction is only ever
      *>   processed while open.
           05  PO-STATUS           PIC X(01).
               88 PO-FUNDED        VALUE 'P'.
               88 PO-FAILED        VALUE 'F'.
               88 PO-RETURNED      VALUE 'R'.
               88 PO-COMPLY-HELD   VALUE 'H'.
               88 PO-COMPLY-CLEARED VALUE 'C'.
           05  PO-PROC-DATE        PIC 9(08).
      *>   Names a vetted registry entry (see BENMGT); when present
      *>   the clearing record is built from the ACTIVE registry
           05  WS-BEN-PAY-REF      PIC X(16).
       01  WS-BENEF-RESULT     PIC X(02).

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

       01  WS-TOTALS.
           05  WS-POSTED       PIC 9(07) VALUE 0.
           05  WS-POSTED-AMT   PIC 9(11)V99 VALUE 0.
           05  WS-FAILED       PIC 9(07) VALUE 0.
           05  WS-HELD         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               IF WS-PI-STATUS(WS-PI-IDX) NOT = 'P'
                   AND WS-PI-STATUS(WS-PI-IDX) NOT = 'F'
                   AND WS-PI-STATUS(WS-PI-IDX) NOT = 'R'
                   AND WS-PI-STATUS(WS-PI-IDX) NOT = 'H'
                   PERFORM PROCESS-ONE-INSTRUCTION
               END-IF
           END-PERFORM.
           DISPLAY "Payments Funded: " WS-POSTED
               "  Amount: " WS-POSTED-AMT.
           DISPLAY "Payments Failed: " WS-FAILED.
           DISPLAY "Payments Held:   " WS-HELD.
           DISPLAY "Clearing File:   " WS-CLROUT-NAME.

           IF WS-FAILED > 0 OR WS-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE PO-PROC-DATE TO WS-PI-PROC-DATE(WS-PI-COUNT).
           MOVE PO-BENEF-ID TO WS-PI-BENEF-ID(WS-PI-COUNT).
           IF PO-STATUS NOT = 'P' AND PO-STATUS NOT = 'F'
                   AND PO-STATUS NOT = 'R' AND PO-STATUS NOT = 'H'
               ADD 1 TO WS-PI-OPEN-COUNT
           END-IF.

      *>   the instruction is overwritten by it. An unknown or
      *>   unapproved beneficiary fails the instruction before any
      *>   money moves.
           MOVE SPACES TO WS-BEN-NAME.
           IF WS-PI-BENEF-ID(WS-PI-IDX) NOT = SPACES
               MOVE WS-PI-BENEF-ID(WS-PI-IDX) TO WS-BEN-ID
               CALL "BENMGT" USING BY CONTENT "G"
               MOVE WS-BEN-ACCT TO WS-PI-BENEF-ACCT(WS-PI-IDX)
           END-IF.

      *>   Screened on the routing actually going out. An instruction
      *>   compliance has already released ('C') is not screened
      *>   again, or it would only re-hit the same entry.
           IF WS-PI-STATUS(WS-PI-IDX) NOT = 'C'
               PERFORM SCREEN-INSTRUCTION
               IF WS-SCREEN-RESULT = '20'
                   ADD 1 TO WS-HELD
                   DISPLAY "Instruction " WS-PI-REF(WS-PI-IDX)
                       " held for compliance - case " WS-SCR-CASE-ID
                   MOVE 'H' TO WS-PI-STATUS(WS-PI-IDX)
                   MOVE WS-TODAY TO WS-PI-PROC-DATE(WS-PI-IDX)
                   PERFORM REWRITE-INSTRUCTIONS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-PI-AMOUNT(WS-PI-IDX) TO WS-TXN-AMOUNT.

           CALL "TXNPROC" USING BY CONTENT "T"
               WRITE REJECT-RECORD
           END-IF.

       SCREEN-INSTRUCTION.
           INITIALIZE WS-SCREEN-DATA.
           MOVE 'O' TO WS-SCR-SOURCE.
           MOVE WS-PI-REF(WS-PI-IDX) TO WS-SCR-SUBJECT-KEY.
           MOVE WS-BEN-NAME TO WS-SCR-NAME.
           MOVE WS-PI-BENEF-BANK(WS-PI-IDX) TO WS-SCR-BANK.
           MOVE WS-PI-BENEF-ACCT(WS-PI-IDX) TO WS-SCR-ACCT.
           MOVE 'D' TO WS-SCR-ITEM-DIRECTION.
           MOVE WS-PI-ACCT-ID(WS-PI-IDX) TO WS-SCR-ITEM-ACCT-ID.
           MOVE WS-PI-AMOUNT(WS-PI-IDX) TO WS-SCR-ITEM-AMOUNT.
           CALL "SANCSCRN" USING BY CONTENT "S"
                                 BY REFERENCE WS-SCREEN-DATA
                                 BY REFERENCE WS-SCREEN-RESULT
                                 BY CONTENT WS-TELLER-STAMP.

       WRITE-CLEARING-TRAILER.
           MOVE SPACES TO CLROUT-RECORD.
           MOVE 'Z' TO CO-REC-TYPE.
