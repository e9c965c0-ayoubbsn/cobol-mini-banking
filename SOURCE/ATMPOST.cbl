
      *>   ATM/POS vendor-file posting. The card vendor delivers one
      *>   file a night, DATA/atm_input.txt - one 'H' header (file
      *>   date and acquirer), 'D' details (card number, W withdrawal,
      *>   B balance inquiry, A POS authorization or C POS
      *>   completion, amount, reference), one 'Z' trailer
      *>   (detail count and amount total) - and these used to be
      *>   re-keyed by hand. The whole file is verified against its
      *>   trailer BEFORE anything posts and a file already completed
      *>   TXNPROC's normal WITHDRAW with the ATM operator stamp, so
      *>   the channel lands on the journal leg. Balance inquiries
      *>   are answered onto DATA/atm_balances.txt for return to the
      *>   vendor. A POS authorization posts nothing: it places a
      *>   HOLDMGT memo hold for the authorized amount, reason "POS "
      *>   plus the vendor's authorization reference, expiring
      *>   POS-AUTH-HOLD-DAYS (PARMMGT, default 7) days out, so the
      *>   customer's available balance drops the moment the card is
      *>   used. The completion quotes the same reference: it posts
      *>   the final amount (which may differ from the authorized
      *>   one) under the POS stamp and releases the hold - any part
      *>   over the authorized amount posts separately under the
      *>   normal funds and limit checks and is reported. An
      *>   authorization never completed simply drops off when the
      *>   window's HOLDEXP step expires its hold, and a completion
      *>   with no open hold to match posts like any other debit.
      *>   Unpostable details are written to
      *>   DATA/batch_rejects.txt in the standard reject shape, so
      *>   the existing SUSPMGT suspense workflow repairs them like
      *>   any other rejected batch line.
           05  CA-TXN-TYPE         PIC X(01).
               88 CA-WITHDRAWAL    VALUE 'W'.
               88 CA-BALANCE-INQ   VALUE 'B'.
               88 CA-POS-AUTH      VALUE 'A'.
               88 CA-POS-COMPLETION VALUE 'C'.
           05  CA-AMOUNT           PIC 9(09)V99.
           05  CA-REF              PIC X(16).
           05  FILLER              PIC X(01).
       01  WS-TIX-RESULT       PIC X(02).
       01  WS-DAY-DEBITS       PIC S9(09)V99.

      *>   POS authorization holds through HOLDMGT.
       01  WS-HOLD-DATA.
           05  WS-HOLD-ID           PIC 9(08).
           05  WS-HOLD-ACCT-ID      PIC 9(05).
           05  WS-HOLD-AMOUNT       PIC 9(09)V99.
           05  WS-HOLD-REASON       PIC X(20).
           05  WS-HOLD-PLACED-DATE  PIC 9(08).
           05  WS-HOLD-EXPIRY-DATE  PIC 9(08).
           05  WS-HOLD-STATUS       PIC X(01).
       01  WS-HOLD-RESULT      PIC X(02).
       01  WS-AUTH-MATCHED     PIC X(01).
      *>   What one TXNPROC call posts, and the part of a matched
      *>   completion over its authorization.
       01  WS-POST-AMOUNT      PIC 9(09)V99.
       01  WS-EXCESS-AMOUNT    PIC 9(09)V99.
       01  WS-AUTH-HOLD-DAYS   PIC 9(03) VALUE 7.
       01  WS-AUTH-EXPIRY      PIC 9(08).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-TXN-TARGET-ID    PIC 9(05) VALUE 0.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TELLER-STAMP     PIC X(08) VALUE "ATM".
           05  WS-POSTED-AMT   PIC 9(11)V99 VALUE 0.
           05  WS-INQUIRIES    PIC 9(07) VALUE 0.
           05  WS-FAILED       PIC 9(07) VALUE 0.
           05  WS-AUTHS-HELD   PIC 9(07) VALUE 0.
           05  WS-AUTHS-REFUSED PIC 9(07) VALUE 0.
           05  WS-COMPLETIONS  PIC 9(07) VALUE 0.
           05  WS-COMPL-MATCHED PIC 9(07) VALUE 0.
           05  WS-COMPL-EXCESS PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               GOBACK
           END-IF.

           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "POS-AUTH-HOLD-DAYS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-AUTH-HOLD-DAYS
           END-IF.
           COMPUTE WS-AUTH-EXPIRY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-AUTH-HOLD-DAYS).

           PERFORM POST-ALL-DETAILS.
           PERFORM RECORD-FILE-PROCESSED.

           DISPLAY "Withdrawals Posted: " WS-POSTED
               "  Amount: " WS-POSTED-AMT.
           DISPLAY "Balance Inquiries:  " WS-INQUIRIES.
           DISPLAY "POS Auths Held:     " WS-AUTHS-HELD
               "  Refused: " WS-AUTHS-REFUSED.
           DISPLAY "POS Completions:    " WS-COMPLETIONS
               "  Matched To A Hold: " WS-COMPL-MATCHED.
           DISPLAY "  Over Authorization:" WS-COMPL-EXCESS.
           DISPLAY "Details Rejected:   " WS-FAILED.

           IF WS-FAILED > 0
      *>   Card screen first: the card must exist and be active, and
      *>   a withdrawal must fit inside the card's own daily limit
      *>   measured over the linked account's debits today. Reject
      *>   codes '30' unknown card, '31' card not usable, '32' card
      *>   past its expiry on the vendor's business date, '15' card
      *>   daily limit - TXNPROC's own codes pass through unchanged.
       POST-ONE-DETAIL.
           MOVE CA-AMOUNT TO WS-POST-AMOUNT.
           MOVE CA-CARD-NUMBER TO CARD-NUMBER OF WS-CARD-DATA.
           CALL "CARDMGT" USING BY CONTENT "I"
                                BY REFERENCE WS-CARD-DATA
               PERFORM WRITE-ATM-REJECT
               EXIT PARAGRAPH.

           IF CARD-EXPIRY-DATE OF WS-CARD-DATA > 0
                   AND WS-FILE-DATE > CARD-EXPIRY-DATE OF WS-CARD-DATA
               MOVE '32' TO WS-RESULT-CODE
               PERFORM WRITE-ATM-REJECT
               EXIT PARAGRAPH.

           IF CA-BALANCE-INQ
               PERFORM ANSWER-BALANCE-INQUIRY
               EXIT PARAGRAPH.

      *>   A completion that settles an open authorization was
      *>   already screened against the card limit when it was
      *>   authorized, and the terminal gave the merchant its
      *>   guarantee - up to the authorized amount it posts with
      *>   approval 'O', past the funds check, the way a decided
      *>   NSF item is paid. The guarantee goes no further: any
      *>   excess is left for POST-COMPLETION-EXCESS.
           MOVE 'N' TO WS-AUTH-MATCHED.
           MOVE "ATM" TO WS-TELLER-STAMP.
           MOVE 'Y' TO WS-TXN-APPROVED.
           IF CA-POS-AUTH OR CA-POS-COMPLETION
               MOVE "POS" TO WS-TELLER-STAMP
           END-IF.
           IF CA-POS-COMPLETION
               PERFORM FIND-AUTH-HOLD
           END-IF.

           IF CARD-DAILY-LIMIT OF WS-CARD-DATA > 0
                   AND WS-AUTH-MATCHED = 'N'
               PERFORM CHECK-CARD-DAILY-LIMIT
               IF WS-RESULT-CODE = '15'
                   PERFORM WRITE-ATM-REJECT
               END-IF
           END-IF.

           IF CA-POS-AUTH
               PERFORM PLACE-AUTH-HOLD
               EXIT PARAGRAPH.

           MOVE 0 TO WS-EXCESS-AMOUNT.
           IF WS-AUTH-MATCHED = 'Y'
               MOVE 'O' TO WS-TXN-APPROVED
               IF CA-AMOUNT > WS-HOLD-AMOUNT
                   MOVE WS-HOLD-AMOUNT TO WS-POST-AMOUNT
                   COMPUTE WS-EXCESS-AMOUNT =
                       CA-AMOUNT - WS-HOLD-AMOUNT
               END-IF
           END-IF.

           CALL "TXNPROC" USING BY CONTENT "W"
                                BY CONTENT CARD-ACCT-ID OF WS-CARD-DATA
                                BY CONTENT WS-TXN-TARGET-ID
                                BY CONTENT WS-POST-AMOUNT
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TXN-ORIG-ID
                                BY CONTENT WS-TELLER-STAMP

           IF WS-RESULT-CODE = '00'
               ADD 1 TO WS-POSTED
               ADD WS-POST-AMOUNT TO WS-POSTED-AMT
               IF CA-POS-COMPLETION
                   ADD 1 TO WS-COMPLETIONS
               END-IF
               IF WS-AUTH-MATCHED = 'Y'
                   PERFORM RELEASE-AUTH-HOLD
               END-IF
               IF WS-EXCESS-AMOUNT > 0
                   PERFORM POST-COMPLETION-EXCESS
               END-IF
           ELSE
               MOVE CA-AMOUNT TO WS-POST-AMOUNT
               PERFORM WRITE-ATM-REJECT
           END-IF.

      *>   The part of a completion over its authorization is posted
      *>   once the hold is released, with the normal approval flag
      *>   so TXNPROC's funds and limit checks apply to it. It is
      *>   reported either way; if it cannot post, the excess alone
      *>   goes to suspense for the card team to pursue.
       POST-COMPLETION-EXCESS.
           ADD 1 TO WS-COMPL-EXCESS.
           DISPLAY "Detail " WS-DETAIL-NO " card " CA-CARD-NUMBER
               " completion over authorization by " WS-EXCESS-AMOUNT.
           MOVE 'Y' TO WS-TXN-APPROVED.
           MOVE WS-EXCESS-AMOUNT TO WS-POST-AMOUNT.
           CALL "TXNPROC" USING BY CONTENT "W"
                                BY CONTENT CARD-ACCT-ID OF WS-CARD-DATA
                                BY CONTENT WS-TXN-TARGET-ID
                                BY CONTENT WS-POST-AMOUNT
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-TXN-ORIG-ID
                                BY CONTENT WS-TELLER-STAMP
                                BY CONTENT WS-TXN-APPROVED
                                BY REFERENCE WS-TXN-LOGGED-ID
                                BY CONTENT WS-TXN-NARRATIVE.
           IF WS-RESULT-CODE = '00'
               ADD WS-POST-AMOUNT TO WS-POSTED-AMT
           ELSE
               PERFORM WRITE-ATM-REJECT
           END-IF.

      *>   A refused authorization is only reported (here, or by
      *>   WRITE-ATM-REJECT when the card screen refuses it): nothing
      *>   was posted, so there is nothing for the suspense workflow
      *>   to repair.
       PLACE-AUTH-HOLD.
           INITIALIZE WS-HOLD-DATA.
           MOVE CARD-ACCT-ID OF WS-CARD-DATA TO WS-HOLD-ACCT-ID.
           MOVE CA-AMOUNT TO WS-HOLD-AMOUNT.
           STRING "POS " CA-REF DELIMITED BY SIZE
               INTO WS-HOLD-REASON.
           MOVE WS-AUTH-EXPIRY TO WS-HOLD-EXPIRY-DATE.
           CALL "HOLDMGT" USING BY CONTENT "P"
                                BY REFERENCE WS-HOLD-DATA
                                BY REFERENCE WS-HOLD-RESULT.
           IF WS-HOLD-RESULT = '00'
               ADD 1 TO WS-AUTHS-HELD
           ELSE
               ADD 1 TO WS-AUTHS-REFUSED
               DISPLAY "Detail " WS-DETAIL-NO " card " CA-CARD-NUMBER
                   " authorization not held. Code: " WS-HOLD-RESULT
           END-IF.

       FIND-AUTH-HOLD.
           INITIALIZE WS-HOLD-DATA.
           MOVE CARD-ACCT-ID OF WS-CARD-DATA TO WS-HOLD-ACCT-ID.
           STRING "POS " CA-REF DELIMITED BY SIZE
               INTO WS-HOLD-REASON.
           CALL "HOLDMGT" USING BY CONTENT "F"
                                BY REFERENCE WS-HOLD-DATA
                                BY REFERENCE WS-HOLD-RESULT.
           IF WS-HOLD-RESULT = '00'
               MOVE 'Y' TO WS-AUTH-MATCHED
           END-IF.

       RELEASE-AUTH-HOLD.
           CALL "HOLDMGT" USING BY CONTENT "R"
                                BY REFERENCE WS-HOLD-DATA
                                BY REFERENCE WS-HOLD-RESULT.
           IF WS-HOLD-RESULT = '00'
               ADD 1 TO WS-COMPL-MATCHED
           ELSE
               DISPLAY "Detail " WS-DETAIL-NO " hold " WS-HOLD-ID
                   " could not be released. Code: " WS-HOLD-RESULT
           END-IF.

       CHECK-CARD-DAILY-LIMIT.
           MOVE '00' TO WS-RESULT-CODE.
           INITIALIZE WS-TIX-DATA.
      *>   everything else. The vendor reference is kept in the name
      *>   field - it is what the acquirer quotes on a dispute.
       WRITE-ATM-REJECT.
           IF CA-POS-AUTH
               ADD 1 TO WS-AUTHS-REFUSED
               DISPLAY "Detail " WS-DETAIL-NO " card " CA-CARD-NUMBER
                   " authorization not held. Code: " WS-RESULT-CODE
               EXIT PARAGRAPH.
           ADD 1 TO WS-FAILED.
           DISPLAY "Detail " WS-DETAIL-NO " card " CA-CARD-NUMBER
               " rejected. Code: " WS-RESULT-CODE.
           MOVE 'W' TO REJ-TYPE.
           MOVE CARD-ACCT-ID OF WS-CARD-DATA TO REJ-ACCT-ID.
           MOVE 0 TO REJ-TARGET-ID.
           MOVE WS-POST-AMOUNT TO REJ-AMOUNT.
           MOVE SPACES TO REJ-ACCT-NAME.
           STRING "ATM " CA-REF DELIMITED BY SIZE
               INTO REJ-ACCT-NAME.
