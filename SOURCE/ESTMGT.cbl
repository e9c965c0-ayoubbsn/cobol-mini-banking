       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMGT.

      *>   Deceased-customer and estate register over
      *>   DATA/estates.dat (ESTATE.CPY). Recording a death ('D')
      *>   marks the customer deceased through CUSTMGT, opens the
      *>   estate with the date of death, and works every account
      *>   the customer held:
      *>     - a joint account passes to the surviving holder - when
      *>       the deceased was the primary, ACCTMGT re-points
      *>       ACCT-CUST-ID to the first active joint holder (which
      *>       retires the deceased's primary link); otherwise the
      *>       deceased's joint link is simply ended;
      *>     - a power of attorney the deceased held on someone
      *>       else's account ends;
      *>     - a solely-held savings/checking account is frozen
      *>       through ACCTMGT, any attorney links on it end, and its
      *>       standing orders, sweeps and cards are cancelled
      *>       through their own maintenance programs, the way
      *>       ACCTCLOS cancels them at close-out;
      *>     - a sole loan or term deposit stays on contract and is
      *>       only listed - each has its own run-off.
      *>   It then writes DATA/estate_NNNNN.txt: what was done to
      *>   each account, and every debit posted to those accounts
      *>   after the date of death (live trans.dat plus any archive
      *>   ARCHTRAN registered past that date), for the estate team
      *>   to review. 'R' re-runs that review list, 'U' records the
      *>   representative, 'I' answers the register entry, and 'P'
      *>   releases the estate: each frozen account is closed out
      *>   through ACCTCLOS, paying the balance to the
      *>   representative's account or by official check in the
      *>   representative's name. The caller enforces supervisor
      *>   authority for the release; the releasing teller is kept
      *>   on the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO "DATA/estates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OWNER-FILE ASSIGN TO "DATA/acct_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT STANDORD-FILE ASSIGN TO "DATA/standord.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT SWEEP-FILE ASSIGN TO "DATA/sweeps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

           SELECT CARD-FILE ASSIGN TO "DATA/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-NUMBER OF CARD-RECORD
               FILE STATUS IS WS-CARD-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "DATA/trans_archives.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           COPY ESTATE.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           COPY OWNER.CPY.

       FD  STANDORD-FILE.
       01  STANDORD-RECORD.
           COPY STANDORD.CPY.

       FD  SWEEP-FILE.
       01  SWEEP-RECORD.
           COPY SWEEP.CPY.

       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY CARD.CPY.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-ARCH-NAME       PIC X(30).
           05  REG-CUTOFF-DATE     PIC 9(08).
           05  REG-RECORD-COUNT    PIC 9(07).
           05  REG-RUN-DATE        PIC 9(08).

       FD  ARCH-FILE.
       01  ARCH-RECORD.
           COPY TRANS.CPY.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ESTATE-STATUS    PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-SO-STATUS        PIC X(02).
       01  WS-SWEEP-STATUS     PIC X(02).
       01  WS-CARD-STATUS      PIC X(02).
       01  WS-REGISTER-STATUS  PIC X(02).
       01  WS-ARCH-STATUS      PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-REGISTER-EOF     PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-ARCH-NAME        PIC X(30).
       01  WS-REPORT-NAME      PIC X(40).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LINK-HIT         PIC X(01).
       01  WS-DEAD-ROLE        PIC X(01).
       01  WS-CAND-ID          PIC 9(05).
       01  WS-ORIG-STATUS      PIC X(01).
       01  WS-REMAINING        PIC 9(03).
       01  WS-PAID-NOW         PIC 9(09)V99.
       01  WS-CLOSED-NOW       PIC 9(03).

      *>   The register is buffered, changed, and rewritten in full -
      *>   the standard LINE SEQUENTIAL rewrite shape.
       01  WS-EST-TABLE.
           05  WS-ES-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-ES-IDX.
               10  WS-ES-CUST-ID       PIC 9(05).
               10  WS-ES-DEATH-DATE    PIC 9(08).
               10  WS-ES-NOTIFIED-DATE PIC 9(08).
               10  WS-ES-NOTIFIED-BY   PIC X(08).
               10  WS-ES-REP-NAME      PIC X(30).
               10  WS-ES-REP-ACCT-ID   PIC 9(05).
               10  WS-ES-STATUS        PIC X(01).
               10  WS-ES-FROZEN        PIC 9(03).
               10  WS-ES-SURVIVED      PIC 9(03).
               10  WS-ES-DEBITS        PIC 9(05).
               10  WS-ES-PAID-TOTAL    PIC 9(09)V99.
               10  WS-ES-RELEASE-DATE  PIC 9(08).
               10  WS-ES-RELEASED-BY   PIC X(08).
       01  WS-EST-COUNT        PIC 9(03) VALUE 0.

      *>   Every owner link on file, loaded once so survivorship can
      *>   be judged account by account without rereading the file.
       01  WS-OWN-TABLE.
           05  WS-OW-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-OW-IDX.
               10  WS-OW-ACCT-ID   PIC 9(05).
               10  WS-OW-CUST-ID   PIC 9(05).
               10  WS-OW-ROLE      PIC X(01).
               10  WS-OW-STATUS    PIC X(01).
       01  WS-OWN-COUNT        PIC 9(05) VALUE 0.

      *>   The deceased's accounts, classified with every master
      *>   file closed again before the maintenance programs are
      *>   called to act on them. Action codes:
      *>     V  survivor became the primary holder
      *>     J  joint link ended, survivor carries on
      *>     A  power of attorney ended
      *>     F  sole account frozen
      *>     H  frozen - the only surviving holder is on hold
      *>     R  sole loan/term deposit left to run off
      *>     E  an action failed - see the console
      *>     P  (release) to be paid out to the estate
      *>     S  (release) left alone - another holder survives
       01  WS-EA-TABLE.
           05  WS-EA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EA-IDX.
               10  WS-EA-ACCT-ID       PIC 9(05).
               10  WS-EA-TYPE          PIC X(01).
               10  WS-EA-STATUS        PIC X(01).
               10  WS-EA-BALANCE       PIC S9(09)V99.
               10  WS-EA-CURRENCY      PIC X(03).
               10  WS-EA-HOLDING       PIC X(05).
               10  WS-EA-ACTION        PIC X(01).
               10  WS-EA-SURVIVOR      PIC 9(05).
       01  WS-EA-COUNT         PIC 9(03) VALUE 0.

      *>   Call arguments for the maintenance programs.
       01  WS-CUSTOMER-DATA.
           05  WS-CD-CUST-ID         PIC 9(05).
           05  WS-CD-NAME            PIC X(30).
           05  WS-CD-ADDRESS         PIC X(30).
           05  WS-CD-STATUS          PIC X(01).
           05  WS-CD-ID-DOC-NUMBER   PIC X(20).
           05  WS-CD-TAX-STATUS      PIC X(01).
           05  WS-CD-DOC-TYPE        PIC X(01).
           05  WS-CD-RISK-RATING     PIC X(01).
           05  WS-CD-FILLER          PIC X(01).
           05  WS-CD-DOC-EXPIRY      PIC X(08).
       01  WS-CUST-RESULT      PIC X(02).

       01  WS-OWNER-DATA.
           05  WS-OWN-ACCT-ID      PIC 9(05).
           05  WS-OWN-CUST-ID      PIC 9(05).
           05  WS-OWN-ROLE         PIC X(01).
           05  WS-OWN-REC-STATUS   PIC X(01).
       01  WS-OWNER-RESULT     PIC X(02).

       01  WS-ACCT-DATA.
           05  WS-AD-ACCT-ID         PIC 9(05).
           05  WS-AD-NAME            PIC X(30).
           05  WS-AD-BALANCE         PIC S9(09)V99 COMP-3.
           05  WS-AD-STATUS          PIC X(01).
           05  WS-AD-OPEN-DATE       PIC 9(08).
           05  WS-AD-TYPE            PIC X(01).
           05  WS-AD-OVERDRAFT       PIC S9(09)V99 COMP-3.
           05  WS-AD-CUST-ID         PIC 9(05).
           05  WS-AD-CURRENCY        PIC X(03).
           05  WS-AD-PIN             PIC X(04).
           05  WS-AD-FILLER          PIC X(01).
           05  WS-AD-BRANCH-ID       PIC 9(03).
           05  WS-AD-STMT-CYCLE      PIC X(01).
           05  WS-AD-STMT-DAY        PIC 9(02).
       01  WS-ACCT-RESULT      PIC X(02).
       01  WS-BROWSE-FILTER    PIC X(01) VALUE SPACE.
       01  WS-NEW-PIN          PIC X(04) VALUE SPACES.

       01  WS-CLOSE-DATA.
           05  WS-CLO-ACCT-ID       PIC 9(05).
           05  WS-CLO-METHOD        PIC X(01).
           05  WS-CLO-TARGET-ID     PIC 9(05).
           05  WS-CLO-PAYEE         PIC X(30).
           05  WS-CLO-BALANCE       PIC S9(09)V99.
           05  WS-CLO-INTEREST      PIC 9(09)V99.
           05  WS-CLO-TAX           PIC 9(09)V99.
           05  WS-CLO-OD-INTEREST   PIC 9(09)V99.
           05  WS-CLO-CHARGES       PIC 9(09)V99.
           05  WS-CLO-PAYOUT        PIC S9(09)V99.
           05  WS-CLO-CHECK-SERIAL  PIC 9(08).
           05  WS-CLO-STMT-SEQ      PIC 9(08).
           05  WS-CLO-CANCELLED     PIC 9(05).
       01  WS-CLOSE-RESULT     PIC X(02).

      *>   Instruction cancellation through each registry's own
      *>   maintenance program, so the cancel lands exactly as a
      *>   teller's would.
       01  WS-ORDER-DATA.
           05  WS-SO-ORDER-ID      PIC 9(05).
           05  WS-SO-SOURCE-ID     PIC 9(05).
           05  WS-SO-TARGET-ID     PIC 9(05).
           05  WS-SO-AMOUNT        PIC 9(09)V99.
           05  WS-SO-FREQUENCY     PIC X(01).
           05  WS-SO-NEXT-RUN      PIC 9(08).
           05  WS-SO-REC-STATUS    PIC X(01).
           05  WS-SO-END-DATE      PIC 9(08).
           05  WS-SO-REMAINING     PIC 9(05).
       01  WS-SWEEP-DATA.
           05  WS-SWP-ID           PIC 9(05).
           05  WS-SWP-MASTER-ID    PIC 9(05).
           05  WS-SWP-SUB-ID       PIC 9(05).
           05  WS-SWP-TARGET       PIC 9(09)V99.
           05  WS-SWP-FLOOR        PIC 9(09)V99.
           05  WS-SWP-STATUS       PIC X(01).
       01  WS-CARD-DATA.
           COPY CARD.CPY.
       01  WS-MAINT-RESULT     PIC X(02).

       01  WS-CANCEL-TABLE.
           05  WS-CN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CN-IDX.
               10  WS-CN-KIND          PIC X(01).
               10  WS-CN-ORDER-ID      PIC 9(05).
               10  WS-CN-CARD-NUMBER   PIC X(16).
       01  WS-CN-COUNT         PIC 9(05) VALUE 0.
       01  WS-CANCELLED        PIC 9(05) VALUE 0.

      *>   The leg under review, from an archive or the live file.
       01  WS-TRANS-ENTRY.
           COPY TRANS.CPY.

      *>   Review report.
       01  WS-DEBIT-COUNT      PIC 9(05).
       01  WS-DEBIT-TOTAL      PIC S9(09)V99.
       01  WS-RPT-SEP          PIC X(78) VALUE ALL "=".
       01  WS-RPT-HEAD.
           05  FILLER              PIC X(25)
               VALUE "ESTATE REVIEW - CUSTOMER ".
           05  WS-RH-CUST-ID       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RH-NAME          PIC X(30).
           05  FILLER              PIC X(05) VALUE "  AS ".
           05  WS-RH-DATE          PIC 9(08).
       01  WS-RPT-DEATH.
           05  FILLER              PIC X(15) VALUE "Date of death: ".
           05  WS-RD-DEATH-DATE    PIC 9(08).
           05  FILLER              PIC X(13) VALUE "   Notified: ".
           05  WS-RD-NOTIFIED      PIC 9(08).
           05  FILLER              PIC X(04) VALUE " by ".
           05  WS-RD-NOTIFIED-BY   PIC X(08).
       01  WS-RPT-REP.
           05  FILLER              PIC X(16) VALUE "Representative: ".
           05  WS-RR-NAME          PIC X(30).
           05  FILLER              PIC X(10) VALUE "  Account ".
           05  WS-RR-ACCT-ID       PIC 9(05).
       01  WS-RPT-ACCT.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-TYPE          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-CURRENCY      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-BALANCE       PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-HOLDING       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-ACTION        PIC X(32).
       01  WS-RPT-DEBIT.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-TRANS-ID      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-DATE          PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-HOLDING       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-CODE          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-AMOUNT        PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-TELLER        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RB-NARRATIVE     PIC X(20).
       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(16) VALUE "Debits listed: ".
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "   Total: ".
           05  WS-RT-AMOUNT        PIC -ZZZZZZZZ9.99.
       01  WS-RPT-PAID.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RX-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(08) VALUE "  paid  ".
           05  WS-RX-AMOUNT        PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RX-HOW           PIC X(20).
           05  WS-RX-REF           PIC ZZZZZZZ9.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-RECORD-DEATH  VALUE 'D'.
           88 OP-REVIEW        VALUE 'R'.
           88 OP-SET-REP       VALUE 'U'.
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-RELEASE       VALUE 'P'.

      *>   In: the customer, and for 'D' the date of death; the
      *>   representative for 'D' (optional) and 'U'. Out: the
      *>   register entry, and on a release the amount paid and the
      *>   accounts still left open.
       01  LS-ESTATE-DATA.
           05  L-EST-CUST-ID       PIC 9(05).
           05  L-EST-DEATH-DATE    PIC 9(08).
           05  L-EST-REP-NAME      PIC X(30).
           05  L-EST-REP-ACCT-ID   PIC 9(05).
           05  L-EST-STATUS        PIC X(01).
           05  L-EST-FROZEN        PIC 9(03).
           05  L-EST-SURVIVED      PIC 9(03).
           05  L-EST-DEBITS        PIC 9(05).
           05  L-EST-PAID-TOTAL    PIC 9(09)V99.
           05  L-EST-REMAINING     PIC 9(03).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-DUP          VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-ESTATE-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-ESTATES.

           EVALUATE TRUE
               WHEN OP-RECORD-DEATH
                   PERFORM RECORD-DEATH
               WHEN OP-REVIEW
                   PERFORM REVIEW-ESTATE
               WHEN OP-SET-REP
                   PERFORM SET-REPRESENTATIVE
               WHEN OP-INQUIRY
                   PERFORM INQUIRY-ESTATE
               WHEN OP-RELEASE
                   PERFORM RELEASE-ESTATE
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Everything that can refuse is checked before CUSTMGT marks
      *>   the customer - a bad date, an estate already open, a
      *>   representative account that cannot take the money.
       RECORD-DEATH.
           IF L-EST-CUST-ID = 0
                   OR L-EST-DEATH-DATE IS NOT NUMERIC
                   OR L-EST-DEATH-DATE = 0
                   OR L-EST-DEATH-DATE > WS-TODAY
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF FUNCTION TEST-DATE-YYYYMMDD(L-EST-DEATH-DATE) NOT = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-ESTATE.
           IF WS-FOUND-IDX > 0
               MOVE '01' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           IF L-EST-REP-ACCT-ID NOT = 0
               PERFORM VALIDATE-REP-ACCOUNT
               IF NOT RES-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           INITIALIZE WS-CUSTOMER-DATA.
           MOVE L-EST-CUST-ID TO WS-CD-CUST-ID.
           CALL "CUSTMGT" USING BY CONTENT "D"
                                BY REFERENCE WS-CUSTOMER-DATA
                                BY REFERENCE WS-CUST-RESULT
                                BY CONTENT LS-TELLER-ID.
           IF WS-CUST-RESULT NOT = '00'
               MOVE WS-CUST-RESULT TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM LOAD-LINKS.
           PERFORM CLASSIFY-ACCOUNTS.

           MOVE 0 TO L-EST-FROZEN.
           MOVE 0 TO L-EST-SURVIVED.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               PERFORM APPLY-ONE-ACTION
           END-PERFORM.

           ADD 1 TO WS-EST-COUNT.
           MOVE WS-EST-COUNT TO WS-FOUND-IDX.
           MOVE L-EST-CUST-ID TO WS-ES-CUST-ID(WS-FOUND-IDX).
           MOVE L-EST-DEATH-DATE TO WS-ES-DEATH-DATE(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-ES-NOTIFIED-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-ES-NOTIFIED-BY(WS-FOUND-IDX).
           MOVE L-EST-REP-NAME TO WS-ES-REP-NAME(WS-FOUND-IDX).
           MOVE L-EST-REP-ACCT-ID TO WS-ES-REP-ACCT-ID(WS-FOUND-IDX).
           MOVE 'O' TO WS-ES-STATUS(WS-FOUND-IDX).
           MOVE L-EST-FROZEN TO WS-ES-FROZEN(WS-FOUND-IDX).
           MOVE L-EST-SURVIVED TO WS-ES-SURVIVED(WS-FOUND-IDX).
           MOVE 0 TO WS-ES-PAID-TOTAL(WS-FOUND-IDX).
           MOVE 0 TO WS-ES-RELEASE-DATE(WS-FOUND-IDX).
           MOVE SPACES TO WS-ES-RELEASED-BY(WS-FOUND-IDX).

           PERFORM WRITE-REVIEW-REPORT.
           MOVE WS-DEBIT-COUNT TO WS-ES-DEBITS(WS-FOUND-IDX).
           PERFORM REWRITE-ESTATES.

           PERFORM RETURN-ESTATE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Every account the deceased held that is still live -
      *>   closed accounts are done with, and a written-off one's
      *>   debt lives on the charge-off register. Bank-owned
      *>   accounts are never a customer's to inherit.
       CLASSIFY-ACCOUNTS.
           MOVE 0 TO WS-EA-COUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               EXIT PARAGRAPH.
           OPEN INPUT CUSTOMER-FILE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT ACCT-CLOSED AND NOT ACCT-WRITTEN-OFF
                               AND NOT ACCT-IS-INTERNAL
                           PERFORM CLASSIFY-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.
           IF WS-CUST-STATUS = '00'
               CLOSE CUSTOMER-FILE
           END-IF.

       CLASSIFY-ONE-ACCOUNT.
           PERFORM FIND-DEAD-ROLE.
           IF WS-DEAD-ROLE = SPACE
               EXIT PARAGRAPH.
           IF WS-EA-COUNT >= 200
               DISPLAY "Estate account table full - account "
                   ACCT-ID " not processed."
               EXIT PARAGRAPH.

           ADD 1 TO WS-EA-COUNT.
           MOVE ACCT-ID TO WS-EA-ACCT-ID(WS-EA-COUNT).
           MOVE ACCT-TYPE TO WS-EA-TYPE(WS-EA-COUNT).
           MOVE ACCT-STATUS TO WS-EA-STATUS(WS-EA-COUNT).
           MOVE ACCT-BALANCE TO WS-EA-BALANCE(WS-EA-COUNT).
           MOVE ACCT-CURRENCY TO WS-EA-CURRENCY(WS-EA-COUNT).
           MOVE 0 TO WS-EA-SURVIVOR(WS-EA-COUNT).

           IF WS-DEAD-ROLE = 'A'
               MOVE "POA" TO WS-EA-HOLDING(WS-EA-COUNT)
               MOVE 'A' TO WS-EA-ACTION(WS-EA-COUNT)
               EXIT PARAGRAPH.

           PERFORM FIND-SURVIVOR.
           EVALUATE TRUE
               WHEN WS-EA-SURVIVOR(WS-EA-COUNT) > 0
                   MOVE "JOINT" TO WS-EA-HOLDING(WS-EA-COUNT)
                   IF WS-DEAD-ROLE = 'P'
                       MOVE 'V' TO WS-EA-ACTION(WS-EA-COUNT)
                   ELSE
                       MOVE 'J' TO WS-EA-ACTION(WS-EA-COUNT)
                   END-IF
               WHEN WS-LINK-HIT = 'H'
                   MOVE "JOINT" TO WS-EA-HOLDING(WS-EA-COUNT)
                   MOVE 'H' TO WS-EA-ACTION(WS-EA-COUNT)
               WHEN ACCT-LOAN OR ACCT-TERM
                   MOVE "SOLE" TO WS-EA-HOLDING(WS-EA-COUNT)
                   MOVE 'R' TO WS-EA-ACTION(WS-EA-COUNT)
               WHEN OTHER
                   MOVE "SOLE" TO WS-EA-HOLDING(WS-EA-COUNT)
                   MOVE 'F' TO WS-EA-ACTION(WS-EA-COUNT)
           END-EVALUATE.

      *>   'P' when the deceased is ACCT-CUST-ID, else the role of an
      *>   active link ('A' attorney, anything else counts as
      *>   joint), else space - not the deceased's account.
       FIND-DEAD-ROLE.
           MOVE SPACE TO WS-DEAD-ROLE.
           IF ACCT-CUST-ID = L-EST-CUST-ID
               MOVE 'P' TO WS-DEAD-ROLE
               EXIT PARAGRAPH.

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
               IF WS-OW-ACCT-ID(WS-OW-IDX) = ACCT-ID
                   AND WS-OW-CUST-ID(WS-OW-IDX) = L-EST-CUST-ID
                   AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                   IF WS-OW-ROLE(WS-OW-IDX) = 'A'
                       IF WS-DEAD-ROLE = SPACE
                           MOVE 'A' TO WS-DEAD-ROLE
                       END-IF
                   ELSE
                       MOVE 'J' TO WS-DEAD-ROLE
                   END-IF
               END-IF
           END-PERFORM.

      *>   A survivor is another holder - the primary, or an active
      *>   primary/joint link - who is an active customer. A holder
      *>   on compliance hold still owns the money but cannot be
      *>   made primary until compliance clears them, so such an
      *>   account is frozen rather than inherited (WS-LINK-HIT
      *>   'H'). Attorneys never inherit.
       FIND-SURVIVOR.
           MOVE 'N' TO WS-LINK-HIT.
           IF ACCT-CUST-ID NOT = L-EST-CUST-ID
                   AND ACCT-CUST-ID NOT = 0
               MOVE ACCT-CUST-ID TO WS-CAND-ID
               PERFORM CHECK-CANDIDATE
           END-IF.

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
                   OR WS-EA-SURVIVOR(WS-EA-COUNT) > 0
               IF WS-OW-ACCT-ID(WS-OW-IDX) = ACCT-ID
                   AND WS-OW-CUST-ID(WS-OW-IDX) NOT = L-EST-CUST-ID
                   AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                   AND WS-OW-ROLE(WS-OW-IDX) NOT = 'A'
                   MOVE WS-OW-CUST-ID(WS-OW-IDX) TO WS-CAND-ID
                   PERFORM CHECK-CANDIDATE
               END-IF
           END-PERFORM.

       CHECK-CANDIDATE.
           IF WS-CUST-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE WS-CAND-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   MOVE WS-CAND-ID TO WS-EA-SURVIVOR(WS-EA-COUNT)
               WHEN CUST-COMPLIANCE-HOLD
                   MOVE 'H' TO WS-LINK-HIT
           END-EVALUATE.

       APPLY-ONE-ACTION.
           EVALUATE WS-EA-ACTION(WS-EA-IDX)
               WHEN 'A'
                   MOVE L-EST-CUST-ID TO WS-CAND-ID
                   PERFORM END-ONE-LINK
               WHEN 'J'
                   MOVE L-EST-CUST-ID TO WS-CAND-ID
                   PERFORM END-ONE-LINK
                   ADD 1 TO L-EST-SURVIVED
               WHEN 'V'
                   PERFORM PASS-TO-SURVIVOR
               WHEN 'F'
                   PERFORM FREEZE-SOLE-ACCOUNT
               WHEN 'H'
                   PERFORM FREEZE-ACCOUNT
                   IF WS-EA-ACTION(WS-EA-IDX) NOT = 'E'
                       ADD 1 TO L-EST-FROZEN
                   END-IF
           END-EVALUATE.

       END-ONE-LINK.
           MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-OWN-ACCT-ID.
           MOVE WS-CAND-ID TO WS-OWN-CUST-ID.
           MOVE SPACE TO WS-OWN-ROLE.
           MOVE SPACE TO WS-OWN-REC-STATUS.
           CALL "OWNRMGT" USING BY CONTENT "X"
                                BY REFERENCE WS-OWNER-DATA
                                BY REFERENCE WS-OWNER-RESULT.

      *>   The survivor's joint link is ended first (OWNRMGT's
      *>   remove ends every live link for the pair, so it must not
      *>   run after the survivor is primary); ACCTMGT then re-points
      *>   the account, which retires the deceased's primary link and
      *>   records the survivor's. Should the re-point fail, the
      *>   survivor's joint link is put back as it was.
       PASS-TO-SURVIVOR.
           MOVE WS-EA-SURVIVOR(WS-EA-IDX) TO WS-CAND-ID.
           PERFORM END-ONE-LINK.

           INITIALIZE WS-ACCT-DATA.
           MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-AD-ACCT-ID.
           CALL "ACCTMGT" USING BY CONTENT "I"
                                BY REFERENCE WS-ACCT-DATA
                                BY REFERENCE WS-ACCT-RESULT
                                BY CONTENT WS-BROWSE-FILTER
                                BY CONTENT LS-TELLER-ID
                                BY CONTENT WS-NEW-PIN.
           IF WS-ACCT-RESULT = '00'
               MOVE WS-EA-SURVIVOR(WS-EA-IDX) TO WS-AD-CUST-ID
               CALL "ACCTMGT" USING BY CONTENT "U"
                                    BY REFERENCE WS-ACCT-DATA
                                    BY REFERENCE WS-ACCT-RESULT
                                    BY CONTENT WS-BROWSE-FILTER
                                    BY CONTENT LS-TELLER-ID
                                    BY CONTENT WS-NEW-PIN
           END-IF.

           IF WS-ACCT-RESULT NOT = '00'
               DISPLAY "Account " WS-EA-ACCT-ID(WS-EA-IDX)
                   " not passed to survivor. Code: " WS-ACCT-RESULT
               MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-OWN-ACCT-ID
               MOVE WS-EA-SURVIVOR(WS-EA-IDX) TO WS-OWN-CUST-ID
               MOVE 'J' TO WS-OWN-ROLE
               MOVE 'A' TO WS-OWN-REC-STATUS
               CALL "OWNRMGT" USING BY CONTENT "A"
                                    BY REFERENCE WS-OWNER-DATA
                                    BY REFERENCE WS-OWNER-RESULT
               MOVE 'E' TO WS-EA-ACTION(WS-EA-IDX)
               EXIT PARAGRAPH.

      *>   Any other live link the deceased still had on the account.
           MOVE L-EST-CUST-ID TO WS-CAND-ID.
           PERFORM END-ONE-LINK.
           ADD 1 TO L-EST-SURVIVED.

      *>   Nobody survives on the account: it is frozen so nothing
      *>   more posts, other people's powers of attorney over it end
      *>   with the holder, and its instructions stop.
       FREEZE-SOLE-ACCOUNT.
           PERFORM FREEZE-ACCOUNT.
           IF WS-EA-ACTION(WS-EA-IDX) = 'E'
               EXIT PARAGRAPH.
           ADD 1 TO L-EST-FROZEN.

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
               IF WS-OW-ACCT-ID(WS-OW-IDX) = WS-EA-ACCT-ID(WS-EA-IDX)
                   AND WS-OW-CUST-ID(WS-OW-IDX) NOT = L-EST-CUST-ID
                   AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                   AND WS-OW-ROLE(WS-OW-IDX) = 'A'
                   MOVE WS-OW-CUST-ID(WS-OW-IDX) TO WS-CAND-ID
                   PERFORM END-ONE-LINK
                   MOVE 'C' TO WS-OW-STATUS(WS-OW-IDX)
               END-IF
           END-PERFORM.

           PERFORM CANCEL-INSTRUCTIONS.

      *>   An account already frozen (a hold on the customer's
      *>   affairs before the notification) is left as it is.
       FREEZE-ACCOUNT.
           IF WS-EA-STATUS(WS-EA-IDX) NOT = 'A'
               EXIT PARAGRAPH.

           INITIALIZE WS-ACCT-DATA.
           MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-AD-ACCT-ID.
           MOVE 'F' TO WS-AD-STATUS.
           CALL "ACCTMGT" USING BY CONTENT "X"
                                BY REFERENCE WS-ACCT-DATA
                                BY REFERENCE WS-ACCT-RESULT
                                BY CONTENT WS-BROWSE-FILTER
                                BY CONTENT LS-TELLER-ID
                                BY CONTENT WS-NEW-PIN.
           IF WS-ACCT-RESULT = '00'
               MOVE 'F' TO WS-EA-STATUS(WS-EA-IDX)
           ELSE
               DISPLAY "Account " WS-EA-ACCT-ID(WS-EA-IDX)
                   " not frozen. Code: " WS-ACCT-RESULT
               MOVE 'E' TO WS-EA-ACTION(WS-EA-IDX)
           END-IF.

       CANCEL-INSTRUCTIONS.
           MOVE 0 TO WS-CN-COUNT.
           PERFORM GATHER-STANDING-ORDERS.
           PERFORM GATHER-SWEEPS.
           PERFORM GATHER-CARDS.

           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-COUNT
               PERFORM CANCEL-ONE-INSTRUCTION
           END-PERFORM.

       GATHER-STANDING-ORDERS.
           OPEN INPUT STANDORD-FILE.
           IF WS-SO-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDORD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (SO-SOURCE-ACCT-ID = WS-EA-ACCT-ID(WS-EA-IDX)
                           OR SO-TARGET-ACCT-ID
                               = WS-EA-ACCT-ID(WS-EA-IDX))
                               AND (SO-ACTIVE OR SO-SUSPENDED)
                               AND WS-CN-COUNT < 500
                           ADD 1 TO WS-CN-COUNT
                           MOVE 'O' TO WS-CN-KIND(WS-CN-COUNT)
                           MOVE SO-ORDER-ID
                               TO WS-CN-ORDER-ID(WS-CN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STANDORD-FILE.

       GATHER-SWEEPS.
           OPEN INPUT SWEEP-FILE.
           IF WS-SWEEP-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (SWP-MASTER-ACCT-ID = WS-EA-ACCT-ID(WS-EA-IDX)
                           OR SWP-SUB-ACCT-ID
                               = WS-EA-ACCT-ID(WS-EA-IDX))
                               AND NOT SWP-CANCELLED
                               AND WS-CN-COUNT < 500
                           ADD 1 TO WS-CN-COUNT
                           MOVE 'S' TO WS-CN-KIND(WS-CN-COUNT)
                           MOVE SWP-ID TO WS-CN-ORDER-ID(WS-CN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SWEEP-FILE.

       GATHER-CARDS.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CARD-ACCT-ID OF CARD-RECORD
                               = WS-EA-ACCT-ID(WS-EA-IDX)
                               AND NOT CARD-CANCELLED OF CARD-RECORD
                               AND NOT CARD-RETIRED OF CARD-RECORD
                               AND WS-CN-COUNT < 500
                           ADD 1 TO WS-CN-COUNT
                           MOVE 'C' TO WS-CN-KIND(WS-CN-COUNT)
                           MOVE CARD-NUMBER OF CARD-RECORD
                               TO WS-CN-CARD-NUMBER(WS-CN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARD-FILE.

       CANCEL-ONE-INSTRUCTION.
           EVALUATE WS-CN-KIND(WS-CN-IDX)
               WHEN 'O'
                   MOVE WS-CN-ORDER-ID(WS-CN-IDX) TO WS-SO-ORDER-ID
                   CALL "SORDMGT" USING BY CONTENT "X"
                                        BY REFERENCE WS-ORDER-DATA
                                        BY REFERENCE WS-MAINT-RESULT
               WHEN 'S'
                   MOVE WS-CN-ORDER-ID(WS-CN-IDX) TO WS-SWP-ID
                   CALL "SWPMGT" USING BY CONTENT "X"
                                       BY REFERENCE WS-SWEEP-DATA
                                       BY REFERENCE WS-MAINT-RESULT
               WHEN 'C'
                   MOVE WS-CN-CARD-NUMBER(WS-CN-IDX)
                       TO CARD-NUMBER OF WS-CARD-DATA
                   MOVE 'C' TO CARD-STATUS OF WS-CARD-DATA
                   CALL "CARDMGT" USING BY CONTENT "X"
                                        BY REFERENCE WS-CARD-DATA
                                        BY REFERENCE WS-MAINT-RESULT
           END-EVALUATE.

           IF WS-MAINT-RESULT = '00'
               ADD 1 TO WS-CANCELLED
           ELSE
               DISPLAY "Could not cancel " WS-CN-KIND(WS-CN-IDX) " "
                   WS-CN-ORDER-ID(WS-CN-IDX) " "
                   WS-CN-CARD-NUMBER(WS-CN-IDX)
                   " Code: " WS-MAINT-RESULT
           END-IF.

      *>   Re-runs the post-death debit list - late-presented items
      *>   keep arriving after the notification. By now survivorship
      *>   has ended the deceased's links, so the accounts are found
      *>   through any link ever held (live or ended) as well as the
      *>   primary slot; a sole account is one nobody else holds.
       REVIEW-ESTATE.
           PERFORM FIND-ESTATE.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM LOAD-LINKS.
           MOVE 0 TO WS-EA-COUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT ACCT-IS-INTERNAL
                           PERFORM COLLECT-REVIEW-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCT-FILE.

           MOVE WS-ES-CUST-ID(WS-FOUND-IDX) TO L-EST-CUST-ID.
           PERFORM WRITE-REVIEW-REPORT.
           MOVE WS-DEBIT-COUNT TO WS-ES-DEBITS(WS-FOUND-IDX).
           PERFORM REWRITE-ESTATES.

           PERFORM RETURN-ESTATE.
           MOVE '00' TO LS-RESULT-CODE.

       COLLECT-REVIEW-ACCOUNT.
           MOVE 'N' TO WS-LINK-HIT.
           IF ACCT-CUST-ID = L-EST-CUST-ID
               MOVE 'P' TO WS-LINK-HIT.
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
               IF WS-OW-ACCT-ID(WS-OW-IDX) = ACCT-ID
                   AND WS-OW-CUST-ID(WS-OW-IDX) = L-EST-CUST-ID
                   AND WS-LINK-HIT = 'N'
                   MOVE WS-OW-ROLE(WS-OW-IDX) TO WS-LINK-HIT
               END-IF
           END-PERFORM.
           IF WS-LINK-HIT = 'N' OR WS-EA-COUNT >= 200
               EXIT PARAGRAPH.

           ADD 1 TO WS-EA-COUNT.
           MOVE ACCT-ID TO WS-EA-ACCT-ID(WS-EA-COUNT).
           MOVE ACCT-TYPE TO WS-EA-TYPE(WS-EA-COUNT).
           MOVE ACCT-STATUS TO WS-EA-STATUS(WS-EA-COUNT).
           MOVE ACCT-BALANCE TO WS-EA-BALANCE(WS-EA-COUNT).
           MOVE ACCT-CURRENCY TO WS-EA-CURRENCY(WS-EA-COUNT).
           MOVE 0 TO WS-EA-SURVIVOR(WS-EA-COUNT).
           MOVE SPACE TO WS-EA-ACTION(WS-EA-COUNT).

           EVALUATE TRUE
               WHEN WS-LINK-HIT = 'A'
                   MOVE "POA" TO WS-EA-HOLDING(WS-EA-COUNT)
               WHEN ACCT-CUST-ID NOT = L-EST-CUST-ID
                   MOVE "JOINT" TO WS-EA-HOLDING(WS-EA-COUNT)
               WHEN OTHER
                   MOVE "SOLE" TO WS-EA-HOLDING(WS-EA-COUNT)
                   PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                           UNTIL WS-OW-IDX > WS-OWN-COUNT
                       IF WS-OW-ACCT-ID(WS-OW-IDX) = ACCT-ID
                           AND WS-OW-CUST-ID(WS-OW-IDX)
                               NOT = L-EST-CUST-ID
                           AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                           AND WS-OW-ROLE(WS-OW-IDX) NOT = 'A'
                           MOVE "JOINT" TO WS-EA-HOLDING(WS-EA-COUNT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       SET-REPRESENTATIVE.
           PERFORM FIND-ESTATE.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-ES-STATUS(WS-FOUND-IDX) = 'S'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-EST-REP-NAME = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-EST-REP-ACCT-ID NOT = 0
               PERFORM VALIDATE-REP-ACCOUNT
               IF NOT RES-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE L-EST-REP-NAME TO WS-ES-REP-NAME(WS-FOUND-IDX).
           MOVE L-EST-REP-ACCT-ID TO WS-ES-REP-ACCT-ID(WS-FOUND-IDX).
           PERFORM REWRITE-ESTATES.

           PERFORM RETURN-ESTATE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The representative's account must be live and must not
      *>   be one of the deceased's own - the release would only pay
      *>   the estate back to itself.
       VALIDATE-REP-ACCOUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-EST-REP-ACCT-ID TO ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '03' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.

           IF NOT ACCT-ACTIVE OR ACCT-CUST-ID = L-EST-CUST-ID
                   OR ACCT-LOAN OR ACCT-TERM OR ACCT-IS-INTERNAL
               MOVE '03' TO LS-RESULT-CODE
           ELSE
               MOVE '00' TO LS-RESULT-CODE
           END-IF.
           CLOSE ACCT-FILE.

       INQUIRY-ESTATE.
           PERFORM FIND-ESTATE.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM RETURN-ESTATE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Pays each of the deceased's savings/checking accounts out
      *>   to the estate through ACCTCLOS. ACCTCLOS only closes a live
      *>   account, so a frozen one is reactivated for the close-out
      *>   and frozen again if the close-out refuses (an open hold,
      *>   a legal order, a debt to the bank). An account another
      *>   living holder still shares is not the estate's to take.
      *>   Whatever is left - refused accounts, loans and term
      *>   deposits still running off - keeps the estate part-paid.
       RELEASE-ESTATE.
           PERFORM FIND-ESTATE.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-ES-STATUS(WS-FOUND-IDX) = 'S'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-ES-REP-NAME(WS-FOUND-IDX) = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-ES-CUST-ID(WS-FOUND-IDX) TO L-EST-CUST-ID.
           PERFORM LOAD-LINKS.
           PERFORM COLLECT-RELEASE-ACCOUNTS.

           MOVE SPACES TO WS-REPORT-NAME.
           STRING "DATA/estate_" L-EST-CUST-ID ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               OPEN OUTPUT REPORT-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELEASE TO ESTATE " WS-TODAY " BY " LS-TELLER-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-REMAINING.
           MOVE 0 TO WS-PAID-NOW.
           MOVE 0 TO WS-CLOSED-NOW.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-ACTION(WS-EA-IDX) = 'P'
                   PERFORM PAY-ONE-ACCOUNT
               ELSE
                   IF WS-EA-ACTION(WS-EA-IDX) = 'R'
                       ADD 1 TO WS-REMAINING
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "Accounts closed: " WS-CLOSED-NOW
               "   Still open: " WS-REMAINING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           ADD WS-PAID-NOW TO WS-ES-PAID-TOTAL(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-ES-RELEASE-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-ES-RELEASED-BY(WS-FOUND-IDX).
           IF WS-REMAINING = 0
               MOVE 'S' TO WS-ES-STATUS(WS-FOUND-IDX)
           ELSE
               MOVE 'P' TO WS-ES-STATUS(WS-FOUND-IDX)
           END-IF.
           PERFORM REWRITE-ESTATES.

           PERFORM RETURN-ESTATE.
           MOVE WS-REMAINING TO L-EST-REMAINING.
           MOVE '00' TO LS-RESULT-CODE.

      *>   'P' marks an account to pay out, 'R' one that stays open
      *>   (a loan or term deposit on contract), 'S' one shared with
      *>   a surviving holder and so not the estate's.
       COLLECT-RELEASE-ACCOUNTS.
           MOVE 0 TO WS-EA-COUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-CUST-ID = L-EST-CUST-ID
                               AND NOT ACCT-CLOSED
                               AND NOT ACCT-WRITTEN-OFF
                               AND NOT ACCT-IS-INTERNAL
                               AND WS-EA-COUNT < 200
                           PERFORM COLLECT-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.

       COLLECT-ONE-RELEASE.
           ADD 1 TO WS-EA-COUNT.
           MOVE ACCT-ID TO WS-EA-ACCT-ID(WS-EA-COUNT).
           MOVE ACCT-TYPE TO WS-EA-TYPE(WS-EA-COUNT).
           MOVE ACCT-STATUS TO WS-EA-STATUS(WS-EA-COUNT).
           MOVE ACCT-BALANCE TO WS-EA-BALANCE(WS-EA-COUNT).
           MOVE ACCT-CURRENCY TO WS-EA-CURRENCY(WS-EA-COUNT).
           MOVE "SOLE" TO WS-EA-HOLDING(WS-EA-COUNT).
           MOVE 'P' TO WS-EA-ACTION(WS-EA-COUNT).

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
               IF WS-OW-ACCT-ID(WS-OW-IDX) = ACCT-ID
                   AND WS-OW-CUST-ID(WS-OW-IDX) NOT = L-EST-CUST-ID
                   AND WS-OW-STATUS(WS-OW-IDX) = 'A'
                   AND WS-OW-ROLE(WS-OW-IDX) NOT = 'A'
                   MOVE "JOINT" TO WS-EA-HOLDING(WS-EA-COUNT)
                   MOVE 'S' TO WS-EA-ACTION(WS-EA-COUNT)
               END-IF
           END-PERFORM.

           IF ACCT-LOAN OR ACCT-TERM
               MOVE 'R' TO WS-EA-ACTION(WS-EA-COUNT)
           END-IF.

       PAY-ONE-ACCOUNT.
           MOVE WS-EA-STATUS(WS-EA-IDX) TO WS-ORIG-STATUS.
           IF WS-ORIG-STATUS = 'F'
               INITIALIZE WS-ACCT-DATA
               MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-AD-ACCT-ID
               MOVE 'A' TO WS-AD-STATUS
               CALL "ACCTMGT" USING BY CONTENT "X"
                                    BY REFERENCE WS-ACCT-DATA
                                    BY REFERENCE WS-ACCT-RESULT
                                    BY CONTENT WS-BROWSE-FILTER
                                    BY CONTENT LS-TELLER-ID
                                    BY CONTENT WS-NEW-PIN
               IF WS-ACCT-RESULT NOT = '00'
                   DISPLAY "Account " WS-EA-ACCT-ID(WS-EA-IDX)
                       " could not be released. Code: "
                       WS-ACCT-RESULT
                   ADD 1 TO WS-REMAINING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           INITIALIZE WS-CLOSE-DATA.
           MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-CLO-ACCT-ID.
           IF WS-ES-REP-ACCT-ID(WS-FOUND-IDX) NOT = 0
               MOVE 'T' TO WS-CLO-METHOD
               MOVE WS-ES-REP-ACCT-ID(WS-FOUND-IDX) TO WS-CLO-TARGET-ID
           ELSE
               MOVE 'K' TO WS-CLO-METHOD
               MOVE WS-ES-REP-NAME(WS-FOUND-IDX) TO WS-CLO-PAYEE
           END-IF.
           CALL "ACCTCLOS" USING BY CONTENT "C"
                                 BY REFERENCE WS-CLOSE-DATA
                                 BY REFERENCE WS-CLOSE-RESULT
                                 BY CONTENT LS-TELLER-ID.

           IF WS-CLOSE-RESULT NOT = '00'
               DISPLAY "Account " WS-EA-ACCT-ID(WS-EA-IDX)
                   " not closed out. Code: " WS-CLOSE-RESULT
               ADD 1 TO WS-REMAINING
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-EA-ACCT-ID(WS-EA-IDX)
                   "  not closed out - code " WS-CLOSE-RESULT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-ORIG-STATUS = 'F'
                   INITIALIZE WS-ACCT-DATA
                   MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-AD-ACCT-ID
                   MOVE 'F' TO WS-AD-STATUS
                   CALL "ACCTMGT" USING BY CONTENT "X"
                                        BY REFERENCE WS-ACCT-DATA
                                        BY REFERENCE WS-ACCT-RESULT
                                        BY CONTENT WS-BROWSE-FILTER
                                        BY CONTENT LS-TELLER-ID
                                        BY CONTENT WS-NEW-PIN
               END-IF
               EXIT PARAGRAPH.

           ADD 1 TO WS-CLOSED-NOW.
           IF WS-CLO-PAYOUT > 0
               ADD WS-CLO-PAYOUT TO WS-PAID-NOW
           END-IF.

           MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-RX-ACCT-ID.
           MOVE WS-CLO-PAYOUT TO WS-RX-AMOUNT.
           IF WS-CLO-METHOD = 'T'
               MOVE "transfer to account" TO WS-RX-HOW
               MOVE WS-CLO-TARGET-ID TO WS-RX-REF
           ELSE
               MOVE "official check" TO WS-RX-HOW
               MOVE WS-CLO-CHECK-SERIAL TO WS-RX-REF
           END-IF.
           MOVE WS-RPT-PAID TO REPORT-LINE.
           WRITE REPORT-LINE.

      *>   DATA/estate_NNNNN.txt: the estate header, each account
      *>   and what was done to it, then every debit posted to those
      *>   accounts after the date of death. Archives are searched
      *>   only when their cutoff falls after the death - an older
      *>   archive cannot hold a post-death item.
       WRITE-REVIEW-REPORT.
           MOVE 0 TO WS-DEBIT-COUNT.
           MOVE 0 TO WS-DEBIT-TOTAL.

           MOVE SPACES TO WS-REPORT-NAME.
           STRING "DATA/estate_" L-EST-CUST-ID ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Cannot open estate report. Status: "
                   WS-REPORT-STATUS
               EXIT PARAGRAPH.

           MOVE SPACES TO WS-RH-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE L-EST-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-RH-NAME
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

           MOVE WS-RPT-SEP TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE L-EST-CUST-ID TO WS-RH-CUST-ID.
           MOVE WS-TODAY TO WS-RH-DATE.
           MOVE WS-RPT-HEAD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ES-DEATH-DATE(WS-FOUND-IDX) TO WS-RD-DEATH-DATE.
           MOVE WS-ES-NOTIFIED-DATE(WS-FOUND-IDX) TO WS-RD-NOTIFIED.
           MOVE WS-ES-NOTIFIED-BY(WS-FOUND-IDX) TO WS-RD-NOTIFIED-BY.
           MOVE WS-RPT-DEATH TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ES-REP-NAME(WS-FOUND-IDX) TO WS-RR-NAME.
           MOVE WS-ES-REP-ACCT-ID(WS-FOUND-IDX) TO WS-RR-ACCT-ID.
           MOVE WS-RPT-REP TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-SEP TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "Accounts:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM.
           IF WS-EA-COUNT = 0
               MOVE "  (no accounts held)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Debits posted after the date of death:"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-EA-COUNT > 0
               PERFORM SCAN-ARCHIVES
               PERFORM SCAN-LIVE-TRANS
           END-IF.

           MOVE WS-DEBIT-COUNT TO WS-RT-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-RT-AMOUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-DEBIT-COUNT TO L-EST-DEBITS.
           DISPLAY "Estate review written to " WS-REPORT-NAME.

       WRITE-ACCOUNT-LINE.
           MOVE WS-EA-ACCT-ID(WS-EA-IDX) TO WS-RA-ACCT-ID.
           MOVE WS-EA-TYPE(WS-EA-IDX) TO WS-RA-TYPE.
           MOVE WS-EA-CURRENCY(WS-EA-IDX) TO WS-RA-CURRENCY.
           MOVE WS-EA-BALANCE(WS-EA-IDX) TO WS-RA-BALANCE.
           MOVE WS-EA-HOLDING(WS-EA-IDX) TO WS-RA-HOLDING.
           EVALUATE WS-EA-ACTION(WS-EA-IDX)
               WHEN 'V'
                   MOVE SPACES TO WS-RA-ACTION
                   STRING "passed to survivor "
                       WS-EA-SURVIVOR(WS-EA-IDX)
                       DELIMITED BY SIZE INTO WS-RA-ACTION
               WHEN 'J'
                   MOVE "joint holding ended" TO WS-RA-ACTION
               WHEN 'A'
                   MOVE "power of attorney ended" TO WS-RA-ACTION
               WHEN 'F'
                   MOVE "frozen, instructions stopped"
                       TO WS-RA-ACTION
               WHEN 'H'
                   MOVE "frozen - survivor on hold" TO WS-RA-ACTION
               WHEN 'R'
                   MOVE "left on contract to run off"
                       TO WS-RA-ACTION
               WHEN 'E'
                   MOVE "NOT ACTIONED - SEE CONSOLE" TO WS-RA-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-RA-ACTION
                   STRING "status " WS-EA-STATUS(WS-EA-IDX)
                       DELIMITED BY SIZE INTO WS-RA-ACTION
           END-EVALUATE.
           MOVE WS-RPT-ACCT TO REPORT-LINE.
           WRITE REPORT-LINE.

       SCAN-ARCHIVES.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-REGISTER-EOF.
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF REG-CUTOFF-DATE
                               > WS-ES-DEATH-DATE(WS-FOUND-IDX)
                           MOVE REG-ARCH-NAME TO WS-ARCH-NAME
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTER-FILE.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY "Warning: archive " WS-ARCH-NAME
                   " unreadable. Status: " WS-ARCH-STATUS
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ARCH-RECORD TO WS-TRANS-ENTRY
                       PERFORM CHECK-ONE-DEBIT
               END-READ
           END-PERFORM.

           CLOSE ARCH-FILE.

       SCAN-LIVE-TRANS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TRANS-RECORD TO WS-TRANS-ENTRY
                       PERFORM CHECK-ONE-DEBIT
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       CHECK-ONE-DEBIT.
           IF TRANS-AMOUNT OF WS-TRANS-ENTRY NOT < 0
                   OR TRANS-OPEN OF WS-TRANS-ENTRY
                   OR TRANS-DATE OF WS-TRANS-ENTRY
                       NOT > WS-ES-DEATH-DATE(WS-FOUND-IDX)
               EXIT PARAGRAPH.

           MOVE 0 TO WS-CAND-ID.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
                   OR WS-CAND-ID > 0
               IF WS-EA-ACCT-ID(WS-EA-IDX)
                       = TRANS-ACCT-ID OF WS-TRANS-ENTRY
                   MOVE WS-EA-IDX TO WS-CAND-ID
               END-IF
           END-PERFORM.
           IF WS-CAND-ID = 0
               EXIT PARAGRAPH.

           MOVE TRANS-ID OF WS-TRANS-ENTRY TO WS-RB-TRANS-ID.
           MOVE TRANS-DATE OF WS-TRANS-ENTRY TO WS-RB-DATE.
           MOVE TRANS-ACCT-ID OF WS-TRANS-ENTRY TO WS-RB-ACCT-ID.
           MOVE WS-EA-HOLDING(WS-CAND-ID) TO WS-RB-HOLDING.
           MOVE TRANS-CODE OF WS-TRANS-ENTRY TO WS-RB-CODE.
           IF WS-RB-CODE = SPACES
               MOVE TRANS-TYPE OF WS-TRANS-ENTRY TO WS-RB-CODE
           END-IF.
           MOVE TRANS-AMOUNT OF WS-TRANS-ENTRY TO WS-RB-AMOUNT.
           MOVE TRANS-TELLER-ID OF WS-TRANS-ENTRY TO WS-RB-TELLER.
           MOVE TRANS-NARRATIVE OF WS-TRANS-ENTRY TO WS-RB-NARRATIVE.
           MOVE WS-RPT-DEBIT TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-DEBIT-COUNT.
           ADD TRANS-AMOUNT OF WS-TRANS-ENTRY TO WS-DEBIT-TOTAL.

       FIND-ESTATE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-EST-COUNT
               IF WS-ES-CUST-ID(WS-ES-IDX) = L-EST-CUST-ID
                   SET WS-FOUND-IDX TO WS-ES-IDX
               END-IF
           END-PERFORM.

       RETURN-ESTATE.
           MOVE WS-ES-DEATH-DATE(WS-FOUND-IDX) TO L-EST-DEATH-DATE.
           MOVE WS-ES-REP-NAME(WS-FOUND-IDX) TO L-EST-REP-NAME.
           MOVE WS-ES-REP-ACCT-ID(WS-FOUND-IDX) TO L-EST-REP-ACCT-ID.
           MOVE WS-ES-STATUS(WS-FOUND-IDX) TO L-EST-STATUS.
           MOVE WS-ES-FROZEN(WS-FOUND-IDX) TO L-EST-FROZEN.
           MOVE WS-ES-SURVIVED(WS-FOUND-IDX) TO L-EST-SURVIVED.
           MOVE WS-ES-DEBITS(WS-FOUND-IDX) TO L-EST-DEBITS.
           MOVE WS-ES-PAID-TOTAL(WS-FOUND-IDX) TO L-EST-PAID-TOTAL.
           MOVE 0 TO L-EST-REMAINING.

       LOAD-LINKS.
           MOVE 0 TO WS-OWN-COUNT.
           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-OWN-COUNT < 9999
                           ADD 1 TO WS-OWN-COUNT
                           MOVE OWN-ACCT-ID
                               TO WS-OW-ACCT-ID(WS-OWN-COUNT)
                           MOVE OWN-CUST-ID
                               TO WS-OW-CUST-ID(WS-OWN-COUNT)
                           MOVE OWN-ROLE TO WS-OW-ROLE(WS-OWN-COUNT)
                           MOVE OWN-REC-STATUS
                               TO WS-OW-STATUS(WS-OWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OWNER-FILE.

       LOAD-ESTATES.
           MOVE 0 TO WS-EST-COUNT.
           OPEN INPUT ESTATE-FILE.
           IF WS-ESTATE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESTATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EST-COUNT
                       MOVE EST-CUST-ID
                           TO WS-ES-CUST-ID(WS-EST-COUNT)
                       MOVE EST-DEATH-DATE
                           TO WS-ES-DEATH-DATE(WS-EST-COUNT)
                       MOVE EST-NOTIFIED-DATE
                           TO WS-ES-NOTIFIED-DATE(WS-EST-COUNT)
                       MOVE EST-NOTIFIED-BY
                           TO WS-ES-NOTIFIED-BY(WS-EST-COUNT)
                       MOVE EST-REP-NAME
                           TO WS-ES-REP-NAME(WS-EST-COUNT)
                       MOVE EST-REP-ACCT-ID
                           TO WS-ES-REP-ACCT-ID(WS-EST-COUNT)
                       MOVE EST-STATUS
                           TO WS-ES-STATUS(WS-EST-COUNT)
                       MOVE EST-FROZEN-COUNT
                           TO WS-ES-FROZEN(WS-EST-COUNT)
                       MOVE EST-SURVIVED-COUNT
                           TO WS-ES-SURVIVED(WS-EST-COUNT)
                       MOVE EST-DEBIT-COUNT
                           TO WS-ES-DEBITS(WS-EST-COUNT)
                       MOVE EST-PAID-TOTAL
                           TO WS-ES-PAID-TOTAL(WS-EST-COUNT)
                       MOVE EST-RELEASE-DATE
                           TO WS-ES-RELEASE-DATE(WS-EST-COUNT)
                       MOVE EST-RELEASED-BY
                           TO WS-ES-RELEASED-BY(WS-EST-COUNT)
               END-READ
           END-PERFORM.

           CLOSE ESTATE-FILE.

       REWRITE-ESTATES.
           OPEN OUTPUT ESTATE-FILE.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-EST-COUNT
               MOVE WS-ES-CUST-ID(WS-ES-IDX) TO EST-CUST-ID
               MOVE WS-ES-DEATH-DATE(WS-ES-IDX) TO EST-DEATH-DATE
               MOVE WS-ES-NOTIFIED-DATE(WS-ES-IDX)
                   TO EST-NOTIFIED-DATE
               MOVE WS-ES-NOTIFIED-BY(WS-ES-IDX) TO EST-NOTIFIED-BY
               MOVE WS-ES-REP-NAME(WS-ES-IDX) TO EST-REP-NAME
               MOVE WS-ES-REP-ACCT-ID(WS-ES-IDX) TO EST-REP-ACCT-ID
               MOVE WS-ES-STATUS(WS-ES-IDX) TO EST-STATUS
               MOVE WS-ES-FROZEN(WS-ES-IDX) TO EST-FROZEN-COUNT
               MOVE WS-ES-SURVIVED(WS-ES-IDX) TO EST-SURVIVED-COUNT
               MOVE WS-ES-DEBITS(WS-ES-IDX) TO EST-DEBIT-COUNT
               MOVE WS-ES-PAID-TOTAL(WS-ES-IDX) TO EST-PAID-TOTAL
               MOVE WS-ES-RELEASE-DATE(WS-ES-IDX) TO EST-RELEASE-DATE
               MOVE WS-ES-RELEASED-BY(WS-ES-IDX) TO EST-RELEASED-BY
               WRITE ESTATE-RECORD
           END-PERFORM.
           CLOSE ESTATE-FILE.
