       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNEXPT.

      *>   Machine-readable transaction export for one account over a
      *>   date range, for customers loading their history into
      *>   bookkeeping software - the STMTPRT statement is a print
      *>   layout and will not import. The export is a comma-delimited
      *>   file DATA/txnexp_<acct>_<from>_<to>.csv read off the
      *>   account's slice of the TXNIDX index (trans.dat is scanned
      *>   only when the index cannot answer), with every text field
      *>   in double quotes:
      *>     B,from,,"OPENING BALANCE","<source>",,balance,currency
      *>     T,date,trans-id,"description","narrative",amount,
      *>       balance-after,currency                 - one per leg
      *>     E,to,rows,"CLOSING BALANCE","",net movement,balance,
      *>       currency
      *>   The opening balance is the account's latest EODSNAP
      *>   position on positions.dat before the period (source
      *>   "POSITIONS yyyymmdd") rolled forward over any legs between
      *>   that night and the period start; an account with no
      *>   snapshot yet is backed out of the live balance instead
      *>   (source "DERIVED"), the STMTPRT way. Amounts carry their
      *>   posting sign - negative is money out.
      *>
      *>   Every export is recorded on DATA/export_register.dat.
      *>   Scheduled exports run off the subscriptions on
      *>   DATA/export_subs.dat (EXPTRUN in the batch window): each
      *>   one covers from the day after the last period sent up to
      *>   the processing date, so no period goes out twice. On-demand
      *>   exports are any range at all and never move that point.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT POS-FILE ASSIGN TO "DATA/positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

           SELECT SUB-FILE ASSIGN TO "DATA/export_subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT REG-FILE ASSIGN TO "DATA/export_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  POS-FILE.
       01  POS-RECORD.
           COPY POSITION.CPY.

       FD  SUB-FILE.
       01  SUB-RECORD.
           COPY EXPSUB.CPY.

       FD  REG-FILE.
       01  REG-RECORD.
           COPY EXPREG.CPY.

       FD  EXPORT-FILE.
       01  EXPORT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-POS-STATUS       PIC X(02).
       01  WS-SUB-STATUS       PIC X(02).
       01  WS-REG-STATUS       PIC X(02).
       01  WS-EXPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-NOW              PIC 9(06).
       01  WS-EXPORT-NAME      PIC X(40).

       01  WS-FROM-DATE        PIC 9(08).
       01  WS-TO-DATE          PIC 9(08).
       01  WS-LAST-SENT        PIC 9(08).
       01  WS-SOURCE           PIC X(01).
       01  WS-ACCT-CURR        PIC X(03).

       01  WS-SNAP-FOUND       PIC X(01).
       01  WS-SNAP-DATE        PIC 9(08).
       01  WS-SNAP-BALANCE     PIC S9(09)V99.
       01  WS-PRE-SUM          PIC S9(11)V99.
       01  WS-FWD-SUM          PIC S9(11)V99.
       01  WS-RANGE-SUM        PIC S9(11)V99.
       01  WS-OPENING-BAL      PIC S9(11)V99.
       01  WS-CLOSING-BAL      PIC S9(11)V99.
       01  WS-ROW-COUNT        PIC 9(07).

       01  WS-TIX-DATA.
           COPY TRANSIDX.CPY.
       01  WS-TIX-RESULT       PIC X(02).
       01  WS-IDX-DONE         PIC X(01).
       01  WS-IDX-FAILED       PIC X(01).

       01  WS-CODE-DATA.
           05  WS-TC-CODE          PIC X(04).
           05  WS-TC-DESC          PIC X(30).
           05  WS-TC-GL-BEHAVIOR   PIC X(01).
       01  WS-CODE-RESULT      PIC X(02).
       01  WS-TXN-DESC         PIC X(30).

      *>   One leg as it goes onto the export, filled from either an
      *>   index row or a trans.dat record.
       01  WS-ROW.
           05  WS-ROW-DATE         PIC 9(08).
           05  WS-ROW-ID           PIC 9(08).
           05  WS-ROW-NARR         PIC X(20).
           05  WS-ROW-AMOUNT       PIC S9(09)V99.
           05  WS-ROW-BALANCE      PIC S9(09)V99.
           05  WS-ROW-CURR         PIC X(03).
       01  WS-ROW-LABEL        PIC X(30).
       01  WS-ROW-COUNT-TXT    PIC 9(07).
       01  WS-EDIT-AMOUNT      PIC -(11)9.99.
       01  WS-EDIT-BALANCE     PIC -(11)9.99.
       01  WS-LINE-PTR         PIC 9(03).

      *>   export_subs.dat is LINE SEQUENTIAL: buffered, changed, and
      *>   written back in full, the CHKBMGT way.
       01  WS-SUB-TABLE.
           05  WS-XS-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-XS-IDX.
               10  WS-XS-ACCT-ID       PIC 9(05).
               10  WS-XS-FREQ          PIC X(01).
               10  WS-XS-STATUS        PIC X(01).
               10  WS-XS-START-DATE    PIC 9(08).
               10  WS-XS-SET-DATE      PIC 9(08).
               10  WS-XS-SET-BY        PIC X(08).
       01  WS-SUB-COUNT        PIC 9(05) VALUE 0.
       01  WS-FOUND-IDX        PIC 9(05).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-EXPORT        VALUE 'E'.
           88 OP-PERIOD        VALUE 'P'.
           88 OP-SUBSCRIBE     VALUE 'A'.
           88 OP-CANCEL        VALUE 'C'.
           88 OP-QUERY         VALUE 'Q'.

      *>   E: account and range in (a zero end is the processing
      *>   date, a zero start the first of that month). P: account
      *>   in; the period is worked out here and comes back. A:
      *>   account, frequency, and first date (zero = the processing
      *>   date) in. Q: frequency, status, and first date back, with
      *>   the end of the last period sent in L-EX-TO-DATE. An
      *>   export returns its file name, row count, and balances.
       01  LS-EXPORT-DATA.
           05  L-EX-ACCT-ID        PIC 9(05).
           05  L-EX-FROM-DATE      PIC 9(08).
           05  L-EX-TO-DATE        PIC 9(08).
           05  L-EX-FREQ           PIC X(01).
           05  L-EX-STATUS         PIC X(01).
           05  L-EX-ROWS           PIC 9(07).
           05  L-EX-OPENING        PIC S9(09)V99.
           05  L-EX-CLOSING        PIC S9(09)V99.
           05  L-EX-FILE-NAME      PIC X(40).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-ALREADY-SENT VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-EXPORT-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.

           PERFORM LOAD-SUBSCRIPTIONS.

           EVALUATE TRUE
               WHEN OP-EXPORT
                   PERFORM EXPORT-ON-DEMAND
               WHEN OP-PERIOD
                   PERFORM EXPORT-NEXT-PERIOD
               WHEN OP-SUBSCRIBE
                   PERFORM ADD-SUBSCRIPTION
               WHEN OP-CANCEL
                   PERFORM CANCEL-SUBSCRIPTION
               WHEN OP-QUERY
                   PERFORM QUERY-SUBSCRIPTION
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   Any range up to the processing date, closed accounts
      *>   included - a customer leaving still gets their history.
       EXPORT-ON-DEMAND.
           MOVE L-EX-TO-DATE TO WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.
           MOVE L-EX-FROM-DATE TO WS-FROM-DATE.
           IF WS-FROM-DATE = 0
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE 01 TO WS-FROM-DATE(7:2)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                   OR WS-FROM-DATE > WS-TO-DATE
                   OR WS-TO-DATE > WS-TODAY
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM READ-EXPORT-ACCOUNT.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'D' TO WS-SOURCE.
           PERFORM PRODUCE-EXPORT.

      *>   The scheduled run's export for one subscribed account:
      *>   everything since the last period sent (or since the
      *>   subscription's first date) through the processing date.
      *>   Nothing new to send is '12' - that is what makes a rerun
      *>   of the window send nothing twice.
       EXPORT-NEXT-PERIOD.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-XS-STATUS(WS-FOUND-IDX) NOT = 'A'
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-LAST-SENT.
           IF WS-LAST-SENT > 0
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LAST-SENT) + 1)
           ELSE
               MOVE WS-XS-START-DATE(WS-FOUND-IDX) TO WS-FROM-DATE
           END-IF.
           MOVE WS-TODAY TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE WS-FROM-DATE TO L-EX-FROM-DATE
               MOVE WS-TO-DATE TO L-EX-TO-DATE
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM READ-EXPORT-ACCOUNT.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'S' TO WS-SOURCE.
           PERFORM PRODUCE-EXPORT.

      *>   One subscription per account; a second one replaces the
      *>   frequency and first date of the first (reactivating a
      *>   cancelled one). Only live customer accounts subscribe.
       ADD-SUBSCRIPTION.
           IF NOT (L-EX-FREQ = 'D' OR 'W' OR 'M')
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-EX-FROM-DATE = 0
               MOVE WS-TODAY TO L-EX-FROM-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(L-EX-FROM-DATE) NOT = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM READ-EXPORT-ACCOUNT.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.
           IF NOT ACCT-ACTIVE OF ACCOUNT-RECORD
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF ACCT-IS-INTERNAL OF ACCOUNT-RECORD
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-SUBSCRIPTION.
           IF WS-FOUND-IDX = 0
               IF WS-SUB-COUNT >= 9999
                   MOVE '99' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-SUB-COUNT TO WS-FOUND-IDX
               MOVE L-EX-ACCT-ID TO WS-XS-ACCT-ID(WS-FOUND-IDX)
           END-IF.
           MOVE L-EX-FREQ TO WS-XS-FREQ(WS-FOUND-IDX).
           MOVE 'A' TO WS-XS-STATUS(WS-FOUND-IDX).
           MOVE L-EX-FROM-DATE TO WS-XS-START-DATE(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-XS-SET-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-XS-SET-BY(WS-FOUND-IDX).

           PERFORM REWRITE-SUBSCRIPTIONS.
           PERFORM RETURN-SUBSCRIPTION.
           MOVE '00' TO LS-RESULT-CODE.

       CANCEL-SUBSCRIPTION.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-XS-STATUS(WS-FOUND-IDX) NOT = 'A'
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'C' TO WS-XS-STATUS(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-XS-SET-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-XS-SET-BY(WS-FOUND-IDX).

           PERFORM REWRITE-SUBSCRIPTIONS.
           PERFORM RETURN-SUBSCRIPTION.
           MOVE '00' TO LS-RESULT-CODE.

       QUERY-SUBSCRIPTION.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           PERFORM RETURN-SUBSCRIPTION.
           PERFORM FIND-LAST-SENT.
           MOVE WS-LAST-SENT TO L-EX-TO-DATE.
           MOVE '00' TO LS-RESULT-CODE.

       RETURN-SUBSCRIPTION.
           MOVE WS-XS-FREQ(WS-FOUND-IDX) TO L-EX-FREQ.
           MOVE WS-XS-STATUS(WS-FOUND-IDX) TO L-EX-STATUS.
           MOVE WS-XS-START-DATE(WS-FOUND-IDX) TO L-EX-FROM-DATE.

       READ-EXPORT-ACCOUNT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE L-EX-ACCT-ID TO ACCT-ID OF ACCOUNT-RECORD.
           READ ACCT-FILE
               INVALID KEY
                   CLOSE ACCT-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           CLOSE ACCT-FILE.
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO WS-ACCT-CURR.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The opening balance is settled first (it heads the file),
      *>   then the period's legs are written in index order - date,
      *>   then TRANS-ID - and the file closes on the trailer.
       PRODUCE-EXPORT.
           MOVE SPACES TO WS-EXPORT-NAME.
           STRING "DATA/txnexp_" DELIMITED BY SIZE
                  L-EX-ACCT-ID DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-EXPORT-NAME
           END-STRING.

           MOVE 'N' TO WS-IDX-FAILED.
           PERFORM COMPUTE-OPENING-BALANCE.

           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM WRITE-OPENING-LINE.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-RANGE-SUM.
           IF WS-IDX-FAILED = 'Y'
               PERFORM LIST-PERIOD-SCAN
           ELSE
               PERFORM LIST-PERIOD-INDEX
           END-IF.
           COMPUTE WS-CLOSING-BAL = WS-OPENING-BAL + WS-RANGE-SUM.

           PERFORM WRITE-CLOSING-LINE.
           CLOSE EXPORT-FILE.

           PERFORM REGISTER-EXPORT.

           MOVE WS-FROM-DATE TO L-EX-FROM-DATE.
           MOVE WS-TO-DATE TO L-EX-TO-DATE.
           MOVE WS-ROW-COUNT TO L-EX-ROWS.
           MOVE WS-OPENING-BAL TO L-EX-OPENING.
           MOVE WS-CLOSING-BAL TO L-EX-CLOSING.
           MOVE WS-EXPORT-NAME TO L-EX-FILE-NAME.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Opening = the last snapshot before the period plus the
      *>   legs posted after that night but before the period start.
      *>   With no snapshot the live balance is backed out over
      *>   everything from the period start forward.
       COMPUTE-OPENING-BALANCE.
           PERFORM FIND-SNAPSHOT-OPENING.
           MOVE 0 TO WS-PRE-SUM.
           MOVE 0 TO WS-FWD-SUM.

           INITIALIZE WS-TIX-DATA.
           MOVE L-EX-ACCT-ID TO TIX-ACCT-ID OF WS-TIX-DATA.
           IF WS-SNAP-FOUND = 'Y'
               MOVE WS-SNAP-DATE TO TIX-DATE OF WS-TIX-DATA
           ELSE
               MOVE WS-FROM-DATE TO TIX-DATE OF WS-TIX-DATA
               SUBTRACT 1 FROM TIX-DATE OF WS-TIX-DATA
           END-IF.
           MOVE 99999999 TO TIX-TRANS-ID OF WS-TIX-DATA.
           MOVE 'N' TO WS-IDX-DONE.
           PERFORM UNTIL WS-IDX-DONE = 'Y'
               CALL "TXNIDX" USING BY CONTENT "B"
                                   BY REFERENCE WS-TIX-DATA
                                   BY REFERENCE WS-TIX-RESULT
               EVALUATE WS-TIX-RESULT
                   WHEN '00'
                       IF TIX-DATE OF WS-TIX-DATA < WS-FROM-DATE
                           ADD TIX-AMOUNT OF WS-TIX-DATA
                               TO WS-PRE-SUM
                       ELSE
                           IF WS-SNAP-FOUND = 'Y'
                               MOVE 'Y' TO WS-IDX-DONE
                           ELSE
                               ADD TIX-AMOUNT OF WS-TIX-DATA
                                   TO WS-FWD-SUM
                           END-IF
                       END-IF
                   WHEN '02'
                       MOVE 'Y' TO WS-IDX-DONE
                   WHEN OTHER
                       MOVE 'Y' TO WS-IDX-DONE
                       MOVE 'Y' TO WS-IDX-FAILED
               END-EVALUATE
           END-PERFORM.

           IF WS-IDX-FAILED = 'Y'
               PERFORM SUM-OPENING-SCAN
           END-IF.

           IF WS-SNAP-FOUND = 'Y'
               COMPUTE WS-OPENING-BAL = WS-SNAP-BALANCE + WS-PRE-SUM
           ELSE
               COMPUTE WS-OPENING-BAL =
                   ACCT-BALANCE OF ACCOUNT-RECORD - WS-FWD-SUM
           END-IF.

      *>   Fallback only: the same sums off a whole-journal scan.
       SUM-OPENING-SCAN.
           MOVE 0 TO WS-PRE-SUM.
           MOVE 0 TO WS-FWD-SUM.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID = L-EX-ACCT-ID
                           IF TRANS-DATE >= WS-FROM-DATE
                               ADD TRANS-AMOUNT TO WS-FWD-SUM
                           ELSE
                               IF WS-SNAP-FOUND = 'Y'
                                   AND TRANS-DATE > WS-SNAP-DATE
                                   ADD TRANS-AMOUNT TO WS-PRE-SUM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

      *>   Latest positions.dat row for this account dated strictly
      *>   before the period start - the prior night's close.
       FIND-SNAPSHOT-OPENING.
           MOVE 'N' TO WS-SNAP-FOUND.
           MOVE 0 TO WS-SNAP-DATE.

           OPEN INPUT POS-FILE.
           IF WS-POS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ POS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF POS-ACCT-ID = L-EX-ACCT-ID
                           AND POS-DATE < WS-FROM-DATE
                           AND POS-DATE >= WS-SNAP-DATE
                           MOVE 'Y' TO WS-SNAP-FOUND
                           MOVE POS-DATE TO WS-SNAP-DATE
                           MOVE POS-BALANCE TO WS-SNAP-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POS-FILE.

       LIST-PERIOD-INDEX.
           INITIALIZE WS-TIX-DATA.
           MOVE L-EX-ACCT-ID TO TIX-ACCT-ID OF WS-TIX-DATA.
           MOVE WS-FROM-DATE TO TIX-DATE OF WS-TIX-DATA.
           SUBTRACT 1 FROM TIX-DATE OF WS-TIX-DATA.
           MOVE 99999999 TO TIX-TRANS-ID OF WS-TIX-DATA.
           MOVE 'N' TO WS-IDX-DONE.
           PERFORM UNTIL WS-IDX-DONE = 'Y'
               CALL "TXNIDX" USING BY CONTENT "B"
                                   BY REFERENCE WS-TIX-DATA
                                   BY REFERENCE WS-TIX-RESULT
               EVALUATE WS-TIX-RESULT
                   WHEN '00'
                       IF TIX-DATE OF WS-TIX-DATA > WS-TO-DATE
                           MOVE 'Y' TO WS-IDX-DONE
                       ELSE
                           PERFORM TAKE-INDEX-ROW
                           PERFORM WRITE-LEG-LINE
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-IDX-DONE
               END-EVALUATE
           END-PERFORM.

       TAKE-INDEX-ROW.
           MOVE TIX-DATE OF WS-TIX-DATA TO WS-ROW-DATE.
           MOVE TIX-TRANS-ID OF WS-TIX-DATA TO WS-ROW-ID.
           MOVE TIX-NARRATIVE OF WS-TIX-DATA TO WS-ROW-NARR.
           MOVE TIX-AMOUNT OF WS-TIX-DATA TO WS-ROW-AMOUNT.
           MOVE TIX-BALANCE-AFTER OF WS-TIX-DATA TO WS-ROW-BALANCE.
           MOVE TIX-CURRENCY OF WS-TIX-DATA TO WS-ROW-CURR.
           MOVE TIX-CODE OF WS-TIX-DATA TO WS-TC-CODE.
           MOVE TIX-TYPE OF WS-TIX-DATA TO WS-TXN-DESC.

      *>   Fallback only: the period's legs off a whole-journal scan,
      *>   in journal order.
       LIST-PERIOD-SCAN.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID = L-EX-ACCT-ID
                           AND TRANS-DATE >= WS-FROM-DATE
                           AND TRANS-DATE <= WS-TO-DATE
                           PERFORM TAKE-TRANS-ROW
                           PERFORM WRITE-LEG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

       TAKE-TRANS-ROW.
           MOVE TRANS-DATE TO WS-ROW-DATE.
           MOVE TRANS-ID TO WS-ROW-ID.
           MOVE TRANS-NARRATIVE TO WS-ROW-NARR.
           MOVE TRANS-AMOUNT TO WS-ROW-AMOUNT.
           MOVE TRANS-BALANCE-AFTER TO WS-ROW-BALANCE.
           MOVE TRANS-CURRENCY TO WS-ROW-CURR.
           MOVE TRANS-CODE TO WS-TC-CODE.
           MOVE TRANS-TYPE TO WS-TXN-DESC.

      *>   Swaps a leg's transaction code for its table description;
      *>   the caller preloads WS-TXN-DESC with the fallback letter.
       RESOLVE-TXN-DESC.
           IF WS-TC-CODE = SPACES
               EXIT PARAGRAPH.
           CALL "TXCMGT" USING BY CONTENT "G"
                               BY REFERENCE WS-CODE-DATA
                               BY REFERENCE WS-CODE-RESULT.
           IF WS-CODE-RESULT = '00'
               MOVE WS-TC-DESC TO WS-TXN-DESC
           END-IF.

      *>   A double quote inside a text field would end the field
      *>   early in the importing package, so it goes out as a
      *>   single quote.
       WRITE-LEG-LINE.
           PERFORM RESOLVE-TXN-DESC.
           INSPECT WS-TXN-DESC REPLACING ALL '"' BY "'".
           INSPECT WS-ROW-NARR REPLACING ALL '"' BY "'".
           IF WS-ROW-CURR = SPACES
               MOVE WS-ACCT-CURR TO WS-ROW-CURR
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           ADD WS-ROW-AMOUNT TO WS-RANGE-SUM.
           MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-ROW-BALANCE TO WS-EDIT-BALANCE.

           MOVE SPACES TO EXPORT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "T," DELIMITED BY SIZE
                  WS-ROW-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ROW-ID DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXN-DESC) DELIMITED BY SIZE
                  '","' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NARR) DELIMITED BY SIZE
                  '",' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ROW-CURR DELIMITED BY SIZE
                  INTO EXPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           WRITE EXPORT-LINE.

       WRITE-OPENING-LINE.
           MOVE SPACES TO WS-ROW-LABEL.
           IF WS-SNAP-FOUND = 'Y'
               STRING "POSITIONS " DELIMITED BY SIZE
                      WS-SNAP-DATE DELIMITED BY SIZE
                      INTO WS-ROW-LABEL
               END-STRING
           ELSE
               MOVE "DERIVED" TO WS-ROW-LABEL
           END-IF.
           MOVE WS-OPENING-BAL TO WS-EDIT-BALANCE.

           MOVE SPACES TO EXPORT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "B," DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ',,"OPENING BALANCE","' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-LABEL) DELIMITED BY SIZE
                  '",,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ACCT-CURR DELIMITED BY SIZE
                  INTO EXPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           WRITE EXPORT-LINE.

      *>   The trailer carries the row count and the net movement, so
      *>   the importing side can prove it took the whole file.
       WRITE-CLOSING-LINE.
           MOVE WS-ROW-COUNT TO WS-ROW-COUNT-TXT.
           MOVE WS-RANGE-SUM TO WS-EDIT-AMOUNT.
           MOVE WS-CLOSING-BAL TO WS-EDIT-BALANCE.

           MOVE SPACES TO EXPORT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "E," DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ROW-COUNT-TXT DELIMITED BY SIZE
                  ',"CLOSING BALANCE","",' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ACCT-CURR DELIMITED BY SIZE
                  INTO EXPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           WRITE EXPORT-LINE.

       REGISTER-EXPORT.
           OPEN EXTEND REG-FILE.
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT REG-FILE
           END-IF.

           MOVE L-EX-ACCT-ID TO XR-ACCT-ID.
           MOVE WS-FROM-DATE TO XR-FROM-DATE.
           MOVE WS-TO-DATE TO XR-TO-DATE.
           MOVE WS-SOURCE TO XR-SOURCE.
           MOVE WS-ROW-COUNT TO XR-ROWS.
           MOVE WS-OPENING-BAL TO XR-OPENING.
           MOVE WS-CLOSING-BAL TO XR-CLOSING.
           MOVE WS-TODAY TO XR-MADE-DATE.
           MOVE WS-NOW TO XR-MADE-TIME.
           MOVE LS-TELLER-ID TO XR-MADE-BY.
           MOVE WS-EXPORT-NAME TO XR-FILE-NAME.
           WRITE REG-RECORD.

           CLOSE REG-FILE.

      *>   End of the latest scheduled period sent for the account,
      *>   zero when nothing has gone out on the schedule yet.
       FIND-LAST-SENT.
           MOVE 0 TO WS-LAST-SENT.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XR-ACCT-ID = L-EX-ACCT-ID
                           AND XR-SCHEDULED
                           AND XR-TO-DATE > WS-LAST-SENT
                           MOVE XR-TO-DATE TO WS-LAST-SENT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REG-FILE.

       FIND-SUBSCRIPTION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-XS-IDX FROM 1 BY 1
                   UNTIL WS-XS-IDX > WS-SUB-COUNT
               IF WS-XS-ACCT-ID(WS-XS-IDX) = L-EX-ACCT-ID
                   SET WS-FOUND-IDX TO WS-XS-IDX
               END-IF
           END-PERFORM.

       LOAD-SUBSCRIPTIONS.
           MOVE 0 TO WS-SUB-COUNT.
           OPEN INPUT SUB-FILE.
           IF WS-SUB-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SUB-COUNT < 9999
                           ADD 1 TO WS-SUB-COUNT
                           MOVE XS-ACCT-ID
                               TO WS-XS-ACCT-ID(WS-SUB-COUNT)
                           MOVE XS-FREQ TO WS-XS-FREQ(WS-SUB-COUNT)
                           MOVE XS-STATUS
                               TO WS-XS-STATUS(WS-SUB-COUNT)
                           MOVE XS-START-DATE
                               TO WS-XS-START-DATE(WS-SUB-COUNT)
                           MOVE XS-SET-DATE
                               TO WS-XS-SET-DATE(WS-SUB-COUNT)
                           MOVE XS-SET-BY
                               TO WS-XS-SET-BY(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUB-FILE.

       REWRITE-SUBSCRIPTIONS.
           OPEN OUTPUT SUB-FILE.
           PERFORM VARYING WS-XS-IDX FROM 1 BY 1
                   UNTIL WS-XS-IDX > WS-SUB-COUNT
               MOVE WS-XS-ACCT-ID(WS-XS-IDX) TO XS-ACCT-ID
               MOVE WS-XS-FREQ(WS-XS-IDX) TO XS-FREQ
               MOVE WS-XS-STATUS(WS-XS-IDX) TO XS-STATUS
               MOVE WS-XS-START-DATE(WS-XS-IDX) TO XS-START-DATE
               MOVE WS-XS-SET-DATE(WS-XS-IDX) TO XS-SET-DATE
               MOVE WS-XS-SET-BY(WS-XS-IDX) TO XS-SET-BY
               WRITE SUB-RECORD
           END-PERFORM.
           CLOSE SUB-FILE.
