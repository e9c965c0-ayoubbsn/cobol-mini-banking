       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLRSCRN.

      *>   Nightly watchlist rescreen, a batch-window step. Whenever
      *>   the watchlist has changed since the last rescreen (the
      *>   list version WLSTMGT bumps on every add or removal, held
      *>   on DATA/watchlist_ctl.dat, is ahead of the version last
      *>   screened) every customer on DATA/customers.dat that is not
      *>   closed and every beneficiary on DATA/beneficiaries.dat that
      *>   is pending, active or held is put back through SANCSCRN:
      *>     - a hit raises (or finds) the case on the compliance
      *>       review queue;
      *>     - an ACTIVE customer hit goes on compliance hold
      *>       (CUSTMGT 'S' to 'H') - existing accounts keep running,
      *>       no new ones can be opened;
      *>     - an ACTIVE beneficiary hit goes on compliance hold
      *>       (BENMGT 'H') and resolves for no payment until the
      *>       case is cleared; a PENDING one is left pending, the
      *>       approval screens it again anyway.
      *>   The screened version is then brought level. An unchanged
      *>   list is a no-op. Return code 4 when anything hit, so the
      *>   window log shows compliance has work waiting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BENEF-FILE ASSIGN TO "DATA/beneficiaries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.

           SELECT CTL-FILE ASSIGN TO "DATA/watchlist_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  BENEF-FILE.
       01  BENEF-RECORD.
           COPY BENEF.CPY.

       FD  CTL-FILE.
       01  CTL-RECORD.
           05  WC-LIST-VERSION     PIC 9(06).
           05  WC-SCREENED-VERSION PIC 9(06).
           05  WC-SCREENED-DATE    PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-BENEF-STATUS     PIC X(02).
       01  WS-CTL-STATUS       PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-TELLER-STAMP     PIC X(08) VALUE "WLRSCRN".

       01  WS-CTL-DATA.
           05  WS-CTL-LIST-VERSION     PIC 9(06) VALUE 0.
           05  WS-CTL-SCREENED-VERSION PIC 9(06) VALUE 0.
           05  WS-CTL-SCREENED-DATE    PIC 9(08) VALUE 0.

      *>   Both masters are buffered and closed before anything is
      *>   screened - a hit is written back through CUSTMGT/BENMGT,
      *>   which open the same files themselves.
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CU-IDX.
               10  WS-CU-ID            PIC 9(05).
               10  WS-CU-NAME          PIC X(30).
               10  WS-CU-STATUS        PIC X(01).
       01  WS-CUST-COUNT       PIC 9(05) VALUE 0.

       01  WS-BEN-TABLE.
           05  WS-BN-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-BN-IDX.
               10  WS-BN-ID            PIC X(06).
               10  WS-BN-NAME          PIC X(30).
               10  WS-BN-BANK          PIC X(08).
               10  WS-BN-ACCT          PIC X(10).
               10  WS-BN-STATUS        PIC X(01).
       01  WS-BEN-COUNT        PIC 9(05) VALUE 0.

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

       01  WS-CUSTOMER-DATA.
           05  WS-CUST-ID            PIC 9(05).
           05  WS-CUST-NAME          PIC X(30).
           05  WS-CUST-ADDRESS       PIC X(30).
           05  WS-CUST-STATUS-CHG    PIC X(01).
           05  WS-CUST-ID-DOC-NUMBER PIC X(20).
           05  WS-CUST-TAX-STATUS    PIC X(01).
           05  WS-CUST-DOC-TYPE      PIC X(01).
           05  WS-CUST-RISK-RATING   PIC X(01).
           05  WS-CUST-FILLER        PIC X(01).
           05  WS-CUST-DOC-EXPIRY    PIC X(08).

       01  WS-BENEF-DATA.
           05  WS-BEN-ID           PIC X(06).
           05  WS-BEN-NAME         PIC X(30).
           05  WS-BEN-BANK         PIC X(08).
           05  WS-BEN-ACCT         PIC X(10).
           05  WS-BEN-PAY-ACCT-ID  PIC 9(05).
           05  WS-BEN-PAY-AMOUNT   PIC 9(09)V99.
           05  WS-BEN-PAY-REF      PIC X(16).
       01  WS-CHANGE-RESULT    PIC X(02).

       01  WS-TOTALS.
           05  WS-CUST-SCREENED    PIC 9(05) VALUE 0.
           05  WS-CUST-HITS        PIC 9(05) VALUE 0.
           05  WS-CUST-HELD        PIC 9(05) VALUE 0.
           05  WS-BEN-SCREENED     PIC 9(05) VALUE 0.
           05  WS-BEN-HITS         PIC 9(05) VALUE 0.
           05  WS-BEN-HELD         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   WATCHLIST RESCREEN - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM READ-CONTROL.
           IF WS-CTL-LIST-VERSION = WS-CTL-SCREENED-VERSION
               DISPLAY "Watchlist unchanged since last rescreen ("
                   WS-CTL-SCREENED-DATE ") - nothing to do."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-BENEFICIARIES.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUST-COUNT
               PERFORM RESCREEN-CUSTOMER
           END-PERFORM.

           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BEN-COUNT
               PERFORM RESCREEN-BENEFICIARY
           END-PERFORM.

           MOVE WS-CTL-LIST-VERSION TO WS-CTL-SCREENED-VERSION.
           MOVE WS-TODAY TO WS-CTL-SCREENED-DATE.
           PERFORM WRITE-CONTROL.

           DISPLAY " ".
           DISPLAY "List Version Screened: " WS-CTL-LIST-VERSION.
           DISPLAY "Customers Screened:    " WS-CUST-SCREENED
               "  Hits: " WS-CUST-HITS "  Put On Hold: "
               WS-CUST-HELD.
           DISPLAY "Beneficiaries Screened:" WS-BEN-SCREENED
               "  Hits: " WS-BEN-HITS "  Put On Hold: "
               WS-BEN-HELD.

           IF WS-CUST-HITS > 0 OR WS-BEN-HITS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-CONTROL.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-RECORD TO WS-CTL-DATA
               END-READ
               CLOSE CTL-FILE
           END-IF.

       WRITE-CONTROL.
           OPEN OUTPUT CTL-FILE.
           MOVE WS-CTL-DATA TO CTL-RECORD.
           WRITE CTL-RECORD.
           CLOSE CTL-FILE.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT CUST-CLOSED
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CUST-ID TO WS-CU-ID(WS-CUST-COUNT)
                           MOVE CUST-NAME
                               TO WS-CU-NAME(WS-CUST-COUNT)
                           MOVE CUST-STATUS
                               TO WS-CU-STATUS(WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       LOAD-BENEFICIARIES.
           MOVE 0 TO WS-BEN-COUNT.
           OPEN INPUT BENEF-FILE.
           IF WS-BENEF-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BENEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BEN-PENDING OR BEN-ACTIVE
                               OR BEN-COMPLIANCE-HOLD
                           ADD 1 TO WS-BEN-COUNT
                           MOVE BEN-ID TO WS-BN-ID(WS-BEN-COUNT)
                           MOVE BEN-NAME TO WS-BN-NAME(WS-BEN-COUNT)
                           MOVE BEN-BANK TO WS-BN-BANK(WS-BEN-COUNT)
                           MOVE BEN-ACCT TO WS-BN-ACCT(WS-BEN-COUNT)
                           MOVE BEN-STATUS
                               TO WS-BN-STATUS(WS-BEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BENEF-FILE.

       RESCREEN-CUSTOMER.
           ADD 1 TO WS-CUST-SCREENED.
           INITIALIZE WS-SCREEN-DATA.
           MOVE 'C' TO WS-SCR-SOURCE.
           MOVE WS-CU-ID(WS-CU-IDX) TO WS-SCR-SUBJECT-KEY.
           MOVE WS-CU-NAME(WS-CU-IDX) TO WS-SCR-NAME.
           CALL "SANCSCRN" USING BY CONTENT "S"
                                 BY REFERENCE WS-SCREEN-DATA
                                 BY REFERENCE WS-SCREEN-RESULT
                                 BY CONTENT WS-TELLER-STAMP.
           IF WS-SCREEN-RESULT NOT = '20'
               EXIT PARAGRAPH.

           ADD 1 TO WS-CUST-HITS.
           DISPLAY "Customer " WS-CU-ID(WS-CU-IDX) " "
               WS-CU-NAME(WS-CU-IDX) " - case " WS-SCR-CASE-ID.
           IF WS-CU-STATUS(WS-CU-IDX) NOT = 'A'
               EXIT PARAGRAPH.

           INITIALIZE WS-CUSTOMER-DATA.
           MOVE WS-CU-ID(WS-CU-IDX) TO WS-CUST-ID.
           MOVE 'H' TO WS-CUST-STATUS-CHG.
           CALL "CUSTMGT" USING BY CONTENT "S"
                                BY REFERENCE WS-CUSTOMER-DATA
                                BY REFERENCE WS-CHANGE-RESULT
                                BY CONTENT WS-TELLER-STAMP.
           IF WS-CHANGE-RESULT = '00'
               ADD 1 TO WS-CUST-HELD
           ELSE
               DISPLAY "  Hold not applied. Code: " WS-CHANGE-RESULT
           END-IF.

       RESCREEN-BENEFICIARY.
           ADD 1 TO WS-BEN-SCREENED.
           INITIALIZE WS-SCREEN-DATA.
           MOVE 'B' TO WS-SCR-SOURCE.
           MOVE WS-BN-ID(WS-BN-IDX) TO WS-SCR-SUBJECT-KEY.
           MOVE WS-BN-NAME(WS-BN-IDX) TO WS-SCR-NAME.
           MOVE WS-BN-BANK(WS-BN-IDX) TO WS-SCR-BANK.
           MOVE WS-BN-ACCT(WS-BN-IDX) TO WS-SCR-ACCT.
           CALL "SANCSCRN" USING BY CONTENT "S"
                                 BY REFERENCE WS-SCREEN-DATA
                                 BY REFERENCE WS-SCREEN-RESULT
                                 BY CONTENT WS-TELLER-STAMP.
           IF WS-SCREEN-RESULT NOT = '20'
               EXIT PARAGRAPH.

           ADD 1 TO WS-BEN-HITS.
           DISPLAY "Beneficiary " WS-BN-ID(WS-BN-IDX) " "
               WS-BN-NAME(WS-BN-IDX) " - case " WS-SCR-CASE-ID.
           IF WS-BN-STATUS(WS-BN-IDX) NOT = 'A'
               EXIT PARAGRAPH.

           INITIALIZE WS-BENEF-DATA.
           MOVE WS-BN-ID(WS-BN-IDX) TO WS-BEN-ID.
           CALL "BENMGT" USING BY CONTENT "H"
                               BY REFERENCE WS-BENEF-DATA
                               BY REFERENCE WS-CHANGE-RESULT
                               BY CONTENT WS-TELLER-STAMP.
           IF WS-CHANGE-RESULT = '00'
               ADD 1 TO WS-BEN-HELD
           ELSE
               DISPLAY "  Hold not applied. Code: " WS-CHANGE-RESULT
           END-IF.
