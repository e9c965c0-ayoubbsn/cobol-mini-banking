       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVFILE.

      *>   Deposit-insurance single customer view for the deposit
      *>   insurer: per depositor and currency, the eligible deposits
      *>   held, and how much of that the scheme covers.
      *>   Eligible deposits are the credit balances of every
      *>   customer savings, checking and term account still open
      *>   (active or frozen) plus the interest accrued on it but not
      *>   yet posted (int_accrual.dat). Loan and bank-owned
      *>   (internal) accounts are left out. Each account is split
      *>   equally among its owners - the active primary and joint
      *>   links on acct_owners.dat; an attorney is not an owner -
      *>   with any odd cent going to the first owner found; an
      *>   account with no link on file belongs to ACCT-CUST-ID.
      *>   The coverage limit applies per depositor per currency and
      *>   comes from PARMMGT key DI-COVER-ccy (DI-COVER-USD, ...);
      *>   a currency with no parameter posted is covered to the
      *>   compiled default and the run ends RC 4, so the limit can
      *>   be posted and the file made again.
      *>   The file can be made on demand at any time (MAIN, Customer
      *>   Maintenance) as well as at month end, and is as at the
      *>   processing date. DATA/scv_YYYYMMDD.txt, fixed format:
      *>     H  header - file date, institution
      *>     D  one per depositor and currency, in customer order -
      *>        identity, accounts held, eligible, insured and
      *>        uninsured amounts
      *>     X  an account no depositor can be found for - listed
      *>        with its eligible amount for the insurer to see, but
      *>        outside every depositor's total
      *>     T  control totals per currency - the limit applied,
      *>        depositors, eligible, insured and uninsured
      *>     Z  trailer - counts of D, X and T records and of all
      *>        records in the file, header and trailer included
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNER-FILE ASSIGN TO "DATA/acct_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "DATA/int_accrual.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCR-ACCT-ID
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT SCV-FILE ASSIGN TO WS-SCV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           COPY OWNER.CPY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  ACCR-FILE.
       01  ACCRUAL-RECORD.
           COPY ACCRUAL.CPY.

       FD  SCV-FILE.
       01  SCV-RECORD.
           05  SV-REC-TYPE         PIC X(01).
               88 SV-HEADER        VALUE 'H'.
               88 SV-DEPOSITOR     VALUE 'D'.
               88 SV-UNATTRIBUTED  VALUE 'X'.
               88 SV-CCY-TOTAL     VALUE 'T'.
               88 SV-TRAILER       VALUE 'Z'.
           05  SV-REST             PIC X(119).
       01  SCV-HEADER REDEFINES SCV-RECORD.
           05  FILLER              PIC X(01).
           05  SV-FILE-DATE        PIC 9(08).
           05  SV-INSTITUTION      PIC X(08).
           05  FILLER              PIC X(103).
       01  SCV-DETAIL REDEFINES SCV-RECORD.
           05  FILLER              PIC X(01).
           05  SV-CUST-ID          PIC 9(05).
           05  SV-CUST-NAME        PIC X(30).
           05  SV-DOC-TYPE         PIC X(01).
           05  SV-DOC-NUMBER       PIC X(20).
           05  SV-CURRENCY         PIC X(03).
           05  SV-ACCT-COUNT       PIC 9(03).
           05  SV-ELIGIBLE         PIC 9(11)V99.
           05  SV-INSURED          PIC 9(11)V99.
           05  SV-UNINSURED        PIC 9(11)V99.
           05  FILLER              PIC X(18).
       01  SCV-UNATTRIBUTED REDEFINES SCV-RECORD.
           05  FILLER              PIC X(01).
           05  SV-X-ACCT-ID        PIC 9(05).
           05  SV-X-ACCT-TYPE      PIC X(01).
           05  SV-X-CURRENCY       PIC X(03).
           05  SV-X-ELIGIBLE       PIC 9(11)V99.
           05  FILLER              PIC X(97).
       01  SCV-TOTAL REDEFINES SCV-RECORD.
           05  FILLER              PIC X(01).
           05  SV-T-CURRENCY       PIC X(03).
           05  SV-T-LIMIT          PIC 9(11)V99.
           05  SV-T-DEPOSITORS     PIC 9(07).
           05  SV-T-ELIGIBLE       PIC 9(13)V99.
           05  SV-T-INSURED        PIC 9(13)V99.
           05  SV-T-UNINSURED      PIC 9(13)V99.
           05  FILLER              PIC X(51).
       01  SCV-TRAILER REDEFINES SCV-RECORD.
           05  FILLER              PIC X(01).
           05  SV-Z-DEPOSITORS     PIC 9(07).
           05  SV-Z-UNATTRIBUTED   PIC 9(07).
           05  SV-Z-CURRENCIES     PIC 9(03).
           05  SV-Z-RECORDS        PIC 9(07).
           05  FILLER              PIC X(95).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-ACCR-STATUS      PIC X(02).
       01  WS-SCV-STATUS       PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-SCV-NAME         PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".
       01  WS-ACCR-OPEN        PIC X(01) VALUE 'N'.
      *>   Cover for a currency with no DI-COVER-ccy posted.
       01  WS-DEFAULT-COVER    PIC 9(11)V99 VALUE 250000.
       01  WS-DEFAULT-USED     PIC X(01) VALUE 'N'.

       01  WS-ACCT-ELIGIBLE    PIC S9(11)V99.
       01  WS-SHARE            PIC 9(11)V99.
       01  WS-FIRST-SHARE      PIC 9(11)V99.
       01  WS-OWNER-COUNT      PIC 9(03).
       01  WS-SHARE-CUST       PIC 9(05).
       01  WS-SHARE-AMOUNT     PIC 9(11)V99.
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-CCY-SLOT         PIC 9(03).

      *>   Active primary and joint links from acct_owners.dat.
       01  WS-OWN-TABLE.
           05  WS-OT-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-OT-IDX.
               10  WS-OT-ACCT-ID       PIC 9(05).
               10  WS-OT-CUST-ID       PIC 9(05).
       01  WS-OWN-COUNT        PIC 9(05) VALUE 0.

      *>   One entry per depositor and currency. WS-DP-WRITTEN marks
      *>   those already on the file.
       01  WS-DEP-TABLE.
           05  WS-DP-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-DP-IDX.
               10  WS-DP-CUST-ID       PIC 9(05).
               10  WS-DP-CURRENCY      PIC X(03).
               10  WS-DP-ACCT-COUNT    PIC 9(03).
               10  WS-DP-ELIGIBLE      PIC 9(11)V99.
               10  WS-DP-WRITTEN       PIC X(01).
       01  WS-DEP-COUNT        PIC 9(05) VALUE 0.

       01  WS-UNATT-TABLE.
           05  WS-UA-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-UA-IDX.
               10  WS-UA-ACCT-ID       PIC 9(05).
               10  WS-UA-ACCT-TYPE     PIC X(01).
               10  WS-UA-CURRENCY      PIC X(03).
               10  WS-UA-ELIGIBLE      PIC 9(11)V99.
       01  WS-UNATT-COUNT      PIC 9(03) VALUE 0.

      *>   Limit and control totals per currency.
       01  WS-CCY-TABLE.
           05  WS-CY-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CY-IDX.
               10  WS-CY-CURRENCY      PIC X(03).
               10  WS-CY-LIMIT         PIC 9(11)V99.
               10  WS-CY-DEPOSITORS    PIC 9(07).
               10  WS-CY-ELIGIBLE      PIC 9(13)V99.
               10  WS-CY-INSURED       PIC 9(13)V99.
               10  WS-CY-UNINSURED     PIC 9(13)V99.
       01  WS-CCY-COUNT        PIC 9(03) VALUE 0.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-TOTALS.
           05  WS-ACCTS-READ       PIC 9(07) VALUE 0.
           05  WS-ACCTS-ELIGIBLE   PIC 9(07) VALUE 0.
           05  WS-JOINT-SPLIT      PIC 9(07) VALUE 0.
           05  WS-D-WRITTEN        PIC 9(07) VALUE 0.
           05  WS-X-WRITTEN        PIC 9(07) VALUE 0.
           05  WS-RECORDS          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   DEPOSIT INSURANCE SCV FILE - " WS-TODAY.
           DISPLAY "========================================".

      *>   Working storage survives between calls from MAIN, so
      *>   every run starts its tables and counts afresh.
           MOVE 0 TO WS-OWN-COUNT WS-DEP-COUNT WS-UNATT-COUNT
               WS-CCY-COUNT.
           INITIALIZE WS-TOTALS.
           MOVE 'N' TO WS-DEFAULT-USED.

           PERFORM LOAD-OWNER-LINKS.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Cannot open accounts. Status: "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *>   No accrual file yet only means nothing is accrued.
           MOVE 'N' TO WS-ACCR-OPEN.
           OPEN INPUT ACCR-FILE.
           IF WS-ACCR-STATUS = "00"
               MOVE 'Y' TO WS-ACCR-OPEN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
                       PERFORM TAKE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.
           IF WS-ACCR-OPEN = 'Y'
               CLOSE ACCR-FILE
           END-IF.

           MOVE SPACES TO WS-SCV-NAME.
           STRING "DATA/scv_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-SCV-NAME.
           OPEN OUTPUT SCV-FILE.
           IF WS-SCV-STATUS NOT = "00"
               DISPLAY "Cannot open SCV file. Status: "
                   WS-SCV-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO SCV-RECORD.
           MOVE 'H' TO SV-REC-TYPE.
           MOVE WS-TODAY TO SV-FILE-DATE.
           MOVE WS-OUR-BANK TO SV-INSTITUTION.
           PERFORM WRITE-SCV.

           PERFORM WRITE-DEPOSITORS.
           PERFORM WRITE-UNATTRIBUTED.
           PERFORM WRITE-CURRENCY-TOTALS.

           MOVE SPACES TO SCV-RECORD.
           MOVE 'Z' TO SV-REC-TYPE.
           MOVE WS-D-WRITTEN TO SV-Z-DEPOSITORS.
           MOVE WS-X-WRITTEN TO SV-Z-UNATTRIBUTED.
           MOVE WS-CCY-COUNT TO SV-Z-CURRENCIES.
           ADD 1 TO WS-RECORDS.
           MOVE WS-RECORDS TO SV-Z-RECORDS.
           WRITE SCV-RECORD.
           CLOSE SCV-FILE.

           DISPLAY "Accounts Read:        " WS-ACCTS-READ.
           DISPLAY "Eligible Accounts:    " WS-ACCTS-ELIGIBLE.
           DISPLAY "Split Between Owners: " WS-JOINT-SPLIT.
           DISPLAY "Depositor Records:    " WS-D-WRITTEN.
           DISPLAY "No Depositor Found:   " WS-X-WRITTEN.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CCY-COUNT
               DISPLAY "  " WS-CY-CURRENCY(WS-CY-IDX)
                   "  Eligible " WS-CY-ELIGIBLE(WS-CY-IDX)
                   "  Insured " WS-CY-INSURED(WS-CY-IDX)
           END-PERFORM.
           DISPLAY "File: " WS-SCV-NAME.

           IF WS-DEFAULT-USED = 'Y' OR WS-X-WRITTEN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-OWNER-LINKS.
           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OWN-ACTIVE
                               AND (OWN-PRIMARY OR OWN-JOINT)
                               AND WS-OWN-COUNT < 9999
                           ADD 1 TO WS-OWN-COUNT
                           MOVE OWN-ACCT-ID
                               TO WS-OT-ACCT-ID(WS-OWN-COUNT)
                           MOVE OWN-CUST-ID
                               TO WS-OT-CUST-ID(WS-OWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OWNER-FILE.

      *>   An eligible account's deposit, shared among its owners.
       TAKE-ONE-ACCOUNT.
           IF ACCT-LOAN OR ACCT-IS-INTERNAL
                   OR ACCT-CLOSED OR ACCT-WRITTEN-OFF
               EXIT PARAGRAPH.

           MOVE ACCT-BALANCE TO WS-ACCT-ELIGIBLE.
           IF WS-ACCR-OPEN = 'Y'
               MOVE ACCT-ID TO ACCR-ACCT-ID
               READ ACCR-FILE
                   NOT INVALID KEY
                       COMPUTE WS-ACCT-ELIGIBLE ROUNDED =
                           WS-ACCT-ELIGIBLE + ACCR-AMOUNT
               END-READ
           END-IF.
           IF WS-ACCT-ELIGIBLE NOT > 0
               EXIT PARAGRAPH.
           ADD 1 TO WS-ACCTS-ELIGIBLE.
           PERFORM FIND-CURRENCY.

           MOVE 0 TO WS-OWNER-COUNT.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OWN-COUNT
               IF WS-OT-ACCT-ID(WS-OT-IDX) = ACCT-ID
                   ADD 1 TO WS-OWNER-COUNT
               END-IF
           END-PERFORM.

           IF WS-OWNER-COUNT = 0
               IF ACCT-CUST-ID = 0
                   PERFORM HOLD-UNATTRIBUTED
               ELSE
                   MOVE ACCT-CUST-ID TO WS-SHARE-CUST
                   MOVE WS-ACCT-ELIGIBLE TO WS-SHARE-AMOUNT
                   PERFORM ADD-TO-DEPOSITOR
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *>   Equal shares to the cent; the first owner takes what
      *>   is left over, so the shares always add back up.
           DIVIDE WS-ACCT-ELIGIBLE BY WS-OWNER-COUNT
               GIVING WS-SHARE.
           COMPUTE WS-FIRST-SHARE =
               WS-ACCT-ELIGIBLE - (WS-SHARE * (WS-OWNER-COUNT - 1)).
           IF WS-OWNER-COUNT > 1
               ADD 1 TO WS-JOINT-SPLIT
           END-IF.

           MOVE WS-FIRST-SHARE TO WS-SHARE-AMOUNT.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OWN-COUNT
               IF WS-OT-ACCT-ID(WS-OT-IDX) = ACCT-ID
                   MOVE WS-OT-CUST-ID(WS-OT-IDX) TO WS-SHARE-CUST
                   PERFORM ADD-TO-DEPOSITOR
                   MOVE WS-SHARE TO WS-SHARE-AMOUNT
               END-IF
           END-PERFORM.

       ADD-TO-DEPOSITOR.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEP-COUNT
                       OR WS-FOUND-IDX > 0
               IF WS-DP-CUST-ID(WS-DP-IDX) = WS-SHARE-CUST
                       AND WS-DP-CURRENCY(WS-DP-IDX) = ACCT-CURRENCY
                   SET WS-FOUND-IDX TO WS-DP-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
               IF WS-DEP-COUNT >= 9999
                   DISPLAY "Depositor table full - customer "
                       WS-SHARE-CUST " left off"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-DEP-COUNT TO WS-FOUND-IDX
               MOVE WS-SHARE-CUST TO WS-DP-CUST-ID(WS-FOUND-IDX)
               MOVE ACCT-CURRENCY TO WS-DP-CURRENCY(WS-FOUND-IDX)
               MOVE 0 TO WS-DP-ACCT-COUNT(WS-FOUND-IDX)
               MOVE 0 TO WS-DP-ELIGIBLE(WS-FOUND-IDX)
               MOVE 'N' TO WS-DP-WRITTEN(WS-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-DP-ACCT-COUNT(WS-FOUND-IDX).
           ADD WS-SHARE-AMOUNT TO WS-DP-ELIGIBLE(WS-FOUND-IDX).

       HOLD-UNATTRIBUTED.
           IF WS-UNATT-COUNT >= 999
               DISPLAY "No depositor for account " ACCT-ID
               EXIT PARAGRAPH.
           ADD 1 TO WS-UNATT-COUNT.
           MOVE ACCT-ID TO WS-UA-ACCT-ID(WS-UNATT-COUNT).
           MOVE ACCT-TYPE TO WS-UA-ACCT-TYPE(WS-UNATT-COUNT).
           MOVE ACCT-CURRENCY TO WS-UA-CURRENCY(WS-UNATT-COUNT).
           MOVE WS-ACCT-ELIGIBLE TO WS-UA-ELIGIBLE(WS-UNATT-COUNT).

      *>   The currency's slot in the control table, taking on the
      *>   currency and its coverage limit the first time it is seen.
       FIND-CURRENCY.
           MOVE 0 TO WS-CCY-SLOT.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CCY-COUNT
                       OR WS-CCY-SLOT > 0
               IF WS-CY-CURRENCY(WS-CY-IDX) = ACCT-CURRENCY
                   SET WS-CCY-SLOT TO WS-CY-IDX
               END-IF
           END-PERFORM.
           IF WS-CCY-SLOT > 0 OR WS-CCY-COUNT >= 50
               EXIT PARAGRAPH.

           ADD 1 TO WS-CCY-COUNT.
           MOVE WS-CCY-COUNT TO WS-CCY-SLOT.
           INITIALIZE WS-CY-ENTRY(WS-CCY-SLOT).
           MOVE ACCT-CURRENCY TO WS-CY-CURRENCY(WS-CCY-SLOT).

           MOVE SPACES TO WS-PRM-KEY.
           STRING "DI-COVER-" ACCT-CURRENCY
               DELIMITED BY SIZE INTO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-CY-LIMIT(WS-CCY-SLOT)
           ELSE
               MOVE WS-DEFAULT-COVER TO WS-CY-LIMIT(WS-CCY-SLOT)
               MOVE 'Y' TO WS-DEFAULT-USED
               DISPLAY "No DI-COVER-" ACCT-CURRENCY
                   " posted - covered to " WS-DEFAULT-COVER
           END-IF.

      *>   Customer order: each customer's currencies as the master
      *>   is read, then anyone the links name who is not on the
      *>   customer master at all.
       WRITE-DEPOSITORS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM WRITE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

           MOVE SPACES TO CUSTOMER-RECORD.
           MOVE "NOT ON CUSTOMER FILE" TO CUST-NAME.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEP-COUNT
               IF WS-DP-WRITTEN(WS-DP-IDX) = 'N'
                   MOVE WS-DP-CUST-ID(WS-DP-IDX) TO CUST-ID
                   PERFORM WRITE-ONE-DEPOSITOR
               END-IF
           END-PERFORM.

       WRITE-ONE-CUSTOMER.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEP-COUNT
               IF WS-DP-CUST-ID(WS-DP-IDX) = CUST-ID
                       AND WS-DP-WRITTEN(WS-DP-IDX) = 'N'
                   PERFORM WRITE-ONE-DEPOSITOR
               END-IF
           END-PERFORM.

      *>   Cover is the lesser of the depositor's eligible total in
      *>   the currency and the currency's limit.
       WRITE-ONE-DEPOSITOR.
           MOVE 'Y' TO WS-DP-WRITTEN(WS-DP-IDX).
           MOVE 0 TO WS-CCY-SLOT.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CCY-COUNT
                       OR WS-CCY-SLOT > 0
               IF WS-CY-CURRENCY(WS-CY-IDX) = WS-DP-CURRENCY(WS-DP-IDX)
                   SET WS-CCY-SLOT TO WS-CY-IDX
               END-IF
           END-PERFORM.

           MOVE SPACES TO SCV-RECORD.
           MOVE 'D' TO SV-REC-TYPE.
           MOVE CUST-ID TO SV-CUST-ID.
           MOVE CUST-NAME TO SV-CUST-NAME.
           MOVE CUST-ID-DOC-TYPE TO SV-DOC-TYPE.
           MOVE CUST-ID-DOC-NUMBER TO SV-DOC-NUMBER.
           MOVE WS-DP-CURRENCY(WS-DP-IDX) TO SV-CURRENCY.
           MOVE WS-DP-ACCT-COUNT(WS-DP-IDX) TO SV-ACCT-COUNT.
           MOVE WS-DP-ELIGIBLE(WS-DP-IDX) TO SV-ELIGIBLE.
           IF WS-CCY-SLOT > 0
                   AND WS-DP-ELIGIBLE(WS-DP-IDX)
                       > WS-CY-LIMIT(WS-CCY-SLOT)
               MOVE WS-CY-LIMIT(WS-CCY-SLOT) TO SV-INSURED
           ELSE
               MOVE WS-DP-ELIGIBLE(WS-DP-IDX) TO SV-INSURED
           END-IF.
           COMPUTE SV-UNINSURED = SV-ELIGIBLE - SV-INSURED.
           PERFORM WRITE-SCV.
           ADD 1 TO WS-D-WRITTEN.

           IF WS-CCY-SLOT > 0
               ADD 1 TO WS-CY-DEPOSITORS(WS-CCY-SLOT)
               ADD SV-ELIGIBLE TO WS-CY-ELIGIBLE(WS-CCY-SLOT)
               ADD SV-INSURED TO WS-CY-INSURED(WS-CCY-SLOT)
               ADD SV-UNINSURED TO WS-CY-UNINSURED(WS-CCY-SLOT)
           END-IF.

       WRITE-UNATTRIBUTED.
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > WS-UNATT-COUNT
               MOVE SPACES TO SCV-RECORD
               MOVE 'X' TO SV-REC-TYPE
               MOVE WS-UA-ACCT-ID(WS-UA-IDX) TO SV-X-ACCT-ID
               MOVE WS-UA-ACCT-TYPE(WS-UA-IDX) TO SV-X-ACCT-TYPE
               MOVE WS-UA-CURRENCY(WS-UA-IDX) TO SV-X-CURRENCY
               MOVE WS-UA-ELIGIBLE(WS-UA-IDX) TO SV-X-ELIGIBLE
               PERFORM WRITE-SCV
               ADD 1 TO WS-X-WRITTEN
           END-PERFORM.

       WRITE-CURRENCY-TOTALS.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CCY-COUNT
               MOVE SPACES TO SCV-RECORD
               MOVE 'T' TO SV-REC-TYPE
               MOVE WS-CY-CURRENCY(WS-CY-IDX) TO SV-T-CURRENCY
               MOVE WS-CY-LIMIT(WS-CY-IDX) TO SV-T-LIMIT
               MOVE WS-CY-DEPOSITORS(WS-CY-IDX) TO SV-T-DEPOSITORS
               MOVE WS-CY-ELIGIBLE(WS-CY-IDX) TO SV-T-ELIGIBLE
               MOVE WS-CY-INSURED(WS-CY-IDX) TO SV-T-INSURED
               MOVE WS-CY-UNINSURED(WS-CY-IDX) TO SV-T-UNINSURED
               PERFORM WRITE-SCV
           END-PERFORM.

       WRITE-SCV.
           WRITE SCV-RECORD.
           ADD 1 TO WS-RECORDS.
