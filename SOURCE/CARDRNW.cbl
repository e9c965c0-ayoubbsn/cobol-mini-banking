       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRNW.

      *>   Monthly card renewal. On the last business day of the
      *>   month (any other day it does nothing and returns 0) every
      *>   active card that expires by the end of the month
      *>   CARD-RENEW-MONTHS (PARMMGT, default 1) ahead and has not
      *>   already been renewed is reissued through CARDMGT 'R' -
      *>   provided the account it draws on is still active; a card
      *>   on a frozen, closed, or written-off account is simply left
      *>   to expire. Each new card is pending until the customer
      *>   activates it (CARDMGT 'V'), which retires the old number.
      *>   The embosser gets DATA/card_prod_YYYYMMDD.txt: an 'H'
      *>   header, one 'D' per card to produce (new number, expiry
      *>   month, name, account, the branch it is delivered to, and
      *>   the number it replaces), and a 'Z' trailer count.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "DATA/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-NUMBER OF CARD-RECORD
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PROD-FILE ASSIGN TO WS-PROD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY CARD.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  PROD-FILE.
       01  PROD-RECORD.
           05  CP-REC-TYPE         PIC X(01).
               88 CP-HEADER        VALUE 'H'.
               88 CP-DETAIL        VALUE 'D'.
               88 CP-TRAILER       VALUE 'Z'.
           05  CP-REST             PIC X(79).
       01  PROD-HEADER REDEFINES PROD-RECORD.
           05  FILLER              PIC X(01).
           05  CP-FILE-DATE        PIC 9(08).
           05  CP-ISSUER           PIC X(08).
           05  FILLER              PIC X(63).
       01  PROD-DETAIL REDEFINES PROD-RECORD.
           05  FILLER              PIC X(01).
           05  CP-CARD-NUMBER      PIC X(16).
      *>   YYYYMM, as embossed.
           05  CP-EXPIRY           PIC 9(06).
           05  CP-EMBOSS-NAME      PIC X(30).
           05  CP-ACCT-ID          PIC 9(05).
           05  CP-BRANCH-ID        PIC 9(03).
           05  CP-OLD-CARD         PIC X(16).
           05  FILLER              PIC X(03).
       01  PROD-TRAILER REDEFINES PROD-RECORD.
           05  FILLER              PIC X(01).
           05  CP-TRL-COUNT        PIC 9(07).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-PROD-STATUS      PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-PROD-NAME        PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).
       01  WS-RENEW-MONTHS     PIC 9(03) VALUE 1.

      *>   Horizon: the last day of the month WS-RENEW-MONTHS ahead.
       01  WS-HORIZON          PIC 9(08).
       01  WS-HZ-YEAR          PIC 9(04).
       01  WS-HZ-MONTH         PIC 9(05).
       01  WS-HZ-FIRST         PIC 9(08).

      *>   Cards due, gathered with CARD-FILE closed again before
      *>   CARDMGT opens it.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-CARD         PIC X(16).
               10  WS-DUE-ACCT-ID      PIC 9(05).
               10  WS-DUE-OK           PIC X(01).
               10  WS-DUE-NAME         PIC X(30).
               10  WS-DUE-BRANCH-ID    PIC 9(03).
       01  WS-DUE-COUNT        PIC 9(05) VALUE 0.

       01  WS-CARD-DATA.
           COPY CARD.CPY.
       01  WS-CARD-RESULT      PIC X(02).

       01  WS-TOTALS.
           05  WS-RENEWED          PIC 9(05) VALUE 0.
           05  WS-SKIPPED          PIC 9(05) VALUE 0.
           05  WS-FAILED           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

      *>   Month-end is the last business day: the next business
      *>   day after today already falls in a new month.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + 1).
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-NEXT-DAY
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-NEXT-DAY(1:6) = WS-TODAY(1:6)
               DISPLAY "Card renewal: not month-end - nothing to do."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           DISPLAY "========================================".
           DISPLAY "   CARD RENEWAL RUN - " WS-TODAY.
           DISPLAY "========================================".

           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "CARD-RENEW-MONTHS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-RENEW-MONTHS
           END-IF.
           PERFORM COMPUTE-HORIZON.

           PERFORM GATHER-DUE-CARDS.
           PERFORM CHECK-DUE-ACCOUNTS.

           MOVE SPACES TO WS-PROD-NAME.
           STRING "DATA/card_prod_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-PROD-NAME.
           OPEN OUTPUT PROD-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Cannot open card production file. Status: "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO PROD-RECORD.
           MOVE 'H' TO CP-REC-TYPE.
           MOVE WS-TODAY TO CP-FILE-DATE.
           MOVE WS-OUR-BANK TO CP-ISSUER.
           WRITE PROD-RECORD.

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-OK(WS-DUE-IDX) = 'Y'
                   PERFORM RENEW-ONE-CARD
               END-IF
           END-PERFORM.

           MOVE SPACES TO PROD-RECORD.
           MOVE 'Z' TO CP-REC-TYPE.
           MOVE WS-RENEWED TO CP-TRL-COUNT.
           WRITE PROD-RECORD.
           CLOSE PROD-FILE.

           DISPLAY " ".
           DISPLAY "Expiring By:              " WS-HORIZON.
           DISPLAY "Cards Renewed:            " WS-RENEWED.
           DISPLAY "Skipped (Account Not Active): " WS-SKIPPED.
           DISPLAY "Renewals Failed:          " WS-FAILED.

           IF WS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       COMPUTE-HORIZON.
           MOVE WS-TODAY(1:4) TO WS-HZ-YEAR.
           MOVE WS-TODAY(5:2) TO WS-HZ-MONTH.
           ADD WS-RENEW-MONTHS TO WS-HZ-MONTH.
           ADD 1 TO WS-HZ-MONTH.
           PERFORM UNTIL WS-HZ-MONTH <= 12
               SUBTRACT 12 FROM WS-HZ-MONTH
               ADD 1 TO WS-HZ-YEAR
           END-PERFORM.
           COMPUTE WS-HZ-FIRST = WS-HZ-YEAR * 10000
               + WS-HZ-MONTH * 100 + 1.
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HZ-FIRST) - 1).

       GATHER-DUE-CARDS.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CARD-ACTIVE OF CARD-RECORD
                               AND CARD-RENEWED-BY OF CARD-RECORD
                                   = SPACES
                               AND CARD-EXPIRY-DATE OF CARD-RECORD > 0
                               AND CARD-EXPIRY-DATE OF CARD-RECORD
                                   <= WS-HORIZON
                               AND WS-DUE-COUNT < 9999
                           ADD 1 TO WS-DUE-COUNT
                           MOVE CARD-NUMBER OF CARD-RECORD
                               TO WS-DUE-CARD(WS-DUE-COUNT)
                           MOVE CARD-ACCT-ID OF CARD-RECORD
                               TO WS-DUE-ACCT-ID(WS-DUE-COUNT)
                           MOVE 'N' TO WS-DUE-OK(WS-DUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARD-FILE.

       CHECK-DUE-ACCOUNTS.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH.

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               MOVE WS-DUE-ACCT-ID(WS-DUE-IDX) TO ACCT-ID
               READ ACCT-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED
                   NOT INVALID KEY
                       IF ACCT-ACTIVE
                           MOVE 'Y' TO WS-DUE-OK(WS-DUE-IDX)
                           MOVE ACCT-NAME TO WS-DUE-NAME(WS-DUE-IDX)
                           MOVE ACCT-BRANCH-ID
                               TO WS-DUE-BRANCH-ID(WS-DUE-IDX)
                       ELSE
                           ADD 1 TO WS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.

       RENEW-ONE-CARD.
           INITIALIZE WS-CARD-DATA.
           MOVE WS-DUE-CARD(WS-DUE-IDX) TO CARD-NUMBER OF WS-CARD-DATA.
           CALL "CARDMGT" USING BY CONTENT "R"
                                BY REFERENCE WS-CARD-DATA
                                BY REFERENCE WS-CARD-RESULT.
           IF WS-CARD-RESULT NOT = '00'
               ADD 1 TO WS-FAILED
               DISPLAY "Card " WS-DUE-CARD(WS-DUE-IDX)
                   " not renewed. Code: " WS-CARD-RESULT
               EXIT PARAGRAPH.

           ADD 1 TO WS-RENEWED.
           MOVE SPACES TO PROD-RECORD.
           MOVE 'D' TO CP-REC-TYPE.
           MOVE CARD-NUMBER OF WS-CARD-DATA TO CP-CARD-NUMBER.
           MOVE CARD-EXPIRY-DATE OF WS-CARD-DATA(1:6) TO CP-EXPIRY.
           MOVE WS-DUE-NAME(WS-DUE-IDX) TO CP-EMBOSS-NAME.
           MOVE CARD-ACCT-ID OF WS-CARD-DATA TO CP-ACCT-ID.
           MOVE WS-DUE-BRANCH-ID(WS-DUE-IDX) TO CP-BRANCH-ID.
           MOVE WS-DUE-CARD(WS-DUE-IDX) TO CP-OLD-CARD.
           WRITE PROD-RECORD.
