       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTCARD.

      *>   Daily hot-card (negative) file for the ATM/POS vendor.
      *>   A block in CARDMGT otherwise only bites when ATMPOST
      *>   screens the next night's vendor file - after the money has
      *>   gone. This step sends the vendor the full current list of
      *>   every card it must decline at the terminal: blocked ('H'),
      *>   cancelled ('C'), and retired by an activated renewal
      *>   ('R'). A card already past its expiry is left off - the
      *>   terminal declines it on the embossed date anyway - which
      *>   keeps the list from growing forever.
      *>   DATA/hot_cards_YYYYMMDD.txt: an 'H' header (date, issuer),
      *>   one 'D' per card (number, status, the date the status was
      *>   set), and a 'Z' trailer with the count. The vendor
      *>   replaces its whole list with each day's file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "DATA/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT HOT-FILE ASSIGN TO WS-HOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY CARD.CPY.

       FD  HOT-FILE.
       01  HOT-RECORD.
           05  HC-REC-TYPE         PIC X(01).
               88 HC-HEADER        VALUE 'H'.
               88 HC-DETAIL        VALUE 'D'.
               88 HC-TRAILER       VALUE 'Z'.
           05  HC-REST             PIC X(39).
       01  HOT-HEADER REDEFINES HOT-RECORD.
           05  FILLER              PIC X(01).
           05  HC-FILE-DATE        PIC 9(08).
           05  HC-ISSUER           PIC X(08).
           05  FILLER              PIC X(23).
       01  HOT-DETAIL REDEFINES HOT-RECORD.
           05  FILLER              PIC X(01).
           05  HC-CARD-NUMBER      PIC X(16).
           05  HC-CARD-STATUS      PIC X(01).
           05  HC-STATUS-DATE      PIC 9(08).
           05  FILLER              PIC X(14).
       01  HOT-TRAILER REDEFINES HOT-RECORD.
           05  FILLER              PIC X(01).
           05  HC-TRL-COUNT        PIC 9(07).
           05  FILLER              PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC X(02).
       01  WS-HOT-STATUS       PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-HOT-NAME         PIC X(40).
       01  WS-OUR-BANK         PIC X(08) VALUE "MINIBANK".

       01  WS-TOTALS.
           05  WS-LISTED           PIC 9(07) VALUE 0.
           05  WS-BLOCKED          PIC 9(07) VALUE 0.
           05  WS-CANCELLED        PIC 9(07) VALUE 0.
           05  WS-RETIRED          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   HOT-CARD FILE - " WS-TODAY.
           DISPLAY "========================================".

           MOVE SPACES TO WS-HOT-NAME.
           STRING "DATA/hot_cards_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-HOT-NAME.
           OPEN OUTPUT HOT-FILE.
           IF WS-HOT-STATUS NOT = "00"
               DISPLAY "Cannot open hot-card file. Status: "
                   WS-HOT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO HOT-RECORD.
           MOVE 'H' TO HC-REC-TYPE.
           MOVE WS-TODAY TO HC-FILE-DATE.
           MOVE WS-OUR-BANK TO HC-ISSUER.
           WRITE HOT-RECORD.

      *>   No registry yet simply means an empty list - the vendor
      *>   still gets a file, so it never keeps yesterday's.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LIST-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF.

           MOVE SPACES TO HOT-RECORD.
           MOVE 'Z' TO HC-REC-TYPE.
           MOVE WS-LISTED TO HC-TRL-COUNT.
           WRITE HOT-RECORD.
           CLOSE HOT-FILE.

           DISPLAY "Cards Listed: " WS-LISTED
               "  Blocked: " WS-BLOCKED
               "  Cancelled: " WS-CANCELLED
               "  Retired: " WS-RETIRED.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIST-ONE-CARD.
           IF NOT CARD-BLOCKED AND NOT CARD-CANCELLED
                   AND NOT CARD-RETIRED
               EXIT PARAGRAPH.
           IF CARD-EXPIRY-DATE > 0 AND CARD-EXPIRY-DATE < WS-TODAY
               EXIT PARAGRAPH.

           MOVE SPACES TO HOT-RECORD.
           MOVE 'D' TO HC-REC-TYPE.
           MOVE CARD-NUMBER TO HC-CARD-NUMBER.
           MOVE CARD-STATUS TO HC-CARD-STATUS.
           MOVE CARD-STATUS-DATE TO HC-STATUS-DATE.
           WRITE HOT-RECORD.
           ADD 1 TO WS-LISTED.

           EVALUATE TRUE
               WHEN CARD-BLOCKED
                   ADD 1 TO WS-BLOCKED
               WHEN CARD-CANCELLED
                   ADD 1 TO WS-CANCELLED
               WHEN OTHER
                   ADD 1 TO WS-RETIRED
           END-EVALUATE.
