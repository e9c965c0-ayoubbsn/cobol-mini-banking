       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCARD.

      *>   One-time widening of the card registry, run once by
      *>   operations when card expiry goes live - CONVMAST's method
      *>   applied to DATA/cards.dat, which is ORGANIZATION INDEXED
      *>   and grew 41 -> 89 bytes (expiry, status date, and the
      *>   renewal links). Each card is read under its OLD length
      *>   and rewritten into DATA/cards_new.dat with the appended
      *>   fields set:
      *>     - expiry is the end of the month CARD-LIFE-MONTHS
      *>       (PARMMGT, default 36) after the card was issued, as
      *>       CARDMGT now stamps on every new card - but never
      *>       earlier than the end of the month after next, so a
      *>       card already past its notional life is picked up by
      *>       the first CARDRNW run and reissued before ATMPOST
      *>       starts declining it;
      *>     - the status date is the issue date (the registry never
      *>       kept when a card was blocked or cancelled);
      *>     - the renewal links start blank.
      *>   Operations then move cards_new.dat over cards.dat. A
      *>   completion marker (DATA/card_conv_done.dat) refuses a
      *>   second run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CARD-FILE ASSIGN TO "DATA/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OK-CARD-NUMBER
               FILE STATUS IS WS-OLD-CARD-STATUS.

           SELECT NEW-CARD-FILE ASSIGN TO "DATA/cards_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-NEW-CARD-STATUS.

           SELECT MARKER-FILE ASSIGN TO "DATA/card_conv_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   The pre-release shape: key plus an opaque blob.
       FD  OLD-CARD-FILE.
       01  OLD-CARD-RECORD.
           05  OK-CARD-NUMBER      PIC X(16).
           05  OK-REST             PIC X(25).

       FD  NEW-CARD-FILE.
       01  CARD-RECORD.
           COPY CARD.CPY.

       FD  MARKER-FILE.
       01  MARKER-RECORD.
           05  MRK-RUN-DATE        PIC 9(08).
           05  MRK-RUN-TIME        PIC 9(06).
           05  MRK-CARDS           PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-OLD-CARD-STATUS  PIC X(02).
       01  WS-NEW-CARD-STATUS  PIC X(02).
       01  WS-MARKER-STATUS    PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-CARDS-DONE       PIC 9(05) VALUE 0.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).
       01  WS-LIFE-MONTHS      PIC 9(03) VALUE 36.
       01  WS-ADD-MONTHS       PIC 9(03).

       01  WS-EXP-BASE         PIC 9(08).
       01  WS-EXP-DATE         PIC 9(08).
       01  WS-EXP-YEAR         PIC 9(04).
       01  WS-EXP-MONTH        PIC 9(05).
       01  WS-EXP-FIRST        PIC 9(08).
       01  WS-EARLIEST-EXPIRY  PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "========================================".
           DISPLAY "   CARD REGISTRY WIDENING CONVERSION".
           DISPLAY "========================================".

           OPEN INPUT MARKER-FILE.
           IF WS-MARKER-STATUS = "00"
               DISPLAY "Conversion already completed - rerun "
                   "refused (see DATA/card_conv_done.dat)."
               CLOSE MARKER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "CARD-LIFE-MONTHS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-LIFE-MONTHS
           END-IF.

           MOVE WS-TODAY TO WS-EXP-BASE.
           MOVE 2 TO WS-ADD-MONTHS.
           PERFORM COMPUTE-EXPIRY.
           MOVE WS-EXP-DATE TO WS-EARLIEST-EXPIRY.

           PERFORM CONVERT-CARDS.

           OPEN OUTPUT MARKER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MRK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MRK-RUN-TIME.
           MOVE WS-CARDS-DONE TO MRK-CARDS.
           WRITE MARKER-RECORD.
           CLOSE MARKER-FILE.

           DISPLAY " ".
           DISPLAY "Cards Converted: " WS-CARDS-DONE.
           DISPLAY "Now move cards_new.dat over cards.dat.".

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *>   The first 41 bytes copy across unchanged.
       CONVERT-CARDS.
           OPEN INPUT OLD-CARD-FILE.
           IF WS-OLD-CARD-STATUS NOT = "00"
               DISPLAY "No cards.dat to convert. Status: "
                   WS-OLD-CARD-STATUS
               EXIT PARAGRAPH.

           OPEN OUTPUT NEW-CARD-FILE.

           MOVE WS-LIFE-MONTHS TO WS-ADD-MONTHS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-CARD
               END-READ
           END-PERFORM.

           CLOSE OLD-CARD-FILE.
           CLOSE NEW-CARD-FILE.

       CONVERT-ONE-CARD.
           MOVE OK-CARD-NUMBER TO CARD-NUMBER.
           MOVE OK-REST TO CARD-RECORD(17:25).

           IF CARD-ISSUE-DATE IS NUMERIC AND CARD-ISSUE-DATE > 0
               MOVE CARD-ISSUE-DATE TO WS-EXP-BASE
               PERFORM COMPUTE-EXPIRY
           ELSE
               MOVE 0 TO WS-EXP-DATE
           END-IF.
           IF WS-EXP-DATE < WS-EARLIEST-EXPIRY
               MOVE WS-EARLIEST-EXPIRY TO WS-EXP-DATE
           END-IF.

           MOVE WS-EXP-DATE TO CARD-EXPIRY-DATE.
           MOVE CARD-ISSUE-DATE TO CARD-STATUS-DATE.
           MOVE SPACES TO CARD-REPLACES.
           MOVE SPACES TO CARD-RENEWED-BY.
           WRITE CARD-RECORD.
           ADD 1 TO WS-CARDS-DONE.

      *>   End of the month WS-ADD-MONTHS after WS-EXP-BASE - the
      *>   same rule CARDMGT uses.
       COMPUTE-EXPIRY.
           MOVE WS-EXP-BASE(1:4) TO WS-EXP-YEAR.
           MOVE WS-EXP-BASE(5:2) TO WS-EXP-MONTH.
           ADD WS-ADD-MONTHS TO WS-EXP-MONTH.
           ADD 1 TO WS-EXP-MONTH.
           PERFORM UNTIL WS-EXP-MONTH <= 12
               SUBTRACT 12 FROM WS-EXP-MONTH
               ADD 1 TO WS-EXP-YEAR
           END-PERFORM.
           COMPUTE WS-EXP-FIRST = WS-EXP-YEAR * 10000
               + WS-EXP-MONTH * 100 + 1.
           COMPUTE WS-EXP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXP-FIRST) - 1).
