       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSTMGT.

      *>   Sanctions/watchlist maintenance over DATA/watchlist.dat
      *>   (WATCHLST.CPY): 'A' adds an entry, 'X' marks one removed,
      *>   'L' lists the active list. Values are held upper-case so
      *>   SANCSCRN's comparisons never depend on how an entry was
      *>   keyed. Every add or removal bumps the list version on the
      *>   control record DATA/watchlist_ctl.dat - WLRSCRN compares
      *>   that against the version it last screened the customer
      *>   and beneficiary files under, so the full rescreen runs on
      *>   the night after any change and not otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO "DATA/watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT CTL-FILE ASSIGN TO "DATA/watchlist_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SEQ-FILE ASSIGN TO "DATA/trans_seq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       01  WATCH-RECORD.
           COPY WATCHLST.CPY.

      *>   Single-record control file: the list version maintenance
      *>   has reached and the version the last rescreen covered.
       FD  CTL-FILE.
       01  CTL-RECORD.
           05  WC-LIST-VERSION     PIC 9(06).
           05  WC-SCREENED-VERSION PIC 9(06).
           05  WC-SCREENED-DATE    PIC 9(08).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-WATCH-STATUS     PIC X(02).
       01  WS-CTL-STATUS       PIC X(02).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-WATCH-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-LOWER-CASE       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>   The list is buffered, changed, and rewritten in full -
      *>   the standard LINE SEQUENTIAL rewrite shape.
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-WL-IDX.
               10  WS-WL-ID            PIC 9(08).
               10  WS-WL-TYPE          PIC X(01).
               10  WS-WL-VALUE         PIC X(30).
               10  WS-WL-SOURCE        PIC X(08).
               10  WS-WL-STATUS        PIC X(01).
               10  WS-WL-ADDED-BY      PIC X(08).
               10  WS-WL-ADDED-DATE    PIC 9(08).
               10  WS-WL-REMOVED-BY    PIC X(08).
               10  WS-WL-REMOVED-DATE  PIC 9(08).
       01  WS-WL-COUNT         PIC 9(05) VALUE 0.

       01  WS-CTL-DATA.
           05  WS-CTL-LIST-VERSION     PIC 9(06) VALUE 0.
           05  WS-CTL-SCREENED-VERSION PIC 9(06) VALUE 0.
           05  WS-CTL-SCREENED-DATE    PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-ADD           VALUE 'A'.
           88 OP-REMOVE        VALUE 'X'.
           88 OP-LIST          VALUE 'L'.

       01  LS-WATCH-DATA.
      *>   OP-ADD hands the assigned entry ID back here; OP-REMOVE
      *>   names the entry to retire by it.
           05  L-WL-ENTRY-ID       PIC 9(08).
           05  L-WL-TYPE           PIC X(01).
           05  L-WL-VALUE          PIC X(30).
           05  L-WL-LIST-SOURCE    PIC X(08).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-DUP          VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-WATCH-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-WATCHLIST.

           EVALUATE TRUE
               WHEN OP-ADD
                   PERFORM ADD-ENTRY
               WHEN OP-REMOVE
                   PERFORM REMOVE-ENTRY
               WHEN OP-LIST
                   PERFORM LIST-WATCHLIST
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

      *>   The same value listed twice under the same type is refused
      *>   as a duplicate while the first is still active - one hit
      *>   per party is all the review queue needs.
       ADD-ENTRY.
           IF (L-WL-TYPE NOT = 'N' AND L-WL-TYPE NOT = 'B'
                   AND L-WL-TYPE NOT = 'A')
               OR L-WL-VALUE = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           INSPECT L-WL-VALUE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-TYPE(WS-WL-IDX) = L-WL-TYPE
                       AND WS-WL-VALUE(WS-WL-IDX) = L-WL-VALUE
                       AND WS-WL-STATUS(WS-WL-IDX) = 'A'
                   SET WS-FOUND-IDX TO WS-WL-IDX
                   SET WS-WL-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE '01' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM GET-NEXT-ENTRY-ID.
           MOVE SEQ-LAST-ID TO L-WL-ENTRY-ID.

           ADD 1 TO WS-WL-COUNT.
           MOVE L-WL-ENTRY-ID TO WS-WL-ID(WS-WL-COUNT).
           MOVE L-WL-TYPE TO WS-WL-TYPE(WS-WL-COUNT).
           MOVE L-WL-VALUE TO WS-WL-VALUE(WS-WL-COUNT).
           MOVE L-WL-LIST-SOURCE TO WS-WL-SOURCE(WS-WL-COUNT).
           MOVE 'A' TO WS-WL-STATUS(WS-WL-COUNT).
           MOVE LS-TELLER-ID TO WS-WL-ADDED-BY(WS-WL-COUNT).
           MOVE WS-TODAY TO WS-WL-ADDED-DATE(WS-WL-COUNT).
           MOVE SPACES TO WS-WL-REMOVED-BY(WS-WL-COUNT).
           MOVE 0 TO WS-WL-REMOVED-DATE(WS-WL-COUNT).

           PERFORM REWRITE-WATCHLIST.
           PERFORM BUMP-LIST-VERSION.
           MOVE '00' TO LS-RESULT-CODE.

       REMOVE-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-ID(WS-WL-IDX) = L-WL-ENTRY-ID
                   SET WS-FOUND-IDX TO WS-WL-IDX
                   SET WS-WL-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           SET WS-WL-IDX TO WS-FOUND-IDX.
           IF WS-WL-STATUS(WS-WL-IDX) NOT = 'A'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'D' TO WS-WL-STATUS(WS-WL-IDX).
           MOVE LS-TELLER-ID TO WS-WL-REMOVED-BY(WS-WL-IDX).
           MOVE WS-TODAY TO WS-WL-REMOVED-DATE(WS-WL-IDX).

           PERFORM REWRITE-WATCHLIST.
           PERFORM BUMP-LIST-VERSION.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-WATCHLIST.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "Entry ID  T  Value                           "
               "Source    Added".
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-STATUS(WS-WL-IDX) = 'A'
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY WS-WL-ID(WS-WL-IDX) "  "
                       WS-WL-TYPE(WS-WL-IDX) "  "
                       WS-WL-VALUE(WS-WL-IDX) "  "
                       WS-WL-SOURCE(WS-WL-IDX) "  "
                       WS-WL-ADDED-DATE(WS-WL-IDX)
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No active watchlist entries."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Watchlist entry IDs are drawn from the shared sequence
      *>   file, keyed under 'A'.
       GET-NEXT-ENTRY-ID.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.

           MOVE 'A' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.

           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
           CLOSE SEQ-FILE.

      *>   A missing control record reads as version zero everywhere,
      *>   so the first change made on a fresh installation is
      *>   already "newer" than anything screened.
       BUMP-LIST-VERSION.
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

           ADD 1 TO WS-CTL-LIST-VERSION.
           OPEN OUTPUT CTL-FILE.
           MOVE WS-CTL-DATA TO CTL-RECORD.
           WRITE CTL-RECORD.
           CLOSE CTL-FILE.

       LOAD-WATCHLIST.
           MOVE 0 TO WS-WL-COUNT.
           OPEN INPUT WATCH-FILE.
           IF WS-WATCH-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-WATCH-EOF.
           PERFORM UNTIL WS-WATCH-EOF = 'Y'
               READ WATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-WATCH-EOF
                   NOT AT END
                       ADD 1 TO WS-WL-COUNT
                       MOVE WL-ENTRY-ID TO WS-WL-ID(WS-WL-COUNT)
                       MOVE WL-TYPE TO WS-WL-TYPE(WS-WL-COUNT)
                       MOVE WL-VALUE TO WS-WL-VALUE(WS-WL-COUNT)
                       MOVE WL-LIST-SOURCE
                           TO WS-WL-SOURCE(WS-WL-COUNT)
                       MOVE WL-STATUS TO WS-WL-STATUS(WS-WL-COUNT)
                       MOVE WL-ADDED-BY
                           TO WS-WL-ADDED-BY(WS-WL-COUNT)
                       MOVE WL-ADDED-DATE
                           TO WS-WL-ADDED-DATE(WS-WL-COUNT)
                       MOVE WL-REMOVED-BY
                           TO WS-WL-REMOVED-BY(WS-WL-COUNT)
                       MOVE WL-REMOVED-DATE
                           TO WS-WL-REMOVED-DATE(WS-WL-COUNT)
               END-READ
           END-PERFORM.

           CLOSE WATCH-FILE.

       REWRITE-WATCHLIST.
           OPEN OUTPUT WATCH-FILE.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-ID(WS-WL-IDX) TO WL-ENTRY-ID
               MOVE WS-WL-TYPE(WS-WL-IDX) TO WL-TYPE
               MOVE WS-WL-VALUE(WS-WL-IDX) TO WL-VALUE
               MOVE WS-WL-SOURCE(WS-WL-IDX) TO WL-LIST-SOURCE
               MOVE WS-WL-STATUS(WS-WL-IDX) TO WL-STATUS
               MOVE WS-WL-ADDED-BY(WS-WL-IDX) TO WL-ADDED-BY
               MOVE WS-WL-ADDED-DATE(WS-WL-IDX) TO WL-ADDED-DATE
               MOVE WS-WL-REMOVED-BY(WS-WL-IDX) TO WL-REMOVED-BY
               MOVE WS-WL-REMOVED-DATE(WS-WL-IDX) TO WL-REMOVED-DATE
               WRITE WATCH-RECORD
           END-PERFORM.
           CLOSE WATCH-FILE.
