       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.

      *>   Sanctions screening. Checks one item's name, bank code,
      *>   and external account against the active entries on
      *>   DATA/watchlist.dat and, on a possible hit, raises a case
      *>   on the compliance review queue DATA/compliance_queue.dat
      *>   (CMPLQ.CPY) and answers '20' - the caller then parks the
      *>   item instead of letting it through. Called from every
      *>   point where a party enters the books: CUSTMGT create,
      *>   BENMGT approval, PAYIN's clearing details, PAYOUT's
      *>   payment instructions, and WLRSCRN's nightly rescreen.
      *>   A name is a possible hit when a listed name appears
      *>   anywhere inside it, or it (five characters or more)
      *>   appears inside a listed name, after both are folded to
      *>   upper case - deliberately loose, because a miss is a
      *>   regulatory finding and a false positive is one review.
      *>   Bank codes and accounts must match exactly. An item that
      *>   already has an OPEN case against the same entry is
      *>   answered '20' with that case - a rerun or a rescreen
      *>   never stacks duplicate cases.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO "DATA/watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "DATA/compliance_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

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

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY CMPLQ.CPY.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           COPY SEQ.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-WATCH-STATUS     PIC X(02).
       01  WS-QUEUE-STATUS     PIC X(02).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-WATCH-EOF        PIC X(01).
       01  WS-QUEUE-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-LOWER-CASE       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>   Upper-cased copies of what is being screened.
       01  WS-SUBJ-NAME        PIC X(30).
       01  WS-SUBJ-NAME-LEN    PIC 9(02).
       01  WS-SUBJ-BANK        PIC X(30).
       01  WS-SUBJ-ACCT        PIC X(30).
       01  WS-ENTRY-LEN        PIC 9(02).
       01  WS-TALLY            PIC 9(04).
       01  WS-HIT-IDX          PIC 9(05).
       01  WS-OPEN-CASE-ID     PIC 9(08).

      *>   Only the active entries are buffered.
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-WL-IDX.
               10  WS-WL-ID            PIC 9(08).
               10  WS-WL-TYPE          PIC X(01).
               10  WS-WL-VALUE         PIC X(30).
       01  WS-WL-COUNT         PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-SCREEN        VALUE 'S'.

       01  LS-SCREEN-DATA.
      *>   Where the item comes from - the CQ-SOURCE values.
           05  L-SCR-SOURCE          PIC X(01).
           05  L-SCR-SUBJECT-KEY     PIC X(16).
      *>   What is screened; any of the three may be blank.
           05  L-SCR-NAME            PIC X(30).
           05  L-SCR-BANK            PIC X(08).
           05  L-SCR-ACCT            PIC X(10).
      *>   Clearing items only: what CMPLMGT needs to post the item
      *>   if the case is cleared.
           05  L-SCR-ITEM-DIRECTION  PIC X(01).
           05  L-SCR-ITEM-ACCT-ID    PIC 9(05).
           05  L-SCR-ITEM-AMOUNT     PIC 9(09)V99.
      *>   Returned on a hit: the case raised (or already open) and
      *>   the listed value that matched.
           05  L-SCR-CASE-ID         PIC 9(08).
           05  L-SCR-MATCHED-VALUE   PIC X(30).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-PARKED       VALUE '20'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-SCREEN-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           MOVE 0 TO L-SCR-CASE-ID.
           MOVE SPACES TO L-SCR-MATCHED-VALUE.

           EVALUATE TRUE
               WHEN OP-SCREEN
                   PERFORM SCREEN-ITEM
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       SCREEN-ITEM.
           MOVE '00' TO LS-RESULT-CODE.
           PERFORM LOAD-ACTIVE-ENTRIES.
           IF WS-WL-COUNT = 0
               EXIT PARAGRAPH.

           MOVE L-SCR-NAME TO WS-SUBJ-NAME.
           MOVE L-SCR-BANK TO WS-SUBJ-BANK.
           MOVE L-SCR-ACCT TO WS-SUBJ-ACCT.
           INSPECT WS-SUBJ-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-SUBJ-BANK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-SUBJ-ACCT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-SUBJ-NAME = SPACES
               MOVE 0 TO WS-SUBJ-NAME-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBJ-NAME))
                   TO WS-SUBJ-NAME-LEN
           END-IF.

           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               EVALUATE WS-WL-TYPE(WS-WL-IDX)
                   WHEN 'N'
                       PERFORM MATCH-NAME-ENTRY
                   WHEN 'B'
                       IF WS-SUBJ-BANK NOT = SPACES
                               AND WS-SUBJ-BANK
                                   = WS-WL-VALUE(WS-WL-IDX)
                           SET WS-HIT-IDX TO WS-WL-IDX
                       END-IF
                   WHEN 'A'
                       IF WS-SUBJ-ACCT NOT = SPACES
                               AND WS-SUBJ-ACCT
                                   = WS-WL-VALUE(WS-WL-IDX)
                           SET WS-HIT-IDX TO WS-WL-IDX
                       END-IF
               END-EVALUATE
               IF WS-HIT-IDX > 0
                   SET WS-WL-IDX TO 9999
               END-IF
           END-PERFORM.

           IF WS-HIT-IDX = 0
               EXIT PARAGRAPH.

           SET WS-WL-IDX TO WS-HIT-IDX.
           MOVE WS-WL-VALUE(WS-WL-IDX) TO L-SCR-MATCHED-VALUE.
           PERFORM FIND-OPEN-CASE.
           IF WS-OPEN-CASE-ID > 0
               MOVE WS-OPEN-CASE-ID TO L-SCR-CASE-ID
           ELSE
               PERFORM RAISE-CASE
           END-IF.
           IF LS-RESULT-CODE = '00'
               MOVE '20' TO LS-RESULT-CODE
           END-IF.

       MATCH-NAME-ENTRY.
           IF WS-SUBJ-NAME-LEN = 0
               EXIT PARAGRAPH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WL-VALUE(WS-WL-IDX)))
               TO WS-ENTRY-LEN.

           MOVE 0 TO WS-TALLY.
           INSPECT WS-SUBJ-NAME TALLYING WS-TALLY
               FOR ALL WS-WL-VALUE(WS-WL-IDX)(1:WS-ENTRY-LEN).
           IF WS-TALLY = 0 AND WS-SUBJ-NAME-LEN >= 5
               INSPECT WS-WL-VALUE(WS-WL-IDX) TALLYING WS-TALLY
                   FOR ALL WS-SUBJ-NAME(1:WS-SUBJ-NAME-LEN)
           END-IF.
           IF WS-TALLY > 0
               SET WS-HIT-IDX TO WS-WL-IDX
           END-IF.

       FIND-OPEN-CASE.
           MOVE 0 TO WS-OPEN-CASE-ID.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-QUEUE-EOF.
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF CQ-OPEN
                               AND CQ-SOURCE = L-SCR-SOURCE
                               AND CQ-SUBJECT-KEY = L-SCR-SUBJECT-KEY
                               AND CQ-WL-ENTRY-ID
                                   = WS-WL-ID(WS-WL-IDX)
                           MOVE CQ-CASE-ID TO WS-OPEN-CASE-ID
                           MOVE 'Y' TO WS-QUEUE-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE QUEUE-FILE.

       RAISE-CASE.
           PERFORM GET-NEXT-CASE-ID.

           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF WS-QUEUE-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE SEQ-LAST-ID TO CQ-CASE-ID.
           MOVE L-SCR-SOURCE TO CQ-SOURCE.
           MOVE L-SCR-SUBJECT-KEY TO CQ-SUBJECT-KEY.
           EVALUATE WS-WL-TYPE(WS-WL-IDX)
               WHEN 'B'
                   MOVE L-SCR-BANK TO CQ-SCREENED-VALUE
               WHEN 'A'
                   MOVE L-SCR-ACCT TO CQ-SCREENED-VALUE
               WHEN OTHER
                   MOVE L-SCR-NAME TO CQ-SCREENED-VALUE
           END-EVALUATE.
           MOVE WS-WL-ID(WS-WL-IDX) TO CQ-WL-ENTRY-ID.
           MOVE WS-WL-VALUE(WS-WL-IDX) TO CQ-MATCHED-VALUE.
           MOVE LS-TELLER-ID TO CQ-RAISED-BY.
           MOVE WS-TODAY TO CQ-RAISED-DATE.
           MOVE L-SCR-ITEM-DIRECTION TO CQ-ITEM-DIRECTION.
           MOVE L-SCR-ITEM-ACCT-ID TO CQ-ITEM-ACCT-ID.
           MOVE L-SCR-ITEM-AMOUNT TO CQ-ITEM-AMOUNT.
           MOVE L-SCR-BANK TO CQ-ITEM-BANK.
           MOVE 'O' TO CQ-STATUS.
           MOVE SPACES TO CQ-WORKED-BY.
           MOVE 0 TO CQ-WORKED-DATE.
           WRITE QUEUE-RECORD.

           CLOSE QUEUE-FILE.
           MOVE CQ-CASE-ID TO L-SCR-CASE-ID.

      *>   Compliance case IDs are drawn from the shared sequence
      *>   file, keyed under 'B'.
       GET-NEXT-CASE-ID.
           OPEN I-O SEQ-FILE.
           IF WS-SEQ-STATUS = "35" THEN
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF.

           MOVE 'B' TO SEQ-KEY.
           READ SEQ-FILE
               INVALID KEY
                   MOVE 0 TO SEQ-LAST-ID
                   WRITE SEQ-RECORD.

           ADD 1 TO SEQ-LAST-ID.
           REWRITE SEQ-RECORD.
           CLOSE SEQ-FILE.

       LOAD-ACTIVE-ENTRIES.
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
                       IF WL-ACTIVE AND WL-VALUE NOT = SPACES
                           ADD 1 TO WS-WL-COUNT
                           MOVE WL-ENTRY-ID TO WS-WL-ID(WS-WL-COUNT)
                           MOVE WL-TYPE TO WS-WL-TYPE(WS-WL-COUNT)
                           MOVE WL-VALUE TO WS-WL-VALUE(WS-WL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCH-FILE.
