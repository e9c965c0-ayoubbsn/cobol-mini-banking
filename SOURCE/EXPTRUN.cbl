       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPTRUN.

      *>   Scheduled transaction exports. Runs in the batch window
      *>   after the closing-balance snapshot and sends every active
      *>   subscription on DATA/export_subs.dat whose frequency falls
      *>   due on the processing date - daily every window, weekly on
      *>   the last business day of the week, monthly on the last
      *>   business day of the month - through TXNEXPT, which works
      *>   out the period from the export register, so each
      *>   subscription's exports follow on from one another with no
      *>   gap and no overlap. A rerun of the window finds nothing new
      *>   to send and sends nothing.
      *>   RETURN-CODE 0 when every due export went out (or had
      *>   nothing new), 4 when any one could not be produced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE ASSIGN TO "DATA/export_subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE.
       01  SUB-RECORD.
           COPY EXPSUB.CPY.

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS       PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-TODAY-DOW        PIC 9(01).
       01  WS-DAYS-TO-NEXT     PIC 9(05).
       01  WS-WEEK-END         PIC X(01).
       01  WS-MONTH-END        PIC X(01).
       01  WS-STAMP            PIC X(08) VALUE "EXPTRUN".

      *>   The due accounts are taken off the subscription file
      *>   before any export runs, since TXNEXPT reads the same file.
       01  WS-DUE-TABLE.
           05  WS-DUE-ACCT-ID      PIC 9(05) OCCURS 9999 TIMES
                   INDEXED BY WS-DUE-IDX.
       01  WS-DUE-COUNT        PIC 9(05) VALUE 0.

       01  WS-EXPORT-DATA.
           05  WS-EX-ACCT-ID       PIC 9(05).
           05  WS-EX-FROM-DATE     PIC 9(08).
           05  WS-EX-TO-DATE       PIC 9(08).
           05  WS-EX-FREQ          PIC X(01).
           05  WS-EX-STATUS        PIC X(01).
           05  WS-EX-ROWS          PIC 9(07).
           05  WS-EX-OPENING       PIC S9(09)V99.
           05  WS-EX-CLOSING       PIC S9(09)V99.
           05  WS-EX-FILE-NAME     PIC X(40).
       01  WS-EXPORT-RESULT    PIC X(02).

       01  WS-SENT-COUNT       PIC 9(05) VALUE 0.
       01  WS-NOTHING-COUNT    PIC 9(05) VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   SCHEDULED TRANSACTION EXPORTS - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM SET-PERIOD-ENDS.
           PERFORM SELECT-DUE-SUBSCRIPTIONS.

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM SEND-ONE-EXPORT
           END-PERFORM.

           DISPLAY "Subscriptions Due:     " WS-DUE-COUNT.
           DISPLAY "Exports Sent:          " WS-SENT-COUNT.
           DISPLAY "Nothing New To Send:   " WS-NOTHING-COUNT.
           DISPLAY "Exports Failed:        " WS-FAIL-COUNT.

           IF WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   Both are judged off the next business day after today: a
      *>   new month means month-end, and a new week (Monday = day 1)
      *>   means the last business day of this one.
       SET-PERIOD-ENDS.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1).
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-NEXT-DAY
                                BY REFERENCE WS-DATESRV-RESULT.

           MOVE 'N' TO WS-MONTH-END.
           IF WS-NEXT-DAY(1:6) NOT = WS-TODAY(1:6)
               MOVE 'Y' TO WS-MONTH-END
           END-IF.

           COMPUTE WS-TODAY-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1, 7) + 1.
           COMPUTE WS-DAYS-TO-NEXT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-DAY)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE 'N' TO WS-WEEK-END.
           IF WS-TODAY-DOW + WS-DAYS-TO-NEXT > 7
               MOVE 'Y' TO WS-WEEK-END
           END-IF.

       SELECT-DUE-SUBSCRIPTIONS.
           OPEN INPUT SUB-FILE.
           IF WS-SUB-STATUS NOT = '00'
               DISPLAY "No export subscriptions on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XS-ACTIVE
                           AND WS-DUE-COUNT < 9999
                           AND (XS-DAILY
                             OR (XS-WEEKLY AND WS-WEEK-END = 'Y')
                             OR (XS-MONTHLY AND WS-MONTH-END = 'Y'))
                           ADD 1 TO WS-DUE-COUNT
                           MOVE XS-ACCT-ID
                               TO WS-DUE-ACCT-ID(WS-DUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUB-FILE.

       SEND-ONE-EXPORT.
           INITIALIZE WS-EXPORT-DATA.
           MOVE WS-DUE-ACCT-ID(WS-DUE-IDX) TO WS-EX-ACCT-ID.
           CALL "TXNEXPT" USING BY CONTENT "P"
                                BY REFERENCE WS-EXPORT-DATA
                                BY REFERENCE WS-EXPORT-RESULT
                                BY CONTENT WS-STAMP.

           EVALUATE WS-EXPORT-RESULT
               WHEN '00'
                   ADD 1 TO WS-SENT-COUNT
                   DISPLAY "Account " WS-EX-ACCT-ID " "
                       WS-EX-FROM-DATE "-" WS-EX-TO-DATE " "
                       WS-EX-ROWS " rows -> "
                       FUNCTION TRIM(WS-EX-FILE-NAME)
               WHEN '12'
                   ADD 1 TO WS-NOTHING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAIL-COUNT
                   DISPLAY "Account " WS-EX-ACCT-ID
                       " EXPORT FAILED. Code: " WS-EXPORT-RESULT
           END-EVALUATE.
