       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPRDMGT.

      *>   GL period-close control over DATA/gl_periods.dat
      *>   (GLPERIOD.CPY). Once finance has reported a month it is
      *>   closed here, and nothing journals into it afterwards:
      *>   GLEXTR asks 'F' for the first open date on or after its
      *>   processing date and carries a closed month's items
      *>   forward to it, flagged. 'C' closes a month, 'O' reopens
      *>   one (supervisor correction, refused once the year-end
      *>   close is posted), 'Q' answers a month's status, 'Y'
      *>   marks a year closed for good (GLYECLS, after its
      *>   closing lines are on the journal), 'L' lists the file.
      *>   The current processing month can never be closed - it is
      *>   still being journaled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "DATA/gl_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY GLPERIOD.CPY.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS    PIC X(02).
       01  WS-PERIOD-EOF       PIC X(01).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(03).
       01  WS-LIST-COUNT       PIC 9(03).
       01  WS-SEEK-PERIOD      PIC 9(06).
       01  WS-SEEK-YEAR        PIC 9(04).
       01  WS-SEEK-MONTH       PIC 9(02).
       01  WS-MONTH-IDX        PIC 9(02).
       01  WS-STEPS            PIC 9(03).

      *>   gl_periods.dat is LINE SEQUENTIAL: buffered, changed,
      *>   and written back in full. Forty years of months fit.
       01  WS-PRD-TABLE.
           05  WS-PR-ENTRY OCCURS 480 TIMES
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-PERIOD        PIC 9(06).
               10  WS-PR-STATUS        PIC X(01).
               10  WS-PR-YEAR-END      PIC X(01).
               10  WS-PR-SET-DATE      PIC 9(08).
               10  WS-PR-SET-BY        PIC X(08).
       01  WS-PRD-COUNT        PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-CLOSE-PERIOD  VALUE 'C'.
           88 OP-REOPEN-PERIOD VALUE 'O'.
           88 OP-QUERY-PERIOD  VALUE 'Q'.
           88 OP-FIRST-OPEN    VALUE 'F'.
           88 OP-YEAR-END      VALUE 'Y'.
           88 OP-LIST-PERIODS  VALUE 'L'.

      *>   'C', 'O' and 'Q' take the month (YYYYMM); 'Q' returns its
      *>   status ('C' closed, otherwise 'O' open) and year-end flag.
      *>   'F' takes a date and returns it unchanged when its month
      *>   is open, else the first day of the first open month after
      *>   it. 'Y' takes any month of the year being closed.
       01  LS-PERIOD-DATA.
           05  L-PRD-PERIOD        PIC 9(06).
           05  L-PRD-STATUS        PIC X(01).
           05  L-PRD-YEAR-END      PIC X(01).
           05  L-PRD-DATE          PIC 9(08).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-BAD-STATE    VALUE '12'.
      *>   The month belongs to a year whose close is posted.
           88 RES-YEAR-CLOSED  VALUE '14'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-PERIOD-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           PERFORM LOAD-PERIODS.

           EVALUATE TRUE
               WHEN OP-CLOSE-PERIOD
                   PERFORM CLOSE-PERIOD
               WHEN OP-REOPEN-PERIOD
                   PERFORM REOPEN-PERIOD
               WHEN OP-QUERY-PERIOD
                   PERFORM QUERY-PERIOD
               WHEN OP-FIRST-OPEN
                   PERFORM FIRST-OPEN-DATE
               WHEN OP-YEAR-END
                   PERFORM CLOSE-YEAR
               WHEN OP-LIST-PERIODS
                   PERFORM LIST-PERIODS
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       CLOSE-PERIOD.
           MOVE L-PRD-PERIOD TO WS-SEEK-PERIOD.
           PERFORM CHECK-PERIOD-VALID.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.
           IF WS-SEEK-PERIOD NOT < WS-TODAY(1:6)
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM FIND-PERIOD.
           IF WS-FOUND-IDX > 0
               IF WS-PR-STATUS(WS-FOUND-IDX) = 'C'
                   MOVE '12' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM ADD-PERIOD
               IF LS-RESULT-CODE NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'C' TO WS-PR-STATUS(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-PR-SET-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-PR-SET-BY(WS-FOUND-IDX).
           PERFORM REWRITE-PERIODS.
           MOVE '00' TO LS-RESULT-CODE.

       REOPEN-PERIOD.
           MOVE L-PRD-PERIOD TO WS-SEEK-PERIOD.
           PERFORM CHECK-PERIOD-VALID.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           PERFORM FIND-PERIOD.
           IF WS-FOUND-IDX = 0
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-PR-YEAR-END(WS-FOUND-IDX) = 'Y'
               MOVE '14' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF WS-PR-STATUS(WS-FOUND-IDX) NOT = 'C'
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'O' TO WS-PR-STATUS(WS-FOUND-IDX).
           MOVE WS-TODAY TO WS-PR-SET-DATE(WS-FOUND-IDX).
           MOVE LS-TELLER-ID TO WS-PR-SET-BY(WS-FOUND-IDX).
           PERFORM REWRITE-PERIODS.
           MOVE '00' TO LS-RESULT-CODE.

       QUERY-PERIOD.
           MOVE L-PRD-PERIOD TO WS-SEEK-PERIOD.
           PERFORM CHECK-PERIOD-VALID.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'O' TO L-PRD-STATUS.
           MOVE SPACE TO L-PRD-YEAR-END.
           PERFORM FIND-PERIOD.
           IF WS-FOUND-IDX > 0
               IF WS-PR-STATUS(WS-FOUND-IDX) = 'C'
                   MOVE 'C' TO L-PRD-STATUS
               END-IF
               MOVE WS-PR-YEAR-END(WS-FOUND-IDX) TO L-PRD-YEAR-END
           END-IF.

      *>   Walks forward a month at a time from the date's own month
      *>   until one is open. The walk is bounded so a damaged file
      *>   cannot loop; the current month is never closed, so in
      *>   practice it stops there at the latest.
       FIRST-OPEN-DATE.
           IF L-PRD-DATE NOT NUMERIC OR L-PRD-DATE = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-PRD-DATE(1:6) TO WS-SEEK-PERIOD.
           MOVE 0 TO WS-STEPS.
           PERFORM FIND-PERIOD.
           PERFORM UNTIL WS-FOUND-IDX = 0
                   OR WS-PR-STATUS(WS-FOUND-IDX) NOT = 'C'
                   OR WS-STEPS > 480
               PERFORM NEXT-SEEK-PERIOD
               ADD 1 TO WS-STEPS
               PERFORM FIND-PERIOD
           END-PERFORM.

           IF WS-SEEK-PERIOD NOT = L-PRD-DATE(1:6)
               COMPUTE L-PRD-DATE = WS-SEEK-PERIOD * 100 + 1
           END-IF.
           MOVE WS-SEEK-PERIOD TO L-PRD-PERIOD.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Every month of the year is closed and flagged, whatever
      *>   state it was in - the closing lines are already booked.
       CLOSE-YEAR.
           MOVE L-PRD-PERIOD TO WS-SEEK-PERIOD.
           PERFORM CHECK-PERIOD-VALID.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.
           MOVE WS-SEEK-PERIOD(1:4) TO WS-SEEK-YEAR.
           IF WS-SEEK-YEAR NOT < WS-TODAY(1:4)
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           COMPUTE WS-SEEK-PERIOD = WS-SEEK-YEAR * 100 + 12.
           PERFORM FIND-PERIOD.
           IF WS-FOUND-IDX > 0
               IF WS-PR-YEAR-END(WS-FOUND-IDX) = 'Y'
                   MOVE '14' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               COMPUTE WS-SEEK-PERIOD = WS-SEEK-YEAR * 100
                   + WS-MONTH-IDX
               PERFORM FIND-PERIOD
               IF WS-FOUND-IDX = 0
                   PERFORM ADD-PERIOD
                   IF LS-RESULT-CODE NOT = '00'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'C' TO WS-PR-STATUS(WS-FOUND-IDX)
               MOVE 'Y' TO WS-PR-YEAR-END(WS-FOUND-IDX)
               MOVE WS-TODAY TO WS-PR-SET-DATE(WS-FOUND-IDX)
               MOVE LS-TELLER-ID TO WS-PR-SET-BY(WS-FOUND-IDX)
           END-PERFORM.

           PERFORM REWRITE-PERIODS.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-PERIODS.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-PRD-COUNT = 0
               DISPLAY "No GL periods closed - all months open."
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "Period  Status    Year-End  Set On    Set By".
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRD-COUNT
               ADD 1 TO WS-LIST-COUNT
               IF WS-PR-STATUS(WS-PR-IDX) = 'C'
                   DISPLAY WS-PR-PERIOD(WS-PR-IDX) "  CLOSED    "
                       WS-PR-YEAR-END(WS-PR-IDX) "         "
                       WS-PR-SET-DATE(WS-PR-IDX) "  "
                       WS-PR-SET-BY(WS-PR-IDX)
               ELSE
                   DISPLAY WS-PR-PERIOD(WS-PR-IDX) "  REOPENED  "
                       WS-PR-YEAR-END(WS-PR-IDX) "         "
                       WS-PR-SET-DATE(WS-PR-IDX) "  "
                       WS-PR-SET-BY(WS-PR-IDX)
               END-IF
           END-PERFORM.
           MOVE '00' TO LS-RESULT-CODE.

       CHECK-PERIOD-VALID.
           MOVE '00' TO LS-RESULT-CODE.
           IF WS-SEEK-PERIOD NOT NUMERIC
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE WS-SEEK-PERIOD(5:2) TO WS-SEEK-MONTH.
           IF WS-SEEK-MONTH < 1 OR WS-SEEK-MONTH > 12
                   OR WS-SEEK-PERIOD < 190001
               MOVE '03' TO LS-RESULT-CODE
           END-IF.

       NEXT-SEEK-PERIOD.
           MOVE WS-SEEK-PERIOD(1:4) TO WS-SEEK-YEAR.
           MOVE WS-SEEK-PERIOD(5:2) TO WS-SEEK-MONTH.
           IF WS-SEEK-MONTH = 12
               ADD 1 TO WS-SEEK-YEAR
               MOVE 1 TO WS-SEEK-MONTH
           ELSE
               ADD 1 TO WS-SEEK-MONTH
           END-IF.
           COMPUTE WS-SEEK-PERIOD = WS-SEEK-YEAR * 100
               + WS-SEEK-MONTH.

       FIND-PERIOD.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRD-COUNT
               IF WS-PR-PERIOD(WS-PR-IDX) = WS-SEEK-PERIOD
                   SET WS-FOUND-IDX TO WS-PR-IDX
                   SET WS-PR-IDX TO 480
               END-IF
           END-PERFORM.

      *>   New months go in period order so the file and the list
      *>   read chronologically.
       ADD-PERIOD.
           IF WS-PRD-COUNT >= 480
               DISPLAY "GL period table full - month not added."
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-PRD-COUNT TO WS-FOUND-IDX.
           ADD 1 TO WS-FOUND-IDX.
           PERFORM UNTIL WS-FOUND-IDX = 1
                   OR WS-PR-PERIOD(WS-FOUND-IDX - 1) < WS-SEEK-PERIOD
               MOVE WS-PR-ENTRY(WS-FOUND-IDX - 1)
                   TO WS-PR-ENTRY(WS-FOUND-IDX)
               SUBTRACT 1 FROM WS-FOUND-IDX
           END-PERFORM.
           ADD 1 TO WS-PRD-COUNT.

           MOVE WS-SEEK-PERIOD TO WS-PR-PERIOD(WS-FOUND-IDX).
           MOVE 'O' TO WS-PR-STATUS(WS-FOUND-IDX).
           MOVE SPACE TO WS-PR-YEAR-END(WS-FOUND-IDX).
           MOVE 0 TO WS-PR-SET-DATE(WS-FOUND-IDX).
           MOVE SPACES TO WS-PR-SET-BY(WS-FOUND-IDX).
           MOVE '00' TO LS-RESULT-CODE.

       LOAD-PERIODS.
           MOVE 0 TO WS-PRD-COUNT.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-PERIOD-EOF.
           PERFORM UNTIL WS-PERIOD-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-PERIOD-EOF
                   NOT AT END
                       IF WS-PRD-COUNT < 480
                           ADD 1 TO WS-PRD-COUNT
                           MOVE GLP-PERIOD
                               TO WS-PR-PERIOD(WS-PRD-COUNT)
                           MOVE GLP-STATUS
                               TO WS-PR-STATUS(WS-PRD-COUNT)
                           MOVE GLP-YEAR-END
                               TO WS-PR-YEAR-END(WS-PRD-COUNT)
                           MOVE GLP-SET-DATE
                               TO WS-PR-SET-DATE(WS-PRD-COUNT)
                           MOVE GLP-SET-BY
                               TO WS-PR-SET-BY(WS-PRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERIOD-FILE.

       REWRITE-PERIODS.
           OPEN OUTPUT PERIOD-FILE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRD-COUNT
               MOVE WS-PR-PERIOD(WS-PR-IDX) TO GLP-PERIOD
               MOVE WS-PR-STATUS(WS-PR-IDX) TO GLP-STATUS
               MOVE WS-PR-YEAR-END(WS-PR-IDX) TO GLP-YEAR-END
               MOVE WS-PR-SET-DATE(WS-PR-IDX) TO GLP-SET-DATE
               MOVE WS-PR-SET-BY(WS-PR-IDX) TO GLP-SET-BY
               WRITE PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.
