       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYEXTR.

      *>   Daily-activity extract. Runs in the batch window once the
      *>   last posting step is done and pulls the processing date's
      *>   legs out of trans.dat into DATA/day_trans.dat, sorted by
      *>   date, time and TRANS-ID, in the trans.dat record layout.
      *>   The one-day reporting steps that follow (GLEXTR, CASHRPT,
      *>   TLRRPT) read this file instead of scanning the whole
      *>   journal for one date, so their run time follows the day's
      *>   volume rather than the size of trans.dat.
      *>
      *>   Control totals - leg count, net amount, and the sum of
      *>   absolute amounts - are taken off trans.dat as the legs are
      *>   selected and again off the extract as it is read back, and
      *>   both sets go on DATA/day_trans_ctl.dat (DAYCTL.CPY). Only
      *>   an extract in balance and dated for the processing day is
      *>   used by a reader; anything else sends it back to trans.dat.
      *>   RETURN-CODE 0 in balance (an empty day included), 8 when
      *>   the totals disagree or trans.dat cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "DATA/day_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT DAYCTL-FILE ASSIGN TO "DATA/day_trans_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT SORT-FILE ASSIGN TO "DATA/day_trans_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           COPY TRANS.CPY.

       FD  DAYCTL-FILE.
       01  DAYCTL-RECORD.
           COPY DAYCTL.CPY.

       SD  SORT-FILE.
       01  SORT-RECORD.
           COPY TRANS.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-EXTRACT-STATUS   PIC X(02).
       01  WS-DAYCTL-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-ABS-AMOUNT       PIC 9(09)V99.

       01  WS-SRC-TOTALS.
           05  WS-SRC-COUNT        PIC 9(07) VALUE 0.
           05  WS-SRC-NET          PIC S9(11)V99 VALUE 0.
           05  WS-SRC-ABS          PIC 9(13)V99 VALUE 0.
       01  WS-EXT-TOTALS.
           05  WS-EXT-COUNT        PIC 9(07) VALUE 0.
           05  WS-EXT-NET          PIC S9(11)V99 VALUE 0.
           05  WS-EXT-ABS          PIC 9(13)V99 VALUE 0.
       01  WS-SCANNED          PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   DAILY-ACTIVITY EXTRACT - " WS-TODAY.
           DISPLAY "========================================".

      *>   Any control record from an earlier run is withdrawn first,
      *>   so a run that dies below leaves the readers on trans.dat
      *>   instead of on a half-written extract.
           OPEN OUTPUT DAYCTL-FILE.
           CLOSE DAYCTL-FILE.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00" AND WS-TRANS-STATUS NOT = "35"
               DISPLAY "Error Opening TRANS-FILE. Status: "
                   WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-TRANS-STATUS = "00"
               CLOSE TRANS-FILE
           END-IF.

           SORT SORT-FILE
               ON ASCENDING KEY TRANS-DATE OF SORT-RECORD
                                TRANS-TIME OF SORT-RECORD
                                TRANS-ID OF SORT-RECORD
               INPUT PROCEDURE IS SELECT-DAYS-LEGS
               OUTPUT PROCEDURE IS WRITE-EXTRACT.

           PERFORM COUNT-BACK-EXTRACT.
           PERFORM WRITE-CONTROL-RECORD.

           DISPLAY "Journal Legs Scanned:  " WS-SCANNED.
           DISPLAY "Legs For The Day:      " WS-SRC-COUNT
               "  Net " WS-SRC-NET.
           DISPLAY "Legs On The Extract:   " WS-EXT-COUNT
               "  Net " WS-EXT-NET.

           IF DX-IN-BALANCE
               DISPLAY "Extract In Balance."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "EXTRACT OUT OF BALANCE - reports will read "
                   "trans.dat."
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   The source-side totals are taken here, off trans.dat, as
      *>   each of the day's legs is released to the sort.
       SELECT-DAYS-LEGS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SCANNED
                       IF TRANS-DATE OF TRANS-RECORD = WS-TODAY
                           ADD 1 TO WS-SRC-COUNT
                           ADD TRANS-AMOUNT OF TRANS-RECORD
                               TO WS-SRC-NET
                           IF TRANS-AMOUNT OF TRANS-RECORD < 0
                               COMPUTE WS-ABS-AMOUNT =
                                   0 - TRANS-AMOUNT OF TRANS-RECORD
                           ELSE
                               MOVE TRANS-AMOUNT OF TRANS-RECORD
                                   TO WS-ABS-AMOUNT
                           END-IF
                           ADD WS-ABS-AMOUNT TO WS-SRC-ABS
                           RELEASE SORT-RECORD FROM TRANS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-FILE INTO EXTRACT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE EXTRACT-RECORD
               END-RETURN
           END-PERFORM.
           CLOSE EXTRACT-FILE.

      *>   The extract-side totals come off the file as written, so
      *>   a short or damaged write cannot balance.
       COUNT-BACK-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-DATE OF EXTRACT-RECORD = WS-TODAY
                           ADD 1 TO WS-EXT-COUNT
                           ADD TRANS-AMOUNT OF EXTRACT-RECORD
                               TO WS-EXT-NET
                           IF TRANS-AMOUNT OF EXTRACT-RECORD < 0
                               COMPUTE WS-ABS-AMOUNT =
                                   0 - TRANS-AMOUNT OF EXTRACT-RECORD
                           ELSE
                               MOVE TRANS-AMOUNT OF EXTRACT-RECORD
                                   TO WS-ABS-AMOUNT
                           END-IF
                           ADD WS-ABS-AMOUNT TO WS-EXT-ABS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXTRACT-FILE.

       WRITE-CONTROL-RECORD.
           MOVE WS-TODAY TO DX-EXTRACT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO DX-BUILT-TIME.
           MOVE WS-SRC-COUNT TO DX-SRC-COUNT.
           MOVE WS-SRC-NET TO DX-SRC-NET.
           MOVE WS-SRC-ABS TO DX-SRC-ABS.
           MOVE WS-EXT-COUNT TO DX-EXT-COUNT.
           MOVE WS-EXT-NET TO DX-EXT-NET.
           MOVE WS-EXT-ABS TO DX-EXT-ABS.
           IF WS-SRC-COUNT = WS-EXT-COUNT
                   AND WS-SRC-NET = WS-EXT-NET
                   AND WS-SRC-ABS = WS-EXT-ABS
               SET DX-IN-BALANCE TO TRUE
           ELSE
               SET DX-OUT-OF-BALANCE TO TRUE
           END-IF.

           OPEN OUTPUT DAYCTL-FILE.
           WRITE DAYCTL-RECORD.
           CLOSE DAYCTL-FILE.
