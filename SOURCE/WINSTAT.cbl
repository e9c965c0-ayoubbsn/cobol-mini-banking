       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINSTAT.

      *>   Batch-window run statistics. Reads DATA/batch_window.log
      *>   and reports the most recent window - the lines from its
      *>   last WINDOW STARTED on - step by step: outcome, start and
      *>   end time, elapsed seconds, and the step's average over its
      *>   recent earlier runs (PARMMGT BATCH-AVG-RUNS, default 10, at
      *>   most 20), with the change against that average. A step
      *>   running more than BATCH-SLOW-PCT percent of its average
      *>   (default 150) and at least BATCH-SLOW-SECS seconds over it
      *>   (default 60) is flagged SLOW, so a job creeping up is seen
      *>   before it breaks the window. Skipped steps are listed with
      *>   the reason the window logged. The window as a whole is
      *>   the last line, timed the same way. Written to
      *>   DATA/batch_run_rpt.txt and the console. BATCHWIN runs it
      *>   after the log is closed; it can be rerun by hand at any
      *>   time. RETURN-CODE 4 when anything is flagged SLOW, else 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "DATA/batch_window.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/batch_run_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD.
           05  RLOG-DATE           PIC 9(08).
           05  RLOG-TIME           PIC 9(06).
           05  RLOG-STEP           PIC X(10).
           05  RLOG-RESULT         PIC X(30).
           05  RLOG-TIMING.
               10  RLOG-START-TIME PIC 9(06).
               10  RLOG-ELAPSED    PIC 9(07).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-RUNLOG-STATUS    PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-LINE-NO          PIC 9(07) VALUE 0.
       01  WS-WINDOW-LINE      PIC 9(07) VALUE 0.
       01  WS-WINDOW-DATE      PIC 9(08) VALUE 0.
       01  WS-WINDOW-TIME      PIC 9(06) VALUE 0.
       01  WS-SLOW-COUNT       PIC 9(03) VALUE 0.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).
       01  WS-AVG-RUNS         PIC 9(02) VALUE 10.
       01  WS-SLOW-PCT         PIC 9(05) VALUE 150.
       01  WS-SLOW-SECS        PIC 9(07) VALUE 60.

      *>   Each step's most recent earlier run times, newest
      *>   overwriting oldest once the ring is full.
       01  WS-HIST-TABLE.
           05  WS-HS-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-HS-IDX.
               10  WS-HS-STEP          PIC X(10).
               10  WS-HS-COUNT         PIC 9(02).
               10  WS-HS-NEXT          PIC 9(02).
               10  WS-HS-SECS OCCURS 20 TIMES PIC 9(07).
       01  WS-HS-USED          PIC 9(02) VALUE 0.
       01  WS-HS-FOUND         PIC 9(02).
       01  WS-HS-SLOT          PIC 9(02).

      *>   The window being reported, one entry per outcome line.
       01  WS-RUN-TABLE.
           05  WS-RN-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-RN-IDX.
               10  WS-RN-STEP          PIC X(10).
               10  WS-RN-RESULT        PIC X(30).
               10  WS-RN-END-TIME      PIC 9(06).
               10  WS-RN-TIMED         PIC X(01).
               10  WS-RN-START-TIME    PIC 9(06).
               10  WS-RN-ELAPSED       PIC 9(07).
       01  WS-RN-COUNT         PIC 9(03) VALUE 0.

       01  WS-AVG-SUM          PIC 9(09).
       01  WS-AVG-SECS         PIC 9(07).
       01  WS-CHANGE-PCT       PIC S9(05).
       01  WS-SLOW-FLAG        PIC X(04).

       01  WS-RPT-TEXT         PIC X(90).

       01  WS-RUN-DETAIL.
           05  WS-RD-STEP          PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-RESULT        PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-START         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-END           PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-ELAPSED       PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-AVERAGE       PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-RUNS          PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-CHANGE        PIC -ZZZ9.
           05  WS-RD-PCT           PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-FLAG          PIC X(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

           PERFORM FIND-LAST-WINDOW.
           IF WS-WINDOW-LINE > 0
               PERFORM SCAN-WINDOW-LOG
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "BATCH WINDOW RUN STATISTICS - " WS-WINDOW-DATE
               "  STARTED " WS-WINDOW-TIME
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "AVERAGE OVER LAST " WS-AVG-RUNS " RUNS  SLOW AT "
               WS-SLOW-PCT "% AND " WS-SLOW-SECS " SEC OVER"
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "-" TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           IF WS-WINDOW-LINE = 0
               MOVE "NO WINDOW ON THE LOG." TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "STEP        OUTCOME                  START  END    "
               TO WS-RPT-TEXT.
           MOVE "ELAPSED AVERAGE RUNS CHANGE" TO WS-RPT-TEXT(52:27).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               PERFORM WRITE-ONE-STEP-LINE
           END-PERFORM.

           MOVE ALL "-" TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "STEPS RUNNING SLOW: " WS-SLOW-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           CLOSE REPORT-FILE.
           IF WS-SLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "BATCH-AVG-RUNS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               IF WS-PRM-VALUE > 20
                   MOVE 20 TO WS-AVG-RUNS
               ELSE
                   MOVE WS-PRM-VALUE TO WS-AVG-RUNS
               END-IF
           END-IF.

           MOVE "BATCH-SLOW-PCT" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-SLOW-PCT
           END-IF.

           MOVE "BATCH-SLOW-SECS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-SLOW-SECS
           END-IF.

      *>   Pass one: where the newest window starts on the log.
       FIND-LAST-WINDOW.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUNLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF RLOG-STEP = "WINDOW"
                               AND RLOG-RESULT = "STARTED"
                           MOVE WS-LINE-NO TO WS-WINDOW-LINE
                           MOVE RLOG-DATE TO WS-WINDOW-DATE
                           MOVE RLOG-TIME TO WS-WINDOW-TIME
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RUNLOG-FILE.

      *>   Pass two: timed outcome lines before the newest window
      *>   build the history; the lines after it are the report.
       SCAN-WINDOW-LOG.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUNLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF RLOG-RESULT NOT = "STARTED"
                           IF WS-LINE-NO < WS-WINDOW-LINE
                               PERFORM TAKE-HISTORY-LINE
                           ELSE
                               PERFORM TAKE-RUN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RUNLOG-FILE.

      *>   A single-step run's WINDOW line is no measure of a window.
       TAKE-HISTORY-LINE.
           IF RLOG-ELAPSED IS NOT NUMERIC
               EXIT PARAGRAPH.
           IF RLOG-STEP = "WINDOW"
                   AND RLOG-RESULT = "STEP RUN COMPLETE"
               EXIT PARAGRAPH.

           PERFORM FIND-HISTORY-STEP.
           IF WS-HS-FOUND = 0
               EXIT PARAGRAPH.

           SET WS-HS-IDX TO WS-HS-FOUND.
           ADD 1 TO WS-HS-NEXT(WS-HS-IDX).
           IF WS-HS-NEXT(WS-HS-IDX) > WS-AVG-RUNS
               MOVE 1 TO WS-HS-NEXT(WS-HS-IDX)
           END-IF.
           MOVE WS-HS-NEXT(WS-HS-IDX) TO WS-HS-SLOT.
           MOVE RLOG-ELAPSED TO WS-HS-SECS(WS-HS-IDX, WS-HS-SLOT).
           IF WS-HS-COUNT(WS-HS-IDX) < WS-AVG-RUNS
               ADD 1 TO WS-HS-COUNT(WS-HS-IDX)
           END-IF.

       FIND-HISTORY-STEP.
           MOVE 0 TO WS-HS-FOUND.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-USED OR WS-HS-FOUND > 0
               IF WS-HS-STEP(WS-HS-IDX) = RLOG-STEP
                   SET WS-HS-FOUND TO WS-HS-IDX
               END-IF
           END-PERFORM.
           IF WS-HS-FOUND = 0 AND WS-HS-USED < 99
               ADD 1 TO WS-HS-USED
               MOVE WS-HS-USED TO WS-HS-FOUND
               SET WS-HS-IDX TO WS-HS-FOUND
               MOVE RLOG-STEP TO WS-HS-STEP(WS-HS-IDX)
               MOVE 0 TO WS-HS-COUNT(WS-HS-IDX)
               MOVE 0 TO WS-HS-NEXT(WS-HS-IDX)
           END-IF.

       TAKE-RUN-LINE.
           IF WS-RN-COUNT >= 120
               EXIT PARAGRAPH.

           ADD 1 TO WS-RN-COUNT.
           SET WS-RN-IDX TO WS-RN-COUNT.
           MOVE RLOG-STEP TO WS-RN-STEP(WS-RN-IDX).
           MOVE RLOG-RESULT TO WS-RN-RESULT(WS-RN-IDX).
           MOVE RLOG-TIME TO WS-RN-END-TIME(WS-RN-IDX).
           IF RLOG-ELAPSED IS NUMERIC
               MOVE 'Y' TO WS-RN-TIMED(WS-RN-IDX)
               MOVE RLOG-START-TIME TO WS-RN-START-TIME(WS-RN-IDX)
               MOVE RLOG-ELAPSED TO WS-RN-ELAPSED(WS-RN-IDX)
           ELSE
               MOVE 'N' TO WS-RN-TIMED(WS-RN-IDX)
               MOVE 0 TO WS-RN-START-TIME(WS-RN-IDX)
               MOVE 0 TO WS-RN-ELAPSED(WS-RN-IDX)
           END-IF.

      *>   A skipped step has no timing - only its reason is shown.
       WRITE-ONE-STEP-LINE.
           MOVE SPACES TO WS-RUN-DETAIL.
           MOVE WS-RN-STEP(WS-RN-IDX) TO WS-RD-STEP.
           MOVE WS-RN-RESULT(WS-RN-IDX) TO WS-RD-RESULT.
           IF WS-RN-TIMED(WS-RN-IDX) = 'N'
               MOVE WS-RUN-DETAIL TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RN-START-TIME(WS-RN-IDX) TO WS-RD-START.
           MOVE WS-RN-END-TIME(WS-RN-IDX) TO WS-RD-END.
           MOVE WS-RN-ELAPSED(WS-RN-IDX) TO WS-RD-ELAPSED.

           MOVE WS-RN-STEP(WS-RN-IDX) TO RLOG-STEP.
           MOVE 0 TO WS-HS-FOUND.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-USED OR WS-HS-FOUND > 0
               IF WS-HS-STEP(WS-HS-IDX) = RLOG-STEP
                   SET WS-HS-FOUND TO WS-HS-IDX
               END-IF
           END-PERFORM.
           IF WS-RN-RESULT(WS-RN-IDX) = "STEP RUN COMPLETE"
               MOVE 0 TO WS-HS-FOUND
           END-IF.
           IF WS-HS-FOUND = 0
               MOVE WS-RUN-DETAIL TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           SET WS-HS-IDX TO WS-HS-FOUND.
           MOVE 0 TO WS-AVG-SUM.
           PERFORM VARYING WS-HS-SLOT FROM 1 BY 1
                   UNTIL WS-HS-SLOT > WS-HS-COUNT(WS-HS-IDX)
               ADD WS-HS-SECS(WS-HS-IDX, WS-HS-SLOT) TO WS-AVG-SUM
           END-PERFORM.
           COMPUTE WS-AVG-SECS ROUNDED =
               WS-AVG-SUM / WS-HS-COUNT(WS-HS-IDX).
           MOVE WS-AVG-SECS TO WS-RD-AVERAGE.
           MOVE WS-HS-COUNT(WS-HS-IDX) TO WS-RD-RUNS.

      *>   A step with a zero-second average has no percentage; it
      *>   can still be flagged on the seconds alone.
           MOVE SPACES TO WS-SLOW-FLAG.
           IF WS-AVG-SECS > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-RN-ELAPSED(WS-RN-IDX) - WS-AVG-SECS) * 100
                   / WS-AVG-SECS
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-RD-CHANGE
               MOVE "%" TO WS-RD-PCT
           END-IF.
           IF WS-RN-ELAPSED(WS-RN-IDX) * 100 > WS-AVG-SECS * WS-SLOW-PCT
                   AND WS-RN-ELAPSED(WS-RN-IDX) - WS-AVG-SECS
                       >= WS-SLOW-SECS
               MOVE "SLOW" TO WS-SLOW-FLAG
               IF WS-RN-STEP(WS-RN-IDX) NOT = "WINDOW"
                   ADD 1 TO WS-SLOW-COUNT
               END-IF
           END-IF.
           MOVE WS-SLOW-FLAG TO WS-RD-FLAG.

           MOVE WS-RUN-DETAIL TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-RPT-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY WS-RPT-TEXT.
