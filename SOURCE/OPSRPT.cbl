           05  RLOG-TIME           PIC 9(06).
           05  RLOG-STEP           PIC X(10).
           05  RLOG-RESULT         PIC X(30).
           05  RLOG-TIMING.
               10  RLOG-START-TIME PIC 9(06).
               10  RLOG-ELAPSED    PIC 9(07).

       FD  CTLLOG-FILE.
       01  CTLLOG-RECORD.
           IF WS-ST-ELAPSED(WS-ST-IDX) < 0
               ADD 86400 TO WS-ST-ELAPSED(WS-ST-IDX)
           END-IF.
      *>   The window now logs the elapsed time itself; older lines
      *>   without it keep the computed gap.
           IF RLOG-ELAPSED IS NUMERIC
               MOVE RLOG-ELAPSED TO WS-ST-ELAPSED(WS-ST-IDX)
           END-IF.

       WRITE-ONE-STEP-LINE.
           MOVE SPACES TO WS-STEP-DETAIL.
