      *>   credits disagree is flagged OUT OF BALANCE on the report
      *>   and fails the run with RETURN-CODE 8 - the accountants
      *>   rebuilt this by hand from daily extracts until now, so a
      *>   bad month must stop loudly. Lines GLEXTR carried into the
      *>   month out of a closed period are counted on a note line
      *>   so the accountants know to look for them; after the
      *>   year-end close (GLYECLS) income and expense lines open
      *>   each year at zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TODAY            PIC 9(08).
       01  WS-MONTH-START      PIC 9(08).
       01  WS-SIGNED-AMT       PIC S9(11)V99.
       01  WS-CARRIED-LINES    PIC 9(07) VALUE 0.

      *>   One slot per (GL account, posting currency) touched by
      *>   the history; a full table stops the run rather than ever
       01  WS-TOTAL-LABEL      PIC X(90) VALUE "TOTALS".
       01  WS-OOB-LINE         PIC X(90) VALUE
           "*** PERIOD OUT OF BALANCE - DO NOT BOOK THIS MONTH ***".
       01  WS-CARRIED-LINE.
           05  FILLER          PIC X(06) VALUE "NOTE: ".
           05  WS-CL-COUNT     PIC ZZZZZZ9.
           05  FILLER          PIC X(77) VALUE
               " JOURNAL LINES CARRIED INTO THIS MONTH FROM CLOSED PERIO
      -        "DS".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               ELSE
                   ADD GJ-AMOUNT TO WS-TB-CREDITS(WS-TB-FOUND)
               END-IF
               IF GJ-CARRIED-FROM > 0
                   ADD 1 TO WS-CARRIED-LINES
               END-IF
           END-IF.

       FIND-ACCOUNT-SLOT.
           IF WS-GT-DEBITS NOT = WS-GT-CREDITS
               WRITE TRIAL-LINE FROM WS-OOB-LINE
           END-IF.
           IF WS-CARRIED-LINES > 0
               MOVE WS-CARRIED-LINES TO WS-CL-COUNT
               WRITE TRIAL-LINE FROM WS-CARRIED-LINE
           END-IF.

           CLOSE TRIAL-FILE.

