       01  WS-BROWSE-FILTER    PIC X(01) VALUE SPACES.
       01  WS-TELLER-STAMP     PIC X(08) VALUE "SETUP".
       01  WS-PIN-ARG          PIC X(04) VALUE SPACES.
      *>   ACCTMGT's answer on an overdraft limit asked for at
      *>   opening - spaces when none was asked for.
       01  WS-ODF-RESULT       PIC X(02).
       01  WS-TODAY            PIC 9(08).
       01  WS-DATESRV-RESULT   PIC X(02).

                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT WS-BROWSE-FILTER
                                BY CONTENT WS-TELLER-STAMP
                                BY CONTENT WS-PIN-ARG
                                BY REFERENCE WS-ODF-RESULT.

           IF WS-RESULT-CODE = '00'
               ADD 1 TO WS-SUCCESS
               DISPLAY "Line " WS-CURRENT-LINE ": Account "
                   NA-ACCT-ID " Created"
               PERFORM REPORT-ODF-REFUSAL
           ELSE
               ADD 1 TO WS-FAIL
               DISPLAY "Line " WS-CURRENT-LINE ": Account "
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *>   The account stands either way; a limit ACCTMGT could not
      *>   raise for approval is only reported, so it can be asked
      *>   for again through Overdraft Facilities.
       REPORT-ODF-REFUSAL.
           IF WS-ODF-RESULT NOT = SPACES
              AND WS-ODF-RESULT NOT = '00'
               DISPLAY "Line " WS-CURRENT-LINE ": Account "
                   WS-ACCT-ID " Overdraft Limit Not Raised (Code "
                   WS-ODF-RESULT ")"
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE WS-CURRENT-LINE TO SREJ-LINE-NO.
           MOVE NA-ACCT-ID TO SREJ-ACCT-ID.
