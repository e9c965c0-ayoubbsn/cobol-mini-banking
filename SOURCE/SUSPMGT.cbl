       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20) VALUE SPACES.
       01  WS-PIN-ARG          PIC X(04) VALUE SPACES.
      *>   ACCTMGT's answer on an overdraft limit asked for at
      *>   opening - spaces when none was asked for.
       01  WS-ODF-RESULT       PIC X(02).
       01  WS-CHKD-ACCT-ID     PIC 9(05).
       01  WS-CHKD-RESULT      PIC X(02).

                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT SPACES
                                BY CONTENT LS-TELLER-ID
                                BY CONTENT WS-PIN-ARG
                                BY REFERENCE WS-ODF-RESULT.
           PERFORM REPORT-ODF-REFUSAL.

      *>   The account stands either way; a limit ACCTMGT could not
      *>   raise for approval is only reported, so it can be asked
      *>   for again through Overdraft Facilities.
       REPORT-ODF-REFUSAL.
           IF WS-RESULT-CODE = '00'
              AND WS-ODF-RESULT NOT = SPACES
              AND WS-ODF-RESULT NOT = '00'
               DISPLAY "Overdraft limit not raised for account "
                   WS-NEW-ACCT-ID ". Code: " WS-ODF-RESULT
           END-IF.

       WORK-SETUP-REJECTS.
           PERFORM LOAD-SETUP-REJECTS.
                                BY REFERENCE WS-RESULT-CODE
                                BY CONTENT SPACES
                                BY CONTENT LS-TELLER-ID
                                BY CONTENT WS-PIN-ARG
                                BY REFERENCE WS-ODF-RESULT.
           PERFORM REPORT-ODF-REFUSAL.

           IF WS-RESULT-CODE = '00'
               MOVE 'R' TO WS-SR-DISPOSITION(WS-SR-IDX)
