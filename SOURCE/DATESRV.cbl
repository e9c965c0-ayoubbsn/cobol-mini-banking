      *>   rolls a date forward to the next working day - the rule
      *>   STANDORD uses so a standing order due on a Sunday or a
      *>   bank holiday executes on the next working day instead.
      *>   A row whose description starts PAYDAY is not a holiday:
      *>   it marks a business day when cash demand peaks, for
      *>   CASHFCST's forecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF CAL-DATE = WS-WORK-DATE
                               AND CAL-DESC(1:6) NOT = "PAYDAY"
                           MOVE 'N' TO WS-IS-BUSINESS
                           MOVE 'Y' TO WS-CAL-EOF
                       END-IF
