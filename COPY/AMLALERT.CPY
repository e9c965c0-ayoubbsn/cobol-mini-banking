      *>   One transaction-monitoring alert on DATA/aml_alerts.dat -
      *>   raised by AMLMON's rules over the day's trans.dat legs,
      *>   worked through AMLMGT: an officer escalates an alert that
      *>   needs a second look, a supervisor closes it with an
      *>   outcome. A rule fires at most once per subject per day.
           05  AL-ALERT-ID         PIC 9(08).
           05  AL-RULE             PIC X(04).
               88 AL-RULE-PASSTHRU VALUE 'PTHR'.
               88 AL-RULE-DORMANT  VALUE 'DORM'.
               88 AL-RULE-ROUND    VALUE 'RND '.
               88 AL-RULE-HIGHRISK VALUE 'HRSK'.
      *>   Subject: the account the pattern was seen on, and its
      *>   owning customer (a customer-level rule carries account
      *>   zero).
           05  AL-ACCT-ID          PIC 9(05).
           05  AL-CUST-ID          PIC 9(05).
           05  AL-ALERT-DATE       PIC 9(08).
      *>   What tripped the rule: the amount and leg count measured
      *>   against its parameters, and a short description.
           05  AL-AMOUNT           PIC 9(11)V99.
           05  AL-LEG-COUNT        PIC 9(05).
           05  AL-DETAIL           PIC X(40).
           05  AL-STATUS           PIC X(01).
               88 AL-OPEN          VALUE 'O'.
               88 AL-ESCALATED     VALUE 'E'.
               88 AL-CLOSED        VALUE 'C'.
           05  AL-ESCALATED-BY     PIC X(08).
           05  AL-ESCALATED-DATE   PIC 9(08).
      *>   Closing outcome: 'N' no further action, 'S' suspicious -
      *>   referred for a suspicious-activity report.
           05  AL-OUTCOME          PIC X(01).
               88 AL-NO-ACTION     VALUE 'N'.
               88 AL-SUSPICIOUS    VALUE 'S'.
           05  AL-CLOSED-BY        PIC X(08).
           05  AL-CLOSED-DATE      PIC 9(08).
