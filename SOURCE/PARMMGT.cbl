      *>     FEE-FX-XFER-PCT      FEEBILL FX-transfer commission
      *>     TELLER-MAX-FAILS     TELLMGT sign-on lockout threshold
      *>     PW-EXPIRY-DAYS       TELLMGT password expiry age
      *>     RETAIN-xxx           FILEHSK days closed records stay
      *>                          live, one key per file
      *>     BATCH-AVG-RUNS       WINSTAT runs in a step's average
      *>     BATCH-SLOW-PCT       WINSTAT percent of average = SLOW
      *>     BATCH-SLOW-SECS      WINSTAT seconds over average = SLOW
      *>     COLL-MAX-LTV         COLLRPT loan-to-value flag percent
      *>     COLL-REVAL-DAYS      COLLRPT age of a stale valuation
      *>     ODF-REVIEW-WARN-DAYS ODFREVW days ahead to warn of a
      *>                          facility review or expiry
      *>     DI-COVER-ccy         SCVFILE deposit-insurance cover per
      *>                          depositor, one key per currency
      *>     FCST-HISTORY-DAYS    CASHFCST days of cash history used
      *>     FCST-HORIZON-DAYS    CASHFCST business days forecast ahead
      *>     FCST-ORDER-UNIT      CASHFCST cash order/return multiple
      *>     VAULT-MIN-bbb        CASHFCST vault floor per branch
      *>     VAULT-MAX-bbb        CASHFCST vault ceiling per branch
      *>     ALERT-MAX-TRIES      ALRTFEED sends before undeliverable
      *>     ALERT-CONFIRM-DAYS   ALRTFEED days to wait for delivery
      *>                          confirmation before a retry
      *>     ALERT-RETAIN-DAYS    ALRTFEED days closed alerts are kept
      *>     DUP-NAME-PCT         CUSTDUP name similarity to report
      *>     DUP-ADDR-PCT         CUSTDUP address similarity to report
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
