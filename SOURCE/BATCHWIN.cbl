       PROGRAM-ID. BATCHWIN.

      *>   Batch-window driver. Pins the processing date, raises the
      *>   SYSSTAT online interlock, then runs the steps listed on
      *>   the schedule file DATA/batch_schedule.dat (BATCHSCH.CPY)
      *>   in sequence order. Each schedule line names the step, the
      *>   program it calls, how often it runs (every window,
      *>   month-end only, or on listed business days of the month
      *>   counted over bus_calendar.txt), whether it is active, and
      *>   the RETURN-CODE at which it aborts the window; a code
      *>   above zero but under that threshold is logged with the
      *>   step's warning text and the window carries on. A missing
      *>   schedule is seeded with the standard night - see
      *>   WS-SEED-STEPS below for the order and the reason for it -
      *>   so adding, retiring, or re-timing a job is an edit to the
      *>   schedule file, not to this program.
      *>
      *>   Operators steer a run from the command line:
      *>     FROM step         restart at the named step; the steps
      *>                       before it are logged SKIPPED - RESTART
      *>     ONLY step         run the one step and nothing else,
      *>                       whatever its frequency; the date does
      *>                       not roll and the interlock is left as
      *>                       it was found
      *>     SKIP step ...     leave the named steps out of this run
      *>   FROM and SKIP combine ("FROM CHKREL SKIP AMLMON"). A step
      *>   name that is not on the schedule refuses the run before
      *>   anything is touched.
      *>
      *>   On a clean finish the interlock clears and the processing
      *>   date rolls to the next business day; an abort leaves both
      *>   in place so the rerun works the same day. The window is
      *>   recorded to DATA/batch_window.log - a STARTED line and an
      *>   outcome line per step, the outcome line carrying the
      *>   step's start time and elapsed seconds - and after the log
      *>   is closed OPSRPT (operations summary) and WINSTAT (step
      *>   run times against their recent average) report on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT SCHED-FILE ASSIGN TO "DATA/batch_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SORT-FILE ASSIGN TO "DATA/batch_schedule_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
           05  RLOG-TIME           PIC 9(06).
           05  RLOG-STEP           PIC X(10).
           05  RLOG-RESULT         PIC X(30).
      *>   On a step's outcome line (and the window's verdict line):
      *>   when it started and how long it ran. Spaces elsewhere.
           05  RLOG-TIMING.
               10  RLOG-START-TIME PIC 9(06).
               10  RLOG-ELAPSED    PIC 9(07).

       FD  SCHED-FILE.
       01  SCHED-RECORD            PIC X(94).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-SEQ             PIC 9(03).
           05  FILLER              PIC X(91).

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS    PIC X(02).
       01  WS-SCHED-STATUS     PIC X(02).
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-TIME         PIC 9(06).
       01  WS-STEP-RC          PIC S9(09) VALUE 0.
       01  WS-RC-DISPLAY       PIC -(8)9.
       01  WS-WINDOW-FAILED    PIC X(01) VALUE 'N'.
       01  WS-LOG-STEP         PIC X(10).
       01  WS-LOG-RESULT       PIC X(30).
       01  WS-LOG-TIMED        PIC X(01) VALUE 'N'.
       01  WS-STEP-START-TIME  PIC 9(06).
       01  WS-WINDOW-START-TIME PIC 9(06).
       01  WS-STEP-ELAPSED     PIC S9(07).
       01  WS-SECS-A           PIC S9(07).
       01  WS-SECS-B           PIC S9(07).
       01  WS-TIME-WORK        PIC 9(06).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TW-HH        PIC 9(02).
           05  WS-TW-MM        PIC 9(02).
           05  WS-TW-SS        PIC 9(02).
       01  WS-CALL-MISSING     PIC X(01).
       01  WS-SERVICE-RESULT   PIC X(02).
       01  WS-SKIP-REASON      PIC X(30).

      *>   The step in hand, and the night's schedule in run order.
       01  WS-SCHED-STEP.
           COPY BATCHSCH.CPY.
       01  WS-SCHED-TABLE.
           05  WS-SC-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-SC-IDX.
               10  WS-SC-RECORD        PIC X(94).
       01  WS-SC-COUNT         PIC 9(02) VALUE 0.
       01  WS-SC-FOUND         PIC 9(02) VALUE 0.
       01  WS-SORT-EOF         PIC X(01).
       01  WS-DAY-SLOT         PIC 9(01).

      *>   Calendar facts for the frequency test, worked out once.
       01  WS-MONTH-END        PIC X(01) VALUE 'N'.
       01  WS-BUS-DAY-NO       PIC 9(02) VALUE 0.
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-CAL-DATE         PIC 9(08).
       01  WS-CAL-INT          PIC S9(09).

      *>   Operator selection from the command line.
       01  WS-PARM             PIC X(80) VALUE SPACES.
       01  WS-PARM-WORDS.
           05  WS-PW OCCURS 12 TIMES PIC X(10).
       01  WS-PW-IDX           PIC 9(02).
       01  WS-PW-MODE          PIC X(01) VALUE SPACE.
       01  WS-RUN-MODE         PIC X(01) VALUE 'A'.
           88 RUN-ALL-STEPS    VALUE 'A'.
           88 RUN-FROM-STEP    VALUE 'F'.
           88 RUN-ONE-STEP     VALUE 'O'.
       01  WS-TARGET-STEP      PIC X(10) VALUE SPACES.
       01  WS-RESTART-REACHED  PIC X(01) VALUE 'N'.
       01  WS-SKIP-LIST.
           05  WS-SKIP-STEP OCCURS 12 TIMES PIC X(10).
       01  WS-SKIP-COUNT       PIC 9(02) VALUE 0.
       01  WS-SKIP-IDX         PIC 9(02).
       01  WS-PARM-BAD         PIC X(01) VALUE 'N'.
       01  WS-CHECK-STEP       PIC X(10).
       01  WS-PRIOR-FLAG       PIC X(01) VALUE SPACE.

      *>   The standard night, written to the schedule file the first
      *>   time the window runs without one. Step, program, frequency,
      *>   abort RETURN-CODE, and the OK / warning / failure log
      *>   texts (spaces for the usual OK, PARTIAL, FAILED). An abort
      *>   code of 1 means any non-zero code stops the window.
       01  WS-SEED-STEPS.
      *>   Before anything at all: verify every input the window will
      *>   consume while fixing a bad delivery still means fixing a
      *>   file, not restoring the bank.
           05  FILLER              PIC X(10) VALUE "PREFLT".
           05  FILLER              PIC X(08) VALUE "PREFLT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE "GO".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30)
                                   VALUE "NO-GO - INPUTS NOT VERIFIED".
      *>   Repairs half-applied postings BEFORE the backup runs, so
      *>   the generation saved tonight is a consistent one.
           05  FILLER              PIC X(10) VALUE "TXNRCVR".
           05  FILLER              PIC X(08) VALUE "TXNRCVR".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "REPAIRS MADE".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   A verified backup generation before anything can touch the
      *>   master files (FILERST rolls back to it).
           05  FILLER              PIC X(10) VALUE "FILEBKUP".
           05  FILLER              PIC X(08) VALUE "FILEBKUP".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SETUP".
           05  FILLER              PIC X(08) VALUE "SETUP".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Watchlist rescreen ahead of the day's postings, so a newly
      *>   listed beneficiary is already held when payments resolve.
           05  FILLER              PIC X(10) VALUE "WLRSCRN".
           05  FILLER              PIC X(08) VALUE "WLRSCRN".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Expired memo holds released before the postings, so stale
      *>   authorizations don't block funds BATCHRUN can draw on.
           05  FILLER              PIC X(10) VALUE "HOLDEXP".
           05  FILLER              PIC X(08) VALUE "HOLDMGT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Before today's postings queue anything new, so only items
      *>   an officer has had a full business day to work return.
           05  FILLER              PIC X(10) VALUE "NSFCUT".
           05  FILLER              PIC X(08) VALUE "NSFMGT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "BATCHRUN".
           05  FILLER              PIC X(08) VALUE "BATCHRUN".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "ALREADY RUN".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   The card vendor's file right after the batch input, then
      *>   corporate bulk payments ahead of the day's other debits.
           05  FILLER              PIC X(10) VALUE "ATMPOST".
           05  FILLER              PIC X(08) VALUE "ATMPOST".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "BULKPAY".
           05  FILLER              PIC X(08) VALUE "BULKPAY".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "STANDORD".
           05  FILLER              PIC X(08) VALUE "STANDORD".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Loan collections once the day's credits are on the
      *>   payment accounts; check releases before interest accrues
      *>   so released funds earn from today. Inward check returns
      *>   are applied and the day's presentment is built first, so
      *>   a check already bounced is never released and every
      *>   other bank's check is on its way out before it can be.
           05  FILLER              PIC X(10) VALUE "LOANCOLL".
           05  FILLER              PIC X(08) VALUE "LOANCOLL".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CHKIRET".
           05  FILLER              PIC X(08) VALUE "CHKIRET".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "UNMATCHED RETURNS".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CHKPRES".
           05  FILLER              PIC X(08) VALUE "CHKPRES".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "UNROUTED CHECKS".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CHKREL".
           05  FILLER              PIC X(08) VALUE "CHKREL".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Interest accrues on the day's closing balance, once all
      *>   the day's postings are on; overdraft interest while the
      *>   overdrawn balances are still the closing positions.
           05  FILLER              PIC X(10) VALUE "INTACCR".
           05  FILLER              PIC X(08) VALUE "INTACCR".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "ODINT".
           05  FILLER              PIC X(08) VALUE "ODINT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Maturities and sweeps before statements, so maturity
      *>   interest and swept positions show on today's paper.
           05  FILLER              PIC X(10) VALUE "TDMATUR".
           05  FILLER              PIC X(08) VALUE "TDMATUR".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SWEEP".
           05  FILLER              PIC X(08) VALUE "SWEEP".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Month-end charge-offs before statements and the GL
      *>   extract, so both carry the write-off legs.
           05  FILLER              PIC X(10) VALUE "CRLOSS".
           05  FILLER              PIC X(08) VALUE "CRLOSS".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Straight after the last posting step: the day's legs are
      *>   extracted and balanced once for the one-day reports. Out
      *>   of balance means the journal itself did not read back.
           05  FILLER              PIC X(10) VALUE "DAYEXTR".
           05  FILLER              PIC X(08) VALUE "DAYEXTR".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30)
                                   VALUE "FAILED - OUT OF BALANCE".
           05  FILLER              PIC X(10) VALUE "EXPRPT".
           05  FILLER              PIC X(08) VALUE "EXPRPT".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "GAPRPT".
           05  FILLER              PIC X(08) VALUE "GAPRPT".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "STMTPRT".
           05  FILLER              PIC X(08) VALUE "STMTPRT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "GLEXTR".
           05  FILLER              PIC X(08) VALUE "GLEXTR".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   A branch merge falling due tonight moves the closing
      *>   office's book once its day is on the GL history, and
      *>   before the proof runs against the new domiciles.
           05  FILLER              PIC X(10) VALUE "BRMERGE".
           05  FILLER              PIC X(08) VALUE "BRMERGE".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "MERGE DEFERRED".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   The subledger proved against the GL control accounts
      *>   the moment the day's journals are on the history; a break
      *>   the prior proof also showed holds the window.
           05  FILLER              PIC X(10) VALUE "GLPROOF".
           05  FILLER              PIC X(08) VALUE "GLPROOF".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "NEW BREAKS".
           05  FILLER              PIC X(30)
                          VALUE "FAILED - PERSISTENT BREAKS".
      *>   Large-cash report, monitoring rules, and the teller
      *>   report over the day's journal once everything has posted.
           05  FILLER              PIC X(10) VALUE "CASHRPT".
           05  FILLER              PIC X(08) VALUE "CASHRPT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "AMLMON".
           05  FILLER              PIC X(08) VALUE "AMLMON".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "TLRRPT".
           05  FILLER              PIC X(08) VALUE "TLRRPT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CASHFCST".
           05  FILLER              PIC X(08) VALUE "CASHFCST".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "CHECK VAULT LIMITS".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SETTLREC".
           05  FILLER              PIC X(08) VALUE "SETTLREC".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "BREAKS OPEN".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Overdue dispute cases are work for supervision, never an
      *>   abort.
           05  FILLER              PIC X(10) VALUE "DSPTAGE".
           05  FILLER              PIC X(08) VALUE "DSPTMGT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "OVERDUE CASES".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "LEGLRPT".
           05  FILLER              PIC X(08) VALUE "LEGLMGT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "AUDITRPT".
           05  FILLER              PIC X(08) VALUE "AUDITRPT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Overdraft facilities start and expire ahead of the notice
      *>   print, so an expired limit's letter goes out tonight.
           05  FILLER              PIC X(10) VALUE "ODFREVW".
           05  FILLER              PIC X(08) VALUE "ODFREVW".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "REVIEWS DUE".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "ALRTFEED".
           05  FILLER              PIC X(08) VALUE "ALRTFEED".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "UNDELIVERABLE".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "NOTICPRT".
           05  FILLER              PIC X(08) VALUE "NOTICPRT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CARDRNW".
           05  FILLER              PIC X(08) VALUE "CARDRNW".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   After every status change of the day, so the vendor's
      *>   terminals decline tonight's blocks from tomorrow morning.
           05  FILLER              PIC X(10) VALUE "HOTCARD".
           05  FILLER              PIC X(08) VALUE "HOTCARD".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CHKSTOCK".
           05  FILLER              PIC X(08) VALUE "CHKSTOCK".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   The closing-balance snapshot once all of the day's
      *>   movement is posted; month-end branch profitability reads
      *>   it straight after.
           05  FILLER              PIC X(10) VALUE "EODSNAP".
           05  FILLER              PIC X(08) VALUE "EODSNAP".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "BRPROF".
           05  FILLER              PIC X(08) VALUE "BRPROF".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Month-end collateral review: high LTV, stale valuations,
      *>   lapsed insurance and security due back are work for the
      *>   credit officers, not a reason to stop.
           05  FILLER              PIC X(10) VALUE "COLLRPT".
           05  FILLER              PIC X(08) VALUE "COLLRPT".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "EXCEPTIONS LISTED".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   The deposit insurer's single customer view at month end;
      *>   it is also made on demand from MAIN whenever the insurer
      *>   asks for it.
           05  FILLER              PIC X(10) VALUE "SCVFILE".
           05  FILLER              PIC X(08) VALUE "SCVFILE".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "CHECK COVER/OWNERS".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Likely-duplicate customers for a supervisor to review
      *>   and merge; a list found is a warning, not a failure.
           05  FILLER              PIC X(10) VALUE "CUSTDUP".
           05  FILLER              PIC X(08) VALUE "CUSTDUP".
           05  FILLER              PIC X(01) VALUE "M".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "DUPLICATES LISTED".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Subscribed transaction exports, once the snapshot their
      *>   opening balances come from is taken; one account's export
      *>   failing does not hold the others or the window.
           05  FILLER              PIC X(10) VALUE "EXPTRUN".
           05  FILLER              PIC X(08) VALUE "EXPTRUN".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "EXPORTS FAILED".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "INTARPT".
           05  FILLER              PIC X(08) VALUE "INTARPT".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "NOT WASHED".
           05  FILLER              PIC X(30) VALUE SPACES.
      *>   Cross-file integrity once the day's movement is final - a
      *>   hard break holds the window so the date never rolls over
      *>   it; soft findings continue.
           05  FILLER              PIC X(10) VALUE "INTEGCHK".
           05  FILLER              PIC X(08) VALUE "INTEGCHK".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 8.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "SOFT FINDINGS".
           05  FILLER              PIC X(30) VALUE "HARD BREAKS".
      *>   Last, after every report over the full day's files: the
      *>   transaction archive, then housekeeping of the rest.
           05  FILLER              PIC X(10) VALUE "ARCHTRAN".
           05  FILLER              PIC X(08) VALUE "ARCHTRAN".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "FILEHSK".
           05  FILLER              PIC X(08) VALUE "FILEHSK".
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC 9(03) VALUE 1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(30)
                          VALUE "FAILED - RECONCILIATION BREAK".
       01  WS-SEED-TABLE REDEFINES WS-SEED-STEPS.
           05  WS-SD-ENTRY OCCURS 51 TIMES
                   INDEXED BY WS-SD-IDX.
               10  WS-SD-STEP          PIC X(10).
               10  WS-SD-PROGRAM       PIC X(08).
               10  WS-SD-FREQ          PIC X(01).
               10  WS-SD-ABORT-RC      PIC 9(03).
               10  WS-SD-OK-TEXT       PIC X(10).
               10  WS-SD-WARN-TEXT     PIC X(20).
               10  WS-SD-FAIL-TEXT     PIC X(30).
       01  WS-SEED-COUNT       PIC 9(02) VALUE 51.

      *>   Dummy hold-data argument for HOLDMGT's expire operation,
      *>   which works off the holds file alone and ignores these
           05  WS-HOLD-STATUS       PIC X(01) VALUE SPACE.
       01  WS-HOLD-RESULT      PIC X(02).

      *>   NSFMGT's cutoff pass works off the queue alone and hands
      *>   back only the count of items it returned.
       01  WS-NSF-DATA.
           05  WS-NQ-ITEM-ID        PIC 9(08) VALUE 0.
           05  WS-NQ-SOURCE         PIC X(08) VALUE SPACES.
           05  WS-NQ-TXN-TYPE       PIC X(01) VALUE SPACE.
           05  WS-NQ-ACCT-ID        PIC 9(05) VALUE 0.
           05  WS-NQ-TARGET-ID      PIC 9(05) VALUE 0.
           05  WS-NQ-AMOUNT         PIC 9(09)V99 VALUE 0.
           05  WS-NQ-REF            PIC X(16) VALUE SPACES.
           05  WS-NQ-FEE            PIC 9(09)V99 VALUE 0.
           05  WS-NQ-COUNT          PIC 9(05) VALUE 0.
       01  WS-NSF-RESULT       PIC X(02).

      *>   Dummy dispute-data argument for DSPTMGT's aging report,
      *>   which works off the dispute file alone - the CALL
      *>   interface still has to be satisfied.
           MOVE WS-PROC-DATE TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.

      *>   The schedule and the operator's selection are settled
      *>   before the interlock goes up - a bad step name or an
      *>   empty schedule refuses the run with nothing touched.
           PERFORM LOAD-SCHEDULE.
           IF WS-SC-COUNT = 0
               DISPLAY "No steps on DATA/batch_schedule.dat - "
                   "window not run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-OPERATOR-SELECTION.
           IF WS-PARM-BAD = 'Y'
               DISPLAY "Window not run - nothing touched."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SET-CALENDAR-FACTS.

      *>   Interlock up before any file is touched: MAIN sees the
      *>   flag and drops to inquiry-only for the duration. A single
      *>   step run remembers how it found the flag, so it never
      *>   clears one an aborted window left up.
           CALL "SYSSTAT" USING BY CONTENT "G"
                                BY REFERENCE WS-BATCH-FLAG
                                BY REFERENCE WS-SYSSTAT-RESULT.
           MOVE WS-BATCH-FLAG TO WS-PRIOR-FLAG.
           CALL "SYSSTAT" USING BY CONTENT "S"
                                BY REFERENCE WS-BATCH-FLAG
                                BY REFERENCE WS-SYSSTAT-RESULT.
           DISPLAY "========================================".
           DISPLAY "   BATCH WINDOW START - " WS-RUN-DATE.
           DISPLAY "========================================".
           EVALUATE TRUE
               WHEN RUN-FROM-STEP
                   DISPLAY "Restarting from step " WS-TARGET-STEP
               WHEN RUN-ONE-STEP
                   DISPLAY "Running step " WS-TARGET-STEP " only"
           END-EVALUATE.
           IF WS-SKIP-COUNT > 0
               DISPLAY "Operator skipping " WS-SKIP-COUNT " step(s)"
           END-IF.
           MOVE "WINDOW" TO WS-LOG-STEP.
           MOVE "STARTED" TO WS-LOG-RESULT.
           PERFORM LOG-EVENT.
           MOVE WS-RUN-TIME TO WS-WINDOW-START-TIME.

           IF RUN-ONE-STEP
               SET WS-SC-IDX TO WS-SC-FOUND
               MOVE WS-SC-RECORD(WS-SC-IDX) TO WS-SCHED-STEP
               PERFORM RUN-SCHEDULED-STEP
           ELSE
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-COUNT
                          OR WS-WINDOW-FAILED = 'Y'
                   MOVE WS-SC-RECORD(WS-SC-IDX) TO WS-SCHED-STEP
                   PERFORM SELECT-STEP
                   IF WS-SKIP-REASON = SPACES
                       PERFORM RUN-SCHEDULED-STEP
                   ELSE
                       MOVE SCH-STEP TO WS-LOG-STEP
                       MOVE WS-SKIP-REASON TO WS-LOG-RESULT
                       PERFORM LOG-EVENT
                   END-IF
               END-PERFORM
           END-IF.

      *>   The interlock is only cleared on a clean finish - after
      *>   an abort the master files may be inconsistent, so the
      *>   online day stays inquiry-only until operations rerun the
      *>   window (or restore and rerun) successfully.
           MOVE "WINDOW" TO WS-LOG-STEP.
           MOVE WS-WINDOW-START-TIME TO WS-STEP-START-TIME.
           MOVE 'Y' TO WS-LOG-TIMED.
           EVALUATE TRUE
               WHEN WS-WINDOW-FAILED = 'Y'
                   DISPLAY "Batch window aborted - see " WS-RUN-DATE
                       " entries in DATA/batch_window.log."
                   DISPLAY "Online posting stays locked out until a "
                       "window completes."
                   MOVE "ABORTED" TO WS-LOG-RESULT
      *>   A single step is not a window: the date stays, and the
      *>   interlock goes back to how the run found it.
               WHEN RUN-ONE-STEP
                   IF WS-PRIOR-FLAG NOT = 'B'
                       CALL "SYSSTAT" USING BY CONTENT "C"
                                        BY REFERENCE WS-BATCH-FLAG
                                        BY REFERENCE WS-SYSSTAT-RESULT
                   END-IF
                   DISPLAY "Step " WS-TARGET-STEP " complete - "
                       "processing date not advanced."
                   MOVE "STEP RUN COMPLETE" TO WS-LOG-RESULT
               WHEN OTHER
                   CALL "SYSSTAT" USING BY CONTENT "C"
                                    BY REFERENCE WS-BATCH-FLAG
                                    BY REFERENCE WS-SYSSTAT-RESULT
      *>   Only now, with every report over this business day done,
      *>   tomorrow's online postings are stamped with it and the
      *>   NEXT window's reports cover them. An aborted window does
      *>   not advance, so the rerun works the same day again.
                   MOVE 0 TO WS-PROC-DATE
                   CALL "DATESRV" USING BY CONTENT "S"
                                    BY REFERENCE WS-PROC-DATE
                                    BY REFERENCE WS-DATESRV-RESULT
                   DISPLAY "Batch window complete."
                   MOVE "COMPLETE" TO WS-LOG-RESULT
           END-EVALUATE.
           PERFORM LOG-EVENT.

           CLOSE RUNLOG-FILE.

      *>   The operations summary and the run-time statistics run
      *>   whatever happened above - an aborted night is exactly when
      *>   the morning shift needs them most. They run with the
      *>   window log closed so the verdict line just written is on
      *>   the page, and they never change the window's own outcome.
           PERFORM RUN-OPSRPT.
           PERFORM RUN-WINSTAT.

           IF WS-WINDOW-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   The schedule comes back from the sort in sequence order,
      *>   whatever order the lines were keyed in.
       LOAD-SCHEDULE.
           MOVE 0 TO WS-SC-COUNT.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "35"
               PERFORM SEED-SCHEDULE
               OPEN INPUT SCHED-FILE
           END-IF.
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "Error opening DATA/batch_schedule.dat. "
                   "Status: " WS-SCHED-STATUS
               EXIT PARAGRAPH
           END-IF.
           CLOSE SCHED-FILE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-SEQ
               USING SCHED-FILE
               OUTPUT PROCEDURE IS TAKE-SORTED-STEPS.

       TAKE-SORTED-STEPS.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-FILE INTO WS-SCHED-STEP
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SCH-SEQ IS NUMERIC AND SCH-STEP NOT = SPACES
                           IF WS-SC-COUNT < 99
                               ADD 1 TO WS-SC-COUNT
                               MOVE WS-SCHED-STEP
                                   TO WS-SC-RECORD(WS-SC-COUNT)
                           ELSE
                               DISPLAY "Schedule over 99 steps - "
                                   SCH-STEP " not loaded."
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

      *>   First run with no schedule: the standard night, numbered
      *>   in tens so a new step can be slotted in between two
      *>   without renumbering the file.
       SEED-SCHEDULE.
           OPEN OUTPUT SCHED-FILE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SEED-COUNT
               MOVE SPACES TO WS-SCHED-STEP
               SET WS-SC-FOUND TO WS-SD-IDX
               COMPUTE SCH-SEQ = WS-SC-FOUND * 10
               MOVE WS-SD-STEP(WS-SD-IDX) TO SCH-STEP
               MOVE WS-SD-PROGRAM(WS-SD-IDX) TO SCH-PROGRAM
               MOVE WS-SD-FREQ(WS-SD-IDX) TO SCH-FREQ
               PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
                       UNTIL WS-DAY-SLOT > 4
                   MOVE 0 TO SCH-BUS-DAY(WS-DAY-SLOT)
               END-PERFORM
               MOVE WS-SD-ABORT-RC(WS-SD-IDX) TO SCH-ABORT-RC
               MOVE 'Y' TO SCH-ACTIVE
               MOVE WS-SD-OK-TEXT(WS-SD-IDX) TO SCH-OK-TEXT
               MOVE WS-SD-WARN-TEXT(WS-SD-IDX) TO SCH-WARN-TEXT
               MOVE WS-SD-FAIL-TEXT(WS-SD-IDX) TO SCH-FAIL-TEXT
               WRITE SCHED-RECORD FROM WS-SCHED-STEP
           END-PERFORM.
           CLOSE SCHED-FILE.
           MOVE 0 TO WS-SC-FOUND.
           DISPLAY "Standard schedule written to "
               "DATA/batch_schedule.dat.".

      *>   FROM step / ONLY step / SKIP step ... on the command line.
      *>   Every step named has to be on the schedule.
       READ-OPERATOR-SELECTION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-PARM.
           MOVE SPACES TO WS-PARM-WORDS.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PW(1) WS-PW(2) WS-PW(3) WS-PW(4)
                    WS-PW(5) WS-PW(6) WS-PW(7) WS-PW(8)
                    WS-PW(9) WS-PW(10) WS-PW(11) WS-PW(12).

           MOVE SPACE TO WS-PW-MODE.
           PERFORM VARYING WS-PW-IDX FROM 1 BY 1
                   UNTIL WS-PW-IDX > 12 OR WS-PARM-BAD = 'Y'
               EVALUATE TRUE
                   WHEN WS-PW(WS-PW-IDX) = SPACES
                       CONTINUE
                   WHEN WS-PW(WS-PW-IDX) = "FROM"
                       MOVE 'F' TO WS-PW-MODE
                   WHEN WS-PW(WS-PW-IDX) = "ONLY"
                       MOVE 'O' TO WS-PW-MODE
                   WHEN WS-PW(WS-PW-IDX) = "SKIP"
                       MOVE 'S' TO WS-PW-MODE
                   WHEN OTHER
                       PERFORM TAKE-PARM-STEP
               END-EVALUATE
           END-PERFORM.

           IF WS-PARM-BAD = 'N'
                   AND WS-PW-MODE NOT = SPACE
                   AND WS-PW-MODE NOT = 'S'
                   AND WS-TARGET-STEP = SPACES
               DISPLAY "FROM/ONLY needs a step name."
               MOVE 'Y' TO WS-PARM-BAD
           END-IF.

           IF RUN-ONE-STEP AND WS-PARM-BAD = 'N'
               MOVE WS-TARGET-STEP TO WS-CHECK-STEP
               PERFORM FIND-SCHEDULED-STEP
           END-IF.

       TAKE-PARM-STEP.
           MOVE WS-PW(WS-PW-IDX) TO WS-CHECK-STEP.
           PERFORM FIND-SCHEDULED-STEP.
           IF WS-SC-FOUND = 0
               DISPLAY "Step " WS-CHECK-STEP
                   " is not on the batch schedule."
               MOVE 'Y' TO WS-PARM-BAD
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-PW-MODE
               WHEN 'F'
               WHEN 'O'
                   IF NOT RUN-ALL-STEPS
                       DISPLAY "Only one FROM or ONLY step per run."
                       MOVE 'Y' TO WS-PARM-BAD
                   ELSE
                       MOVE WS-PW-MODE TO WS-RUN-MODE
                       MOVE WS-CHECK-STEP TO WS-TARGET-STEP
                   END-IF
               WHEN 'S'
                   IF WS-SKIP-COUNT < 12
                       ADD 1 TO WS-SKIP-COUNT
                       MOVE WS-CHECK-STEP
                           TO WS-SKIP-STEP(WS-SKIP-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "Unrecognised window parameter "
                       WS-CHECK-STEP " - use FROM, ONLY, or SKIP."
                   MOVE 'Y' TO WS-PARM-BAD
           END-EVALUATE.

       FIND-SCHEDULED-STEP.
           MOVE 0 TO WS-SC-FOUND.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-SC-FOUND > 0
               IF WS-SC-RECORD(WS-SC-IDX)(4:10) = WS-CHECK-STEP
                   SET WS-SC-FOUND TO WS-SC-IDX
               END-IF
           END-PERFORM.

      *>   Month-end is the last business day - the next business
      *>   day already falls in a new month, the same test the
      *>   month-end programs make for themselves. The business-day
      *>   number counts the working days of the month up to and
      *>   including the processing date (zero on a non-working day).
       SET-CALENDAR-FACTS.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1).
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-NEXT-DAY
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-NEXT-DAY(1:6) NOT = WS-RUN-DATE(1:6)
               MOVE 'Y' TO WS-MONTH-END
           END-IF.

           MOVE 0 TO WS-BUS-DAY-NO.
           MOVE WS-RUN-DATE TO WS-CAL-DATE.
           CALL "DATESRV" USING BY CONTENT "B"
                                BY REFERENCE WS-CAL-DATE
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-DATESRV-RESULT NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE "01" TO WS-CAL-DATE(7:2).
           PERFORM UNTIL WS-CAL-DATE > WS-RUN-DATE
               CALL "DATESRV" USING BY CONTENT "B"
                                    BY REFERENCE WS-CAL-DATE
                                    BY REFERENCE WS-DATESRV-RESULT
               IF WS-DATESRV-RESULT = '00'
                   ADD 1 TO WS-BUS-DAY-NO
               END-IF
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                   TO WS-CAL-DATE
           END-PERFORM.

      *>   Whether the step in hand runs tonight; spaces when it
      *>   does, otherwise the reason logged in place of a run.
       SELECT-STEP.
           MOVE SPACES TO WS-SKIP-REASON.

           IF RUN-FROM-STEP AND WS-RESTART-REACHED = 'N'
               IF SCH-STEP = WS-TARGET-STEP
                   MOVE 'Y' TO WS-RESTART-REACHED
               ELSE
                   MOVE "SKIPPED - RESTART" TO WS-SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF SCH-DISABLED
               MOVE "SKIPPED - INACTIVE" TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
               IF WS-SKIP-STEP(WS-SKIP-IDX) = SCH-STEP
                   MOVE "SKIPPED - OPERATOR" TO WS-SKIP-REASON
               END-IF
           END-PERFORM.
           IF WS-SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN SCH-MONTH-END
                   IF WS-MONTH-END = 'N'
                       MOVE "SKIPPED - NOT SCHEDULED"
                           TO WS-SKIP-REASON
                   END-IF
               WHEN SCH-BUS-DAYS
                   MOVE "SKIPPED - NOT SCHEDULED" TO WS-SKIP-REASON
                   IF WS-BUS-DAY-NO > 0
                       PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
                               UNTIL WS-DAY-SLOT > 4
                           IF SCH-BUS-DAY(WS-DAY-SLOT) = WS-BUS-DAY-NO
                               MOVE SPACES TO WS-SKIP-REASON
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

      *>   One step: STARTED line, the call, and the outcome line with
      *>   its start time and elapsed seconds.
       RUN-SCHEDULED-STEP.
           MOVE SCH-STEP TO WS-LOG-STEP.
           MOVE "STARTED" TO WS-LOG-RESULT.
           PERFORM LOG-EVENT.
           MOVE WS-RUN-TIME TO WS-STEP-START-TIME.

           PERFORM CALL-STEP.
           PERFORM GRADE-STEP.

           MOVE SCH-STEP TO WS-LOG-STEP.
           MOVE 'Y' TO WS-LOG-TIMED.
           PERFORM LOG-EVENT.

      *>   Most steps are a plain CALL of the scheduled program, read
      *>   back through RETURN-CODE. The service-style steps go
      *>   through their service program's batch operation and have
      *>   its result code turned into a RETURN-CODE ('00' is 0, '04'
      *>   is 4, anything else 8). FILEHSK trims this window's own
      *>   log, so the log is closed around it.
       CALL-STEP.
           MOVE 'N' TO WS-CALL-MISSING.
           MOVE 0 TO RETURN-CODE.
           EVALUATE SCH-STEP
               WHEN "HOLDEXP"
                   CALL "HOLDMGT" USING BY CONTENT "E"
                                        BY REFERENCE WS-HOLD-DATA
                                        BY REFERENCE WS-HOLD-RESULT
                   MOVE WS-HOLD-RESULT TO WS-SERVICE-RESULT
                   PERFORM MAP-SERVICE-RESULT
               WHEN "NSFCUT"
                   CALL "NSFMGT" USING BY CONTENT "X"
                                       BY REFERENCE WS-NSF-DATA
                                       BY REFERENCE WS-NSF-RESULT
                                       BY CONTENT "NSFCUT"
                   MOVE WS-NSF-RESULT TO WS-SERVICE-RESULT
                   PERFORM MAP-SERVICE-RESULT
                   IF WS-NSF-RESULT = '00'
                       DISPLAY "NSFCUT returned " WS-NQ-COUNT
                           " undecided item(s) at cutoff."
                   END-IF
               WHEN "DSPTAGE"
                   CALL "DSPTMGT" USING BY CONTENT "A"
                                        BY REFERENCE WS-DISPUTE-DATA
                                        BY REFERENCE WS-DISPUTE-RESULT
                                        BY CONTENT WS-BATCH-TELLER
                   MOVE WS-DISPUTE-RESULT TO WS-SERVICE-RESULT
                   PERFORM MAP-SERVICE-RESULT
               WHEN "LEGLRPT"
                   CALL "LEGLMGT" USING BY CONTENT "D"
                                        BY REFERENCE WS-LEGAL-DATA
                                        BY REFERENCE WS-LEGAL-RESULT
                                        BY CONTENT WS-BATCH-TELLER
                   MOVE WS-LEGAL-RESULT TO WS-SERVICE-RESULT
                   PERFORM MAP-SERVICE-RESULT
               WHEN "FILEHSK"
                   CLOSE RUNLOG-FILE
                   PERFORM CALL-SCHEDULED-PROGRAM
                   OPEN EXTEND RUNLOG-FILE
                   IF WS-RUNLOG-STATUS NOT = "00"
                       OPEN OUTPUT RUNLOG-FILE
                   END-IF
               WHEN OTHER
                   PERFORM CALL-SCHEDULED-PROGRAM
           END-EVALUATE.

       CALL-SCHEDULED-PROGRAM.
           CALL SCH-PROGRAM
               ON EXCEPTION
                   DISPLAY "Program " SCH-PROGRAM " for step "
                       SCH-STEP " could not be loaded."
                   MOVE 'Y' TO WS-CALL-MISSING
           END-CALL.
           IF WS-CALL-MISSING = 'Y'
               MOVE 16 TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
           END-IF.

       MAP-SERVICE-RESULT.
           EVALUATE WS-SERVICE-RESULT
               WHEN '00'
                   MOVE 0 TO WS-STEP-RC
               WHEN '04'
                   MOVE 4 TO WS-STEP-RC
               WHEN OTHER
                   MOVE 8 TO WS-STEP-RC
           END-EVALUATE.

      *>   Zero is the step's OK text; under the abort threshold is
      *>   its warning text and the window goes on; at or over it
      *>   (or a negative code) is its failure text and the window
      *>   stops here.
       GRADE-STEP.
           MOVE WS-STEP-RC TO WS-RC-DISPLAY.
           EVALUATE TRUE
               WHEN WS-CALL-MISSING = 'Y'
                   MOVE "FAILED - PROGRAM NOT FOUND" TO WS-LOG-RESULT
                   MOVE 'Y' TO WS-WINDOW-FAILED
               WHEN WS-STEP-RC = 0
                   IF SCH-OK-TEXT = SPACES
                       MOVE "OK" TO WS-LOG-RESULT
                   ELSE
                       MOVE SCH-OK-TEXT TO WS-LOG-RESULT
                   END-IF
               WHEN WS-STEP-RC > 0 AND WS-STEP-RC < SCH-ABORT-RC
                   IF SCH-WARN-TEXT = SPACES
                       MOVE "PARTIAL" TO WS-LOG-RESULT
                   ELSE
                       MOVE SCH-WARN-TEXT TO WS-LOG-RESULT
                   END-IF
                   DISPLAY FUNCTION TRIM(SCH-STEP) " returned code "
                       FUNCTION TRIM(WS-RC-DISPLAY) " ("
                       FUNCTION TRIM(WS-LOG-RESULT)
                       ") - continuing window."
               WHEN OTHER
                   IF SCH-FAIL-TEXT = SPACES
                       MOVE "FAILED" TO WS-LOG-RESULT
                   ELSE
                       MOVE SCH-FAIL-TEXT TO WS-LOG-RESULT
                   END-IF
                   DISPLAY FUNCTION TRIM(SCH-STEP) " failed with code "
                       FUNCTION TRIM(WS-RC-DISPLAY)
                       " - window stops here."
                   MOVE 'Y' TO WS-WINDOW-FAILED
           END-EVALUATE.

      *>   Consolidates the whole night - step outcomes and runtimes,
      *>   per-input item counts, suspense and approval queues, the
           CALL "OPSRPT".
           MOVE 0 TO RETURN-CODE.

      *>   Each step's run time tonight against its recent average,
      *>   onto DATA/batch_run_rpt.txt - a step creeping up is seen
      *>   before it pushes the window past its end. Reporting only.
       RUN-WINSTAT.
           CALL "WINSTAT".
           MOVE 0 TO RETURN-CODE.

      *>   The time is refreshed on every line - a step's elapsed
      *>   time is the gap between its STARTED line and its outcome
      *>   line, which a start-of-window snapshot would collapse to
      *>   zero. Only a timed line (a step's outcome, the window's
      *>   verdict) carries the start time and the elapsed seconds.
       LOG-EVENT.
           MOVE WS-RUN-DATE TO RLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-TIME TO RLOG-TIME.
           MOVE WS-LOG-STEP TO RLOG-STEP.
           MOVE WS-LOG-RESULT TO RLOG-RESULT.
           MOVE SPACES TO RLOG-TIMING.
           IF WS-LOG-TIMED = 'Y'
               PERFORM TIME-THE-STEP
               MOVE WS-STEP-START-TIME TO RLOG-START-TIME
               MOVE WS-STEP-ELAPSED TO RLOG-ELAPSED
               MOVE 'N' TO WS-LOG-TIMED
           END-IF.
           WRITE RUNLOG-RECORD.

      *>   A step that runs across midnight wraps the clock.
       TIME-THE-STEP.
           MOVE WS-STEP-START-TIME TO WS-TIME-WORK.
           COMPUTE WS-SECS-A = WS-TW-HH * 3600
               + WS-TW-MM * 60 + WS-TW-SS.
           MOVE WS-RUN-TIME TO WS-TIME-WORK.
           COMPUTE WS-SECS-B = WS-TW-HH * 3600
               + WS-TW-MM * 60 + WS-TW-SS.
           COMPUTE WS-STEP-ELAPSED = WS-SECS-B - WS-SECS-A.
           IF WS-STEP-ELAPSED < 0
               ADD 86400 TO WS-STEP-ELAPSED
           END-IF.
