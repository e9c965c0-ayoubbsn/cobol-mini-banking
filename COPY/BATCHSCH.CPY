      *>   One step of the batch-window schedule on
      *>   DATA/batch_schedule.dat. BATCHWIN runs the active steps in
      *>   SCH-SEQ order; a missing file is seeded with the standard
      *>   night. The step name is what the window log carries; the
      *>   program is what is CALLed (the service-style steps -
      *>   HOLDEXP, NSFCUT, DSPTAGE, LEGLRPT - are called through
      *>   their service program by BATCHWIN itself).
           05  SCH-SEQ             PIC 9(03).
           05  SCH-STEP            PIC X(10).
           05  SCH-PROGRAM         PIC X(08).
      *>   'D' every window; 'M' month-end (the last business day of
      *>   the month) only; 'B' only on the listed business days of
      *>   the month, counted over bus_calendar.txt (1 = the first
      *>   business day).
           05  SCH-FREQ            PIC X(01).
               88 SCH-DAILY        VALUE 'D'.
               88 SCH-MONTH-END    VALUE 'M'.
               88 SCH-BUS-DAYS     VALUE 'B'.
           05  SCH-BUS-DAY         PIC 9(02) OCCURS 4 TIMES.
      *>   A RETURN-CODE at or above this aborts the window; anything
      *>   lower but not zero is logged with the warning text and the
      *>   window carries on.
           05  SCH-ABORT-RC        PIC 9(03).
           05  SCH-ACTIVE          PIC X(01).
               88 SCH-ENABLED      VALUE 'Y'.
               88 SCH-DISABLED     VALUE 'N'.
      *>   Log texts; spaces mean "OK", "PARTIAL", and "FAILED".
           05  SCH-OK-TEXT         PIC X(10).
           05  SCH-WARN-TEXT       PIC X(20).
           05  SCH-FAIL-TEXT       PIC X(30).
