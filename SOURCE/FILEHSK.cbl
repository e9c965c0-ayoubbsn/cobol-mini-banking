       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEHSK.

      *>   Retention housekeeping for the operational files that are
      *>   not archived by a step of their own (ARCHTRAN has trans.dat,
      *>   AUDITRPT has acct_audit.dat, TXNRCVR compacts the intent
      *>   journal). For each file in the table below, records that
      *>   are CLOSED and older than the file's retention period move
      *>   to a dated archive, DATA/<file>_arch_YYYYMMDD.dat, and the
      *>   live file is rewritten with only the open and recent
      *>   records. A record still open - an unprinted notice, an
      *>   open hold, a parked item, an undispositioned reject, an
      *>   open dispute case - is never moved however old it is.
      *>
      *>   The retention period of each file is a PARMMGT posting
      *>   (days, keys RETAIN-xxx in the table below); with nothing
      *>   posted the compiled-in default applies. A record is past
      *>   retention when the date it closed (or, for a journal, the
      *>   date it was written) is before today less that many days.
      *>
      *>   Every file is done the ARCHTRAN way: moving rows are staged
      *>   in a work file and reach the dated archive only after the
      *>   live file has been rebuilt without them, so a crash can
      *>   never leave a row archived twice. The counts are then
      *>   reconciled - rows read must equal rows kept plus rows
      *>   archived, the rebuilt live file must read back exactly the
      *>   rows kept, and the archive must take exactly the rows
      *>   staged - and each file that moved anything is registered
      *>   in DATA/hsk_archives.dat. RETURN-CODE 0 when every file
      *>   reconciles, 8 on any break (the file is named on the
      *>   console and its work files are left for inspection).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      *>   Pass-one staging for the rows being archived; truncated
      *>   fresh for each file, committed to ARCH-FILE only after the
      *>   rebuild.
           SELECT WORK-FILE ASSIGN TO "DATA/hsk_arch_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      *>   Rows staying live are parked here during pass one, then
      *>   copied back - the files are LINE SEQUENTIAL and can only be
      *>   rebuilt by rewriting them front to back.
           SELECT RETAIN-FILE ASSIGN TO "DATA/hsk_retained.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "DATA/hsk_archives.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   One buffer wide enough for the longest record of any file
      *>   in the table; a LINE SEQUENTIAL read of a shorter record
      *>   pads with spaces and the write trims them again, so rows
      *>   go back out exactly as they came in.
       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(200).

       FD  ARCH-FILE.
       01  ARCH-RECORD             PIC X(200).

       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(200).

       FD  RETAIN-FILE.
       01  RETAIN-RECORD           PIC X(200).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-LIVE-NAME       PIC X(28).
           05  REG-ARCH-NAME       PIC X(40).
           05  REG-CUTOFF-DATE     PIC 9(08).
           05  REG-READ-COUNT      PIC 9(07).
           05  REG-KEPT-COUNT      PIC 9(07).
           05  REG-RECORD-COUNT    PIC 9(07).
           05  REG-RUN-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-LIVE-STATUS      PIC X(02).
       01  WS-ARCH-STATUS      PIC X(02).
       01  WS-WORK-STATUS      PIC X(02).
       01  WS-RETAIN-STATUS    PIC X(02).
       01  WS-REGISTER-STATUS  PIC X(02).
       01  WS-EOF              PIC X(01).

       01  WS-TODAY            PIC 9(08).
       01  WS-CUTOFF-DATE      PIC 9(08).
       01  WS-CUTOFF-INT       PIC S9(09).
       01  WS-RETAIN-DAYS      PIC 9(05).
       01  WS-LIVE-NAME        PIC X(28).
       01  WS-ARCH-NAME        PIC X(40).
       01  WS-EXPIRED          PIC X(01).
       01  WS-AGE-DATE         PIC 9(08).
       01  WS-BREAK            PIC X(01).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   The retention table: live file, archive-name stem,
      *>   PARMMGT key, and default retention in days. The position
      *>   in the table selects the closed-record test in
      *>   CHECK-RECORD-EXPIRED, so a new file is added at the end.
       01  WS-HSK-FILES.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/notices.dat".
           05  FILLER              PIC X(16) VALUE "notices".
           05  FILLER              PIC X(20) VALUE "RETAIN-NOTICES".
           05  FILLER              PIC 9(05) VALUE 365.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/holds.dat".
           05  FILLER              PIC X(16) VALUE "holds".
           05  FILLER              PIC X(20) VALUE "RETAIN-HOLDS".
           05  FILLER              PIC 9(05) VALUE 365.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/pending_txns.dat".
           05  FILLER              PIC X(16) VALUE "pending_txns".
           05  FILLER              PIC X(20) VALUE "RETAIN-PENDING".
           05  FILLER              PIC 9(05) VALUE 365.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/batch_rejects.txt".
           05  FILLER              PIC X(16) VALUE "batch_rejects".
           05  FILLER              PIC X(20)
                                   VALUE "RETAIN-BATCH-REJECTS".
           05  FILLER              PIC 9(05) VALUE 365.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/setup_rejects.txt".
           05  FILLER              PIC X(16) VALUE "setup_rejects".
           05  FILLER              PIC X(20)
                                   VALUE "RETAIN-SETUP-REJECTS".
           05  FILLER              PIC 9(05) VALUE 365.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/signon_journal.dat".
           05  FILLER              PIC X(16) VALUE "signon_journal".
           05  FILLER              PIC X(20) VALUE "RETAIN-SIGNON".
           05  FILLER              PIC 9(05) VALUE 365.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/standord_journal.dat".
           05  FILLER              PIC X(16) VALUE "standord_journal".
           05  FILLER              PIC X(20) VALUE "RETAIN-SO-JOURNAL".
           05  FILLER              PIC 9(05) VALUE 90.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/disputes.dat".
           05  FILLER              PIC X(16) VALUE "disputes".
           05  FILLER              PIC X(20) VALUE "RETAIN-DISPUTES".
           05  FILLER              PIC 9(05) VALUE 730.
           05  FILLER              PIC X(28)
                                   VALUE "DATA/batch_window.log".
           05  FILLER              PIC X(16) VALUE "batch_window".
           05  FILLER              PIC X(20) VALUE "RETAIN-WINDOW-LOG".
           05  FILLER              PIC 9(05) VALUE 365.
       01  WS-HSK-TABLE REDEFINES WS-HSK-FILES.
           05  WS-HSK-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-HSK-IDX.
               10  WS-HSK-LIVE         PIC X(28).
               10  WS-HSK-STEM         PIC X(16).
               10  WS-HSK-KEY          PIC X(20).
               10  WS-HSK-DEFAULT      PIC 9(05).
       01  WS-HSK-COUNT        PIC 9(02) VALUE 9.

      *>   The record in hand, seen through each file's own layout.
       01  WS-REC-BUFFER           PIC X(200).
       01  WS-NOTICE-VIEW REDEFINES WS-REC-BUFFER.
           COPY NOTICE.CPY.
       01  WS-HOLD-VIEW REDEFINES WS-REC-BUFFER.
           COPY HOLD.CPY.
       01  WS-PEND-VIEW REDEFINES WS-REC-BUFFER.
           COPY PENDTXN.CPY.
       01  WS-BREJ-VIEW REDEFINES WS-REC-BUFFER.
           COPY BREJECT.CPY.
       01  WS-SREJ-VIEW REDEFINES WS-REC-BUFFER.
           COPY SREJECT.CPY.
       01  WS-SIGNON-VIEW REDEFINES WS-REC-BUFFER.
           COPY SIGNON.CPY.
      *>   STANDORD's run journal and BATCHWIN's window log have no
      *>   copybook; their layouts are repeated here.
       01  WS-SOJ-VIEW REDEFINES WS-REC-BUFFER.
           05  SOJ-RUN-DATE        PIC 9(08).
           05  SOJ-ORDER-ID        PIC 9(05).
           05  SOJ-RESULT          PIC X(02).
       01  WS-DISPUTE-VIEW REDEFINES WS-REC-BUFFER.
           COPY DISPUTE.CPY.
       01  WS-RLOG-VIEW REDEFINES WS-REC-BUFFER.
           05  RLOG-DATE           PIC 9(08).
           05  RLOG-TIME           PIC 9(06).
           05  RLOG-STEP           PIC X(10).
           05  RLOG-RESULT         PIC X(30).

       01  WS-FILE-COUNTS.
           05  WS-READ             PIC 9(07).
           05  WS-KEPT             PIC 9(07).
           05  WS-ARCHIVED         PIC 9(07).
           05  WS-LIVE-AFTER       PIC 9(07).
           05  WS-ARCH-WRITTEN     PIC 9(07).

       01  WS-TOTALS.
           05  WS-TOTAL-ARCHIVED   PIC 9(07) VALUE 0.
           05  WS-FILES-MOVED      PIC 9(02) VALUE 0.
           05  WS-BREAKS           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           DISPLAY "========================================".
           DISPLAY "   RETENTION HOUSEKEEPING - " WS-TODAY.
           DISPLAY "========================================".
           DISPLAY "File                         Cutoff      Read"
               "     Kept  Archived  Check".

           PERFORM VARYING WS-HSK-IDX FROM 1 BY 1
                   UNTIL WS-HSK-IDX > WS-HSK-COUNT
               PERFORM HOUSEKEEP-ONE-FILE
           END-PERFORM.

           DISPLAY "Files Archived From: " WS-FILES-MOVED
               "  Records Archived: " WS-TOTAL-ARCHIVED.

           IF WS-BREAKS > 0
               DISPLAY "RECONCILIATION BREAKS: " WS-BREAKS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       HOUSEKEEP-ONE-FILE.
           MOVE WS-HSK-LIVE(WS-HSK-IDX) TO WS-LIVE-NAME.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "DATA/" DELIMITED BY SIZE
                  WS-HSK-STEM(WS-HSK-IDX) DELIMITED BY SPACE
                  "_arch_" WS-TODAY ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-NAME.
           INITIALIZE WS-FILE-COUNTS.
           MOVE 'N' TO WS-BREAK.

           PERFORM SET-CUTOFF-DATE.
           PERFORM SPLIT-LIVE-FILE.

           IF WS-ARCHIVED > 0
               PERFORM REBUILD-LIVE-FILE
               PERFORM COMMIT-ARCHIVE
               IF WS-READ NOT = WS-KEPT + WS-ARCHIVED
                       OR WS-LIVE-AFTER NOT = WS-KEPT
                       OR WS-ARCH-WRITTEN NOT = WS-ARCHIVED
                   MOVE 'Y' TO WS-BREAK
                   ADD 1 TO WS-BREAKS
               END-IF
               ADD 1 TO WS-FILES-MOVED
               ADD WS-ARCHIVED TO WS-TOTAL-ARCHIVED
               PERFORM WRITE-REGISTER-ENTRY
           END-IF.

           IF WS-BREAK = 'Y'
               DISPLAY WS-LIVE-NAME " " WS-CUTOFF-DATE " "
                   WS-READ "  " WS-KEPT "  " WS-ARCHIVED "  BREAK"
               DISPLAY "    Live file reads back " WS-LIVE-AFTER
                   ", archive took " WS-ARCH-WRITTEN
           ELSE
               DISPLAY WS-LIVE-NAME " " WS-CUTOFF-DATE " "
                   WS-READ "  " WS-KEPT "  " WS-ARCHIVED "  OK"
           END-IF.

      *>   Cutoff = today less the file's retention days; a record
      *>   closed (or written) on or after the cutoff stays live.
       SET-CUTOFF-DATE.
           MOVE WS-HSK-DEFAULT(WS-HSK-IDX) TO WS-RETAIN-DAYS.
           MOVE WS-HSK-KEY(WS-HSK-IDX) TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-RETAIN-DAYS
           END-IF.
           COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE.

      *>   Pass one: expired rows are staged in the work file, every
      *>   other row is parked in the retain file for pass two.
       SPLIT-LIVE-FILE.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = "00"
               EXIT PARAGRAPH.

           OPEN OUTPUT WORK-FILE.
           OPEN OUTPUT RETAIN-FILE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ
                       MOVE LIVE-RECORD TO WS-REC-BUFFER
                       PERFORM CHECK-RECORD-EXPIRED
                       IF WS-EXPIRED = 'Y'
                           ADD 1 TO WS-ARCHIVED
                           MOVE LIVE-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       ELSE
                           ADD 1 TO WS-KEPT
                           MOVE LIVE-RECORD TO RETAIN-RECORD
                           WRITE RETAIN-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LIVE-FILE.
           CLOSE WORK-FILE.
           CLOSE RETAIN-FILE.

      *>   WS-EXPIRED 'Y' when the record in WS-REC-BUFFER is closed
      *>   and its closing date is before the cutoff. A date that is
      *>   not numeric (a damaged or hand-edited row) keeps the row.
       CHECK-RECORD-EXPIRED.
           MOVE 'N' TO WS-EXPIRED.
           MOVE 0 TO WS-AGE-DATE.
           EVALUATE WS-HSK-IDX
      *>   Notices: once printed.
               WHEN 1
                   IF NOT-DONE AND NOT-DATE IS NUMERIC
                       MOVE NOT-DATE TO WS-AGE-DATE
                   END-IF
      *>   Holds: released or expired. The file keeps no release
      *>   date, so a hold ages from the later of its placed and
      *>   expiry dates.
               WHEN 2
                   IF (HOLD-RELEASED OR HOLD-EXPIRED)
                           AND HOLD-PLACED-DATE IS NUMERIC
                           AND HOLD-EXPIRY-DATE IS NUMERIC
                       IF HOLD-EXPIRY-DATE > HOLD-PLACED-DATE
                           MOVE HOLD-EXPIRY-DATE TO WS-AGE-DATE
                       ELSE
                           MOVE HOLD-PLACED-DATE TO WS-AGE-DATE
                       END-IF
                   END-IF
      *>   Parked items: approved or rejected ('P' and 'S' wait).
               WHEN 3
                   IF (PEND-APPROVED OR PEND-REJECTED)
                           AND PEND-DATE IS NUMERIC
                       MOVE PEND-DATE TO WS-AGE-DATE
                   END-IF
      *>   Rejects: resubmitted or written off, from the disposition
      *>   date.
               WHEN 4
                   IF (REJ-RESUBMITTED OR REJ-WRITTEN-OFF)
                           AND REJ-DISP-DATE IS NUMERIC
                       MOVE REJ-DISP-DATE TO WS-AGE-DATE
                   END-IF
               WHEN 5
                   IF (SREJ-RESUBMITTED OR SREJ-WRITTEN-OFF)
                           AND SREJ-DISP-DATE IS NUMERIC
                       MOVE SREJ-DISP-DATE TO WS-AGE-DATE
                   END-IF
      *>   Journals and the window log: every row is history.
               WHEN 6
                   IF SJ-DATE IS NUMERIC
                       MOVE SJ-DATE TO WS-AGE-DATE
                   END-IF
               WHEN 7
                   IF SOJ-RUN-DATE IS NUMERIC
                       MOVE SOJ-RUN-DATE TO WS-AGE-DATE
                   END-IF
      *>   Disputes: upheld or denied, from the resolution date.
               WHEN 8
                   IF (DSP-UPHELD OR DSP-DENIED)
                           AND DSP-RESOLVED-DATE IS NUMERIC
                       MOVE DSP-RESOLVED-DATE TO WS-AGE-DATE
                   END-IF
               WHEN 9
                   IF RLOG-DATE IS NUMERIC
                       MOVE RLOG-DATE TO WS-AGE-DATE
                   END-IF
           END-EVALUATE.
           IF WS-AGE-DATE > 0 AND WS-AGE-DATE < WS-CUTOFF-DATE
               MOVE 'Y' TO WS-EXPIRED
           END-IF.

      *>   Pass two: the live file is rewritten from the retain file
      *>   and then read back, so the count kept is proven on disk.
       REBUILD-LIVE-FILE.
           OPEN OUTPUT LIVE-FILE.
           OPEN INPUT RETAIN-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RETAIN-RECORD TO LIVE-RECORD
                       WRITE LIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETAIN-FILE.
           CLOSE LIVE-FILE.

           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIVE-AFTER
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.

      *>   The staged rows reach the permanent dated archive only
      *>   here, with the live file already rebuilt without them - a
      *>   rerun after any earlier crash finds the old rows still
      *>   live and simply stages them again.
       COMMIT-ARCHIVE.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH.

           OPEN EXTEND ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               OPEN OUTPUT ARCH-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO ARCH-RECORD
                       WRITE ARCH-RECORD
                       IF WS-ARCH-STATUS = "00"
                           ADD 1 TO WS-ARCH-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WORK-FILE.
           CLOSE ARCH-FILE.

       WRITE-REGISTER-ENTRY.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF.

           MOVE WS-LIVE-NAME TO REG-LIVE-NAME.
           MOVE WS-ARCH-NAME TO REG-ARCH-NAME.
           MOVE WS-CUTOFF-DATE TO REG-CUTOFF-DATE.
           MOVE WS-READ TO REG-READ-COUNT.
           MOVE WS-KEPT TO REG-KEPT-COUNT.
           MOVE WS-ARCHIVED TO REG-RECORD-COUNT.
           MOVE WS-TODAY TO REG-RUN-DATE.
           WRITE REGISTER-RECORD.

           CLOSE REGISTER-FILE.
