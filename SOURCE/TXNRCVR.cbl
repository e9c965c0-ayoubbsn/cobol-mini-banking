      *>   Run at MAIN sign-on and at the top of the batch window;
      *>   repairs are reported to DATA/txn_recovery_rpt.txt and the
      *>   console, and rows of intents from earlier days (all
      *>   complete after this run) are compacted out of the live
      *>   journal into DATA/txn_intents_arch_YYYYMMDD.dat, dated by
      *>   the day that moved them. RETURN-CODE 4 when anything was
      *>   repaired, 0 when clean.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTENT-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(90).

       FD  ARCH-FILE.
       01  ARCH-RECORD             PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-INTENT-STATUS    PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-SEQ-STATUS       PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-ARCH-STATUS      PIC X(02).
       01  WS-ARCH-NAME        PIC X(40).
       01  WS-ARCH-COUNT       PIC 9(05).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-NOW-TIME         PIC 9(06).

      *>   After repairs every intent is complete, so rows from
      *>   earlier business days carry no information RECONCILE and
      *>   the reports don't already have - only today's survive in
      *>   the live journal. The rest are written to the day's
      *>   archive AFTER the live file is rebuilt, so a crash between
      *>   the two can lose rows from the archive but never archive
      *>   them twice.
       REWRITE-INTENT-JOURNAL.
           OPEN OUTPUT INTENT-FILE.
           MOVE 0 TO WS-ARCH-COUNT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITJ-COUNT
               IF WS-IT-DATE(WS-IT-IDX) = WS-TODAY
                   PERFORM WRITE-ONE-JOURNAL-ROW
                   WRITE INTENT-RECORD
               ELSE
                   ADD 1 TO WS-ARCH-COUNT
               END-IF
           END-PERFORM.
           CLOSE INTENT-FILE.

           IF WS-ARCH-COUNT = 0
               EXIT PARAGRAPH.

           MOVE SPACES TO WS-ARCH-NAME.
           STRING "DATA/txn_intents_arch_" WS-TODAY ".dat"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           OPEN EXTEND ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               OPEN OUTPUT ARCH-FILE
           END-IF.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITJ-COUNT
               IF WS-IT-DATE(WS-IT-IDX) NOT = WS-TODAY
                   PERFORM WRITE-ONE-JOURNAL-ROW
                   MOVE INTENT-RECORD TO ARCH-RECORD
                   WRITE ARCH-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCH-FILE.

       WRITE-ONE-JOURNAL-ROW.
           MOVE WS-IT-INTENT-ID(WS-IT-IDX) TO ITJ-INTENT-ID.
           MOVE WS-IT-REC-TYPE(WS-IT-IDX) TO ITJ-REC-TYPE.
           MOVE WS-IT-DATE(WS-IT-IDX) TO ITJ-DATE.
           MOVE WS-IT-TIME(WS-IT-IDX) TO ITJ-TIME.
           MOVE WS-IT-TELLER-ID(WS-IT-IDX) TO ITJ-TELLER-ID.

      *>   Nothing was incomplete - still trim rows from earlier
      *>   days so the journal never grows without bound.
