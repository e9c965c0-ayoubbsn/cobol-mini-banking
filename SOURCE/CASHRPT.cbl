       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DAYCTL-FILE ASSIGN TO "DATA/day_trans_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT OWNER-FILE ASSIGN TO "DATA/acct_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  DAYCTL-FILE.
       01  DAYCTL-RECORD.
           COPY DAYCTL.CPY.

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           COPY OWNER.CPY.
       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-DAYCTL-STATUS    PIC X(02).
      *>   trans.dat, or the daily-activity extract - see
      *>   PICK-TRANS-SOURCE.
       01  WS-TRANS-NAME       PIC X(30) VALUE "DATA/trans.dat".
       01  WS-OWNER-STATUS     PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM PICK-TRANS-SOURCE.

           DISPLAY "========================================".
           DISPLAY "   LARGE CASH ACTIVITY REPORT - " WS-TODAY.
           END-IF.
           DISPLAY "Customer " CRP-CUST-ID " " CRP-FLAG
               " in " CRP-CASH-IN " out " CRP-CASH-OUT.

      *>   The day's legs come off DAYEXTR's extract when one is on
      *>   file for this processing date and its control totals
      *>   balanced against trans.dat; otherwise (a run outside the
      *>   window, or a failed extract) the whole journal is read as
      *>   before. The TRANS-DATE test stays either way.
       PICK-TRANS-SOURCE.
           MOVE "DATA/trans.dat" TO WS-TRANS-NAME.
           OPEN INPUT DAYCTL-FILE.
           IF WS-DAYCTL-STATUS NOT = "00"
               EXIT PARAGRAPH.
           READ DAYCTL-FILE
               AT END
                   MOVE SPACES TO DAYCTL-RECORD
           END-READ.
           CLOSE DAYCTL-FILE.
           IF DX-EXTRACT-DATE = WS-TODAY AND DX-IN-BALANCE
               MOVE "DATA/day_trans.dat" TO WS-TRANS-NAME
           END-IF.
