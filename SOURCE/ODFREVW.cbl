       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODFREVW.

      *>   Daily overdraft facility run over DATA/od_facilities.dat
      *>   (see ODFMGT). In order:
      *>     1. Approved facilities whose start date has come go
      *>        live - the amount becomes the account's limit and
      *>        any facility live before it is superseded. Done
      *>        first, so a renewal starting the day the old
      *>        facility ends carries the limit straight over.
      *>     2. Live facilities reaching their expiry date end: the
      *>        account's limit drops to zero and the customer gets
      *>        an 'OX' notice through NOTIFY. A live facility on an
      *>        account since closed or written off is simply ended.
      *>     3. Live facilities whose review date falls within
      *>        ODF-REVIEW-WARN-DAYS (PARMMGT, default 30) are listed
      *>        REVIEW DUE for the credit officers - REVIEW OVERDUE
      *>        once it has passed - and those expiring within the
      *>        same window EXPIRING, so a renewal can be put up.
      *>     4. Any account with a limit but no live facility behind
      *>        it is listed NO FACILITY - left as it is, for the
      *>        officers to put a facility up or withdraw the limit.
      *>   Everything is written to DATA/od_review_rpt.txt.
      *>   RETURN-CODE 4 when a review is overdue or a limit has no
      *>   facility behind it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAC-FILE ASSIGN TO "DATA/od_facilities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.

           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/od_review_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAC-FILE.
       01  FAC-RECORD.
           COPY ODFACIL.CPY.

       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-FAC-STATUS       PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-WARN-DAYS        PIC 9(03) VALUE 30.
       01  WS-WARN-DATE        PIC 9(08).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-ACCT-FOUND       PIC X(01).
       01  WS-HAS-LIVE         PIC X(01).
       01  WS-NEW-LIMIT        PIC S9(09)V99.

      *>   The facility file, buffered whole and written back at the
      *>   end, as ODFMGT does.
       01  WS-FAC-TABLE.
           05  WS-FC-RECORD        PIC X(87) OCCURS 9999 TIMES
                   INDEXED BY WS-FC-IDX WS-FC-IDX2.
       01  WS-FAC-COUNT        PIC 9(05) VALUE 0.
       01  WS-FAC-CHANGED      PIC X(01) VALUE 'N'.

       01  WS-FC-WORK.
           COPY ODFACIL.CPY.
       01  WS-FC-OTHER.
           COPY ODFACIL.CPY.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-NOTICE-DATA.
           05  WS-NOT-TYPE         PIC X(02).
           05  WS-NOT-ACCT-ID      PIC 9(05).
           05  WS-NOT-AMOUNT       PIC S9(09)V99.
           05  WS-NOT-TEXT         PIC X(40).
       01  WS-NOTICE-RESULT    PIC X(02).

       01  WS-TOTALS.
           05  WS-STARTED      PIC 9(05) VALUE 0.
           05  WS-EXPIRED      PIC 9(05) VALUE 0.
           05  WS-ENDED        PIC 9(05) VALUE 0.
           05  WS-REVIEW-DUE   PIC 9(05) VALUE 0.
           05  WS-OVERDUE      PIC 9(05) VALUE 0.
           05  WS-EXPIRING     PIC 9(05) VALUE 0.
           05  WS-NO-FACILITY  PIC 9(05) VALUE 0.

       01  WS-FAC-DETAIL.
           05  WS-FD-FAC-ID        PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FD-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FD-EXPIRY        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FD-REVIEW        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FD-CHECKER       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FD-FLAG          PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-WARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WARN-DATE.

           DISPLAY "========================================".
           DISPLAY "   OVERDRAFT FACILITY REVIEW - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-FACILITIES.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Cannot open facility report. Status: "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK.

           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY "Cannot open accounts. Status: "
                   WS-ACCT-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.

           MOVE SPACES TO REPORT-LINE.
           STRING "OVERDRAFT FACILITY REVIEW - " WS-TODAY
               "  (WARNING " WS-WARN-DAYS " DAYS AHEAD)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FAC-ID  ACCT           AMOUNT  EXPIRES   "
               "REVIEW    CHECKER   ACTION/FLAG"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-APPROVED OF WS-FC-WORK
                       AND OF-START-DATE OF WS-FC-WORK <= WS-TODAY
                   PERFORM START-FACILITY
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-WORK
               IF OF-LIVE OF WS-FC-WORK
                   PERFORM CHECK-LIVE-FACILITY
               END-IF
           END-PERFORM.

           PERFORM CHECK-UNBACKED-LIMITS.

           CLOSE ACCT-FILE.
           CLOSE REPORT-FILE.

           IF WS-FAC-CHANGED = 'Y'
               PERFORM REWRITE-FACILITIES
           END-IF.

           DISPLAY "Facilities Started:    " WS-STARTED.
           DISPLAY "Facilities Expired:    " WS-EXPIRED.
           DISPLAY "Ended, Account Closed: " WS-ENDED.
           DISPLAY "Reviews Due:           " WS-REVIEW-DUE.
           DISPLAY "Reviews Overdue:       " WS-OVERDUE.
           DISPLAY "Expiring Soon:         " WS-EXPIRING.
           DISPLAY "Limits Without Facility: " WS-NO-FACILITY.

           IF WS-OVERDUE > 0 OR WS-NO-FACILITY > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "ODF-REVIEW-WARN-DAYS" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-WARN-DAYS
           END-IF.

      *>   An approved facility whose day has come. If the account
      *>   has closed in the meantime the facility is ended instead;
      *>   on a frozen account it waits until the freeze is lifted.
       START-FACILITY.
           PERFORM READ-FACILITY-ACCOUNT.
           IF WS-ACCT-FOUND = 'N' OR ACCT-CLOSED OR ACCT-WRITTEN-OFF
               PERFORM END-ON-CLOSED-ACCOUNT
               EXIT PARAGRAPH.
           IF NOT ACCT-ACTIVE
               EXIT PARAGRAPH.

           PERFORM VARYING WS-FC-IDX2 FROM 1 BY 1
                   UNTIL WS-FC-IDX2 > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX2) TO WS-FC-OTHER
               IF OF-ACCT-ID OF WS-FC-OTHER = OF-ACCT-ID OF WS-FC-WORK
                       AND OF-LIVE OF WS-FC-OTHER
                   MOVE 'S' TO OF-STATUS OF WS-FC-OTHER
                   MOVE WS-TODAY TO OF-END-DATE OF WS-FC-OTHER
                   MOVE WS-FC-OTHER TO WS-FC-RECORD(WS-FC-IDX2)
               END-IF
           END-PERFORM.

           MOVE OF-AMOUNT OF WS-FC-WORK TO WS-NEW-LIMIT.
           PERFORM SET-ACCOUNT-LIMIT.
           MOVE 'L' TO OF-STATUS OF WS-FC-WORK.
           PERFORM SAVE-FACILITY.
           ADD 1 TO WS-STARTED.
           MOVE "STARTED" TO WS-FD-FLAG.
           PERFORM WRITE-FACILITY-LINE.

      *>   A live facility: ended if its account has gone, expired
      *>   on its expiry date, otherwise watched for its review and
      *>   expiry coming up.
       CHECK-LIVE-FACILITY.
           PERFORM READ-FACILITY-ACCOUNT.
           IF WS-ACCT-FOUND = 'N' OR ACCT-CLOSED OR ACCT-WRITTEN-OFF
               PERFORM END-ON-CLOSED-ACCOUNT
               EXIT PARAGRAPH.

           IF OF-EXPIRY-DATE OF WS-FC-WORK <= WS-TODAY
               PERFORM EXPIRE-FACILITY
               EXIT PARAGRAPH.

           IF OF-REVIEW-DATE OF WS-FC-WORK < WS-TODAY
               ADD 1 TO WS-OVERDUE
               MOVE "REVIEW OVERDUE" TO WS-FD-FLAG
               PERFORM WRITE-FACILITY-LINE
           ELSE
               IF OF-REVIEW-DATE OF WS-FC-WORK <= WS-WARN-DATE
                   ADD 1 TO WS-REVIEW-DUE
                   MOVE "REVIEW DUE" TO WS-FD-FLAG
                   PERFORM WRITE-FACILITY-LINE
               END-IF
           END-IF.

           IF OF-EXPIRY-DATE OF WS-FC-WORK <= WS-WARN-DATE
               ADD 1 TO WS-EXPIRING
               MOVE "EXPIRING" TO WS-FD-FLAG
               PERFORM WRITE-FACILITY-LINE
           END-IF.

       EXPIRE-FACILITY.
           MOVE 0 TO WS-NEW-LIMIT.
           PERFORM SET-ACCOUNT-LIMIT.
           MOVE 'E' TO OF-STATUS OF WS-FC-WORK.
           MOVE WS-TODAY TO OF-END-DATE OF WS-FC-WORK.
           PERFORM SAVE-FACILITY.
           ADD 1 TO WS-EXPIRED.
           MOVE "EXPIRED" TO WS-FD-FLAG.
           PERFORM WRITE-FACILITY-LINE.

           MOVE "OX" TO WS-NOT-TYPE.
           MOVE OF-ACCT-ID OF WS-FC-WORK TO WS-NOT-ACCT-ID.
           MOVE OF-AMOUNT OF WS-FC-WORK TO WS-NOT-AMOUNT.
           MOVE "OVERDRAFT LIMIT EXPIRED - LIMIT NOW ZERO"
               TO WS-NOT-TEXT.
           CALL "NOTIFY" USING BY REFERENCE WS-NOTICE-DATA
                               BY REFERENCE WS-NOTICE-RESULT.

      *>   No notice - the customer no longer banks on the account.
      *>   Any limit still on the record is cleared all the same.
       END-ON-CLOSED-ACCOUNT.
           IF WS-ACCT-FOUND = 'Y'
               MOVE 0 TO WS-NEW-LIMIT
               PERFORM SET-ACCOUNT-LIMIT
           END-IF.
           MOVE 'X' TO OF-STATUS OF WS-FC-WORK.
           MOVE WS-TODAY TO OF-END-DATE OF WS-FC-WORK.
           PERFORM SAVE-FACILITY.
           ADD 1 TO WS-ENDED.
           MOVE "ACCOUNT CLOSED" TO WS-FD-FLAG.
           PERFORM WRITE-FACILITY-LINE.

      *>   Every account carrying a limit must have a live facility
      *>   behind it; one that does not is listed, not changed.
       CHECK-UNBACKED-LIMITS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO ACCT-ID.
           START ACCT-FILE KEY IS >= ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-OVERDRAFT-LIMIT > 0
                               AND NOT ACCT-CLOSED
                           PERFORM CHECK-ONE-LIMIT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-LIMIT.
           MOVE 'N' TO WS-HAS-LIVE.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
                       OR WS-HAS-LIVE = 'Y'
               MOVE WS-FC-RECORD(WS-FC-IDX) TO WS-FC-OTHER
               IF OF-ACCT-ID OF WS-FC-OTHER = ACCT-ID
                       AND OF-LIVE OF WS-FC-OTHER
                   MOVE 'Y' TO WS-HAS-LIVE
               END-IF
           END-PERFORM.
           IF WS-HAS-LIVE = 'Y'
               EXIT PARAGRAPH.

           ADD 1 TO WS-NO-FACILITY.
           INITIALIZE WS-FC-WORK.
           MOVE ACCT-ID TO OF-ACCT-ID OF WS-FC-WORK.
           MOVE ACCT-OVERDRAFT-LIMIT TO OF-AMOUNT OF WS-FC-WORK.
           MOVE "NO FACILITY" TO WS-FD-FLAG.
           PERFORM WRITE-FACILITY-LINE.

       READ-FACILITY-ACCOUNT.
           MOVE OF-ACCT-ID OF WS-FC-WORK TO ACCT-ID.
           MOVE 'Y' TO WS-ACCT-FOUND.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.

       SET-ACCOUNT-LIMIT.
           MOVE WS-NEW-LIMIT TO ACCT-OVERDRAFT-LIMIT.
           REWRITE ACCOUNT-RECORD.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY "Limit not updated on account " ACCT-ID
                   " Status: " WS-ACCT-STATUS
           END-IF.

       SAVE-FACILITY.
           MOVE WS-FC-WORK TO WS-FC-RECORD(WS-FC-IDX).
           MOVE 'Y' TO WS-FAC-CHANGED.

       WRITE-FACILITY-LINE.
           MOVE OF-FAC-ID OF WS-FC-WORK TO WS-FD-FAC-ID.
           MOVE OF-ACCT-ID OF WS-FC-WORK TO WS-FD-ACCT-ID.
           MOVE OF-AMOUNT OF WS-FC-WORK TO WS-FD-AMOUNT.
           MOVE OF-EXPIRY-DATE OF WS-FC-WORK TO WS-FD-EXPIRY.
           MOVE OF-REVIEW-DATE OF WS-FC-WORK TO WS-FD-REVIEW.
           MOVE OF-CHECKER-ID OF WS-FC-WORK TO WS-FD-CHECKER.
           MOVE WS-FAC-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-FACILITIES.
           OPEN INPUT FAC-FILE.
           IF WS-FAC-STATUS NOT = '00'
               DISPLAY "No overdraft facilities on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FAC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FAC-COUNT < 9999
                           ADD 1 TO WS-FAC-COUNT
                           MOVE FAC-RECORD
                               TO WS-FC-RECORD(WS-FAC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FAC-FILE.

       REWRITE-FACILITIES.
           OPEN OUTPUT FAC-FILE.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FAC-COUNT
               MOVE WS-FC-RECORD(WS-FC-IDX) TO FAC-RECORD
               WRITE FAC-RECORD
           END-PERFORM.
           CLOSE FAC-FILE.
