       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.

      *>   Likely-duplicate customer report. The same person can sit
      *>   on customers.dat under two or three CUST-IDs - a SETUP
      *>   load, a teller create and a legacy conversion each made
      *>   one - which splits CASHRPT's aggregation, CUSTRPT's
      *>   relationship totals and the KYC reviews. Every pair of
      *>   customers not yet closed is compared two ways:
      *>     - the same identification document number (ignoring
      *>       case, spaces and punctuation) - reported as DOC;
      *>     - name AND address similarity: each is reduced to its
      *>       letters and digits and scored as the share of
      *>       characters the two have in common, in any order, so
      *>       "SMITH JOHN" meets "John Smith" and a one-letter typo
      *>       still scores high. A pair at or over both
      *>       DUP-NAME-PCT (PARMMGT, default 85) and DUP-ADDR-PCT
      *>       (default 75) is reported as NAME+ADDR.
      *>   The pairs go to DATA/cust_dup_rpt.txt with both scores
      *>   for a supervisor to decide on; the merge itself is
      *>   CUSTMGT's ('M' - Customer Maintenance in MAIN). Any pair
      *>   found ends the run with RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/cust_dup_rpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-NAME-PCT         PIC 9(03) VALUE 85.
       01  WS-ADDR-PCT         PIC 9(03) VALUE 75.

      *>   Customers not yet closed, each with its normalized
      *>   document number and a character profile of its name and
      *>   address - how many of each letter and digit they hold.
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CU-IDX WS-CU-IDX2.
               10  WS-CU-ID            PIC 9(05).
               10  WS-CU-NAME          PIC X(30).
               10  WS-CU-DOC           PIC X(20).
               10  WS-CU-NAME-LEN      PIC 9(03).
               10  WS-CU-ADDR-LEN      PIC 9(03).
               10  WS-CU-NAME-CNT      PIC 9(02) OCCURS 36 TIMES.
               10  WS-CU-ADDR-CNT      PIC 9(02) OCCURS 36 TIMES.
       01  WS-CUST-COUNT       PIC 9(05) VALUE 0.

      *>   Normalizing work: the text, its cleaned form, and the
      *>   profile being built.
       01  WS-RAW-TEXT         PIC X(30).
       01  WS-CLEAN-TEXT       PIC X(30).
       01  WS-CLEAN-LEN        PIC 9(03).
       01  WS-CHAR-IDX         PIC 9(03).
       01  WS-ONE-CHAR         PIC X(01).
       01  WS-CHAR-POS         PIC 9(03).
       01  WS-PROFILE.
           05  WS-PF-CNT           PIC 9(02) OCCURS 36 TIMES.
       01  WS-PF-IDX           PIC 9(02).
       01  WS-CHARSET          PIC X(36) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".

       01  WS-COMMON           PIC 9(03).
       01  WS-NAME-SCORE       PIC 9(03).
       01  WS-ADDR-SCORE       PIC 9(03).
       01  WS-REASON           PIC X(09).
       01  WS-PAIRS            PIC 9(05) VALUE 0.
       01  WS-DOC-PAIRS        PIC 9(05) VALUE 0.

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

       01  WS-HDR-LINE.
           05  FILLER              PIC X(38) VALUE
               "LIKELY DUPLICATE CUSTOMERS - RUN DATE ".
           05  WS-HDR-DATE         PIC 9(08).
           05  FILLER              PIC X(54) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER              PIC X(39) VALUE
               "CUST   NAME".
           05  FILLER              PIC X(39) VALUE
               "CUST   NAME".
           05  FILLER              PIC X(22) VALUE
               "MATCH      NAME% ADDR%".
       01  WS-RPT-DETAIL.
           05  WS-RP-CUST-1        PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RP-NAME-1        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RP-CUST-2        PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RP-NAME-2        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RP-REASON        PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RP-NAME-PCT      PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RP-ADDR-PCT      PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
       01  WS-NONE-LINE            PIC X(100) VALUE
           "NO LIKELY DUPLICATES FOUND".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-PARAMETERS.

      *>   Working storage survives between calls from MAIN, so
      *>   every run starts its table and counts afresh.
           MOVE 0 TO WS-CUST-COUNT WS-PAIRS WS-DOC-PAIRS.

           DISPLAY "========================================".
           DISPLAY "   DUPLICATE CUSTOMER REPORT - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-CUSTOMERS.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error Opening REPORT-FILE. Status: "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TODAY TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-HDR-LINE.
           WRITE REPORT-LINE FROM WS-COL-LINE.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUST-COUNT
               PERFORM VARYING WS-CU-IDX2 FROM WS-CU-IDX BY 1
                       UNTIL WS-CU-IDX2 > WS-CUST-COUNT
                   IF WS-CU-IDX2 NOT = WS-CU-IDX
                       PERFORM COMPARE-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-PAIRS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY " ".
           DISPLAY "Customers Compared:   " WS-CUST-COUNT.
           DISPLAY "Likely Duplicates:    " WS-PAIRS.
           DISPLAY "  Same ID Document:   " WS-DOC-PAIRS.
           DISPLAY "Report: DATA/cust_dup_rpt.txt".

           IF WS-PAIRS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "DUP-NAME-PCT" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
                   AND WS-PRM-VALUE NOT > 100
               MOVE WS-PRM-VALUE TO WS-NAME-PCT
           END-IF.

           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "DUP-ADDR-PCT" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
                   AND WS-PRM-VALUE NOT > 100
               MOVE WS-PRM-VALUE TO WS-ADDR-PCT
           END-IF.

      *>   Closed customers are left out - a merged duplicate is
      *>   closed, so it drops off the next run.
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "No customers on file."
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT CUST-CLOSED AND WS-CUST-COUNT < 9999
                           PERFORM LOAD-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       LOAD-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE CUST-ID TO WS-CU-ID(WS-CUST-COUNT).
           MOVE CUST-NAME TO WS-CU-NAME(WS-CUST-COUNT).

           MOVE CUST-ID-DOC-NUMBER TO WS-RAW-TEXT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-CLEAN-TEXT TO WS-CU-DOC(WS-CUST-COUNT).

           MOVE CUST-NAME TO WS-RAW-TEXT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-CLEAN-LEN TO WS-CU-NAME-LEN(WS-CUST-COUNT).
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 36
               MOVE WS-PF-CNT(WS-PF-IDX)
                   TO WS-CU-NAME-CNT(WS-CUST-COUNT, WS-PF-IDX)
           END-PERFORM.

           MOVE CUST-ADDRESS TO WS-RAW-TEXT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-CLEAN-LEN TO WS-CU-ADDR-LEN(WS-CUST-COUNT).
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 36
               MOVE WS-PF-CNT(WS-PF-IDX)
                   TO WS-CU-ADDR-CNT(WS-CUST-COUNT, WS-PF-IDX)
           END-PERFORM.

      *>   Upper-cases WS-RAW-TEXT and keeps only its letters and
      *>   digits, left-justified in WS-CLEAN-TEXT, counting each
      *>   into the profile as it goes.
       NORMALIZE-TEXT.
           INSPECT WS-RAW-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-CLEAN-TEXT.
           MOVE 0 TO WS-CLEAN-LEN.
           INITIALIZE WS-PROFILE.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
               MOVE WS-RAW-TEXT(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               MOVE 0 TO WS-CHAR-POS
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > 36
                   IF WS-CHARSET(WS-PF-IDX:1) = WS-ONE-CHAR
                       MOVE WS-PF-IDX TO WS-CHAR-POS
                       MOVE 36 TO WS-PF-IDX
                   END-IF
               END-PERFORM
               IF WS-CHAR-POS > 0
                   ADD 1 TO WS-CLEAN-LEN
                   MOVE WS-ONE-CHAR TO WS-CLEAN-TEXT(WS-CLEAN-LEN:1)
                   ADD 1 TO WS-PF-CNT(WS-CHAR-POS)
               END-IF
           END-PERFORM.

       COMPARE-ONE-PAIR.
           MOVE SPACES TO WS-REASON.
           IF WS-CU-DOC(WS-CU-IDX) NOT = SPACES
                   AND WS-CU-DOC(WS-CU-IDX) = WS-CU-DOC(WS-CU-IDX2)
               MOVE "DOC" TO WS-REASON
           END-IF.

           PERFORM SCORE-NAMES.
           PERFORM SCORE-ADDRESSES.

           IF WS-REASON = SPACES
                   AND WS-NAME-SCORE >= WS-NAME-PCT
                   AND WS-ADDR-SCORE >= WS-ADDR-PCT
               MOVE "NAME+ADDR" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               EXIT PARAGRAPH.

           ADD 1 TO WS-PAIRS.
           IF WS-REASON = "DOC"
               ADD 1 TO WS-DOC-PAIRS
           END-IF.
           MOVE WS-CU-ID(WS-CU-IDX) TO WS-RP-CUST-1.
           MOVE WS-CU-NAME(WS-CU-IDX) TO WS-RP-NAME-1.
           MOVE WS-CU-ID(WS-CU-IDX2) TO WS-RP-CUST-2.
           MOVE WS-CU-NAME(WS-CU-IDX2) TO WS-RP-NAME-2.
           MOVE WS-REASON TO WS-RP-REASON.
           MOVE WS-NAME-SCORE TO WS-RP-NAME-PCT.
           MOVE WS-ADDR-SCORE TO WS-RP-ADDR-PCT.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

      *>   Characters in common over the average length, as a
      *>   percentage; two empty values score zero.
       SCORE-NAMES.
           MOVE 0 TO WS-COMMON.
           MOVE 0 TO WS-NAME-SCORE.
           IF WS-CU-NAME-LEN(WS-CU-IDX) = 0
                   OR WS-CU-NAME-LEN(WS-CU-IDX2) = 0
               EXIT PARAGRAPH.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 36
               IF WS-CU-NAME-CNT(WS-CU-IDX, WS-PF-IDX)
                       < WS-CU-NAME-CNT(WS-CU-IDX2, WS-PF-IDX)
                   ADD WS-CU-NAME-CNT(WS-CU-IDX, WS-PF-IDX)
                       TO WS-COMMON
               ELSE
                   ADD WS-CU-NAME-CNT(WS-CU-IDX2, WS-PF-IDX)
                       TO WS-COMMON
               END-IF
           END-PERFORM.
           COMPUTE WS-NAME-SCORE = WS-COMMON * 200
               / (WS-CU-NAME-LEN(WS-CU-IDX)
                   + WS-CU-NAME-LEN(WS-CU-IDX2)).

       SCORE-ADDRESSES.
           MOVE 0 TO WS-COMMON.
           MOVE 0 TO WS-ADDR-SCORE.
           IF WS-CU-ADDR-LEN(WS-CU-IDX) = 0
                   OR WS-CU-ADDR-LEN(WS-CU-IDX2) = 0
               EXIT PARAGRAPH.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 36
               IF WS-CU-ADDR-CNT(WS-CU-IDX, WS-PF-IDX)
                       < WS-CU-ADDR-CNT(WS-CU-IDX2, WS-PF-IDX)
                   ADD WS-CU-ADDR-CNT(WS-CU-IDX, WS-PF-IDX)
                       TO WS-COMMON
               ELSE
                   ADD WS-CU-ADDR-CNT(WS-CU-IDX2, WS-PF-IDX)
                       TO WS-COMMON
               END-IF
           END-PERFORM.
           COMPUTE WS-ADDR-SCORE = WS-COMMON * 200
               / (WS-CU-ADDR-LEN(WS-CU-IDX)
                   + WS-CU-ADDR-LEN(WS-CU-IDX2)).
