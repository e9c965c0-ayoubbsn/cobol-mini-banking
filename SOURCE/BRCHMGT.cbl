      *>   now runs several offices off the one set of master files,
      *>   so accounts, tellers, and journal legs all carry a branch
      *>   ID that must exist here. Operations: 'C' create, 'I'
      *>   inquiry, 'L' list, 'X' mark closed. A brand-new
      *>   installation has no branch file yet, so the first touch
      *>   seeds branch 001 HEAD OFFICE - every legacy record with a
      *>   zero branch reports there.
      *>   Consolidating one office into another is scheduled here
      *>   against DATA/branch_merge.dat (BRMERGE.CPY) and carried
      *>   out by the BRMERGE batch step on the effective business
      *>   date: 'M' schedules a merge, 'K' cancels a pending one,
      *>   'R' lists the register. These take the merge record as a
      *>   trailing argument; the other operations do not pass it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT MERGE-FILE ASSIGN TO "DATA/branch_merge.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           COPY BRANCH.CPY.

       FD  MERGE-FILE.
       01  MERGE-RECORD.
           COPY BRMERGE.CPY.

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-STATUS    PIC X(02).
       01  WS-MERGE-STATUS     PIC X(02).
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-BROWSE-DONE      PIC X(01).
       01  WS-LIST-COUNT       PIC 9(03).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-CHECK-DATE       PIC 9(08).

      *>   The merge register, held whole while it is checked or
      *>   rewritten.
       01  WS-MERGE-TABLE.
           05  WS-MG-RECORD        PIC X(67) OCCURS 500 TIMES
                   INDEXED BY WS-MG-IDX.
       01  WS-MERGE-COUNT      PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-CREATE        VALUE 'C'.
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-LIST          VALUE 'L'.
           88 OP-CLOSE         VALUE 'X'.
           88 OP-MERGE         VALUE 'M'.
           88 OP-CANCEL-MERGE  VALUE 'K'.
           88 OP-LIST-MERGES   VALUE 'R'.

       01  LS-BRANCH-DATA.
           COPY BRANCH.CPY.
           88 RES-DUP          VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-DATA     VALUE '03'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-ERROR        VALUE '99'.

      *>   For 'M' the closing office, receiving office, effective
      *>   date, and BM-SET-BY come in; 'K' needs the closing office.
       01  LS-MERGE-DATA.
           COPY BRMERGE.CPY.

       PROCEDURE DIVISION USING LS-OPERATION LS-BRANCH-DATA
               LS-RESULT-CODE LS-MERGE-DATA.
       MAIN-PROCEDURE.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.

           OPEN I-O BRANCH-FILE.
           IF WS-BRANCH-STATUS = "35" THEN
               OPEN OUTPUT BRANCH-FILE
                   PERFORM INQUIRE-BRANCH
               WHEN OP-LIST
                   PERFORM LIST-BRANCHES
               WHEN OP-CLOSE
                   PERFORM CLOSE-BRANCH
               WHEN OP-MERGE
                   PERFORM SCHEDULE-MERGE
               WHEN OP-CANCEL-MERGE
                   PERFORM CANCEL-MERGE
               WHEN OP-LIST-MERGES
                   PERFORM LIST-MERGES
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
               DISPLAY "No branches on file."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Head office never closes - every legacy record with a
      *>   zero branch resolves to it.
       CLOSE-BRANCH.
           IF BR-BRANCH-ID OF LS-BRANCH-DATA = 0
               OR BR-BRANCH-ID OF LS-BRANCH-DATA = 1
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE BR-BRANCH-ID OF LS-BRANCH-DATA
               TO BR-BRANCH-ID OF BRANCH-RECORD.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.

           MOVE 'C' TO BR-STATUS OF BRANCH-RECORD.
           REWRITE BRANCH-RECORD.
           MOVE BRANCH-RECORD TO LS-BRANCH-DATA.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Both offices must be open, the closing one cannot be head
      *>   office, and the effective date is a business day no
      *>   earlier than today. An office takes part in at most one
      *>   pending merge at a time, on either side, so no merge ever
      *>   moves a book into an office that is itself about to go.
       SCHEDULE-MERGE.
           IF BM-CLOSING-BRANCH OF LS-MERGE-DATA = 0
               OR BM-CLOSING-BRANCH OF LS-MERGE-DATA = 1
               OR BM-RECEIVING-BRANCH OF LS-MERGE-DATA = 0
               OR BM-RECEIVING-BRANCH OF LS-MERGE-DATA
                   = BM-CLOSING-BRANCH OF LS-MERGE-DATA
               OR BM-EFF-DATE OF LS-MERGE-DATA < WS-TODAY
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE BM-EFF-DATE OF LS-MERGE-DATA TO WS-CHECK-DATE.
           CALL "DATESRV" USING BY CONTENT "B"
                                BY REFERENCE WS-CHECK-DATE
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-DATESRV-RESULT NOT = '00'
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE BM-CLOSING-BRANCH OF LS-MERGE-DATA
               TO BR-BRANCH-ID OF BRANCH-RECORD.
           PERFORM CHECK-BRANCH-OPEN.
           IF NOT RES-OK
               EXIT PARAGRAPH.
           MOVE BM-RECEIVING-BRANCH OF LS-MERGE-DATA
               TO BR-BRANCH-ID OF BRANCH-RECORD.
           PERFORM CHECK-BRANCH-OPEN.
           IF NOT RES-OK
               EXIT PARAGRAPH.

           PERFORM LOAD-MERGES.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MERGE-COUNT
               MOVE WS-MG-RECORD(WS-MG-IDX) TO MERGE-RECORD
               IF BM-PENDING OF MERGE-RECORD
                   AND (BM-CLOSING-BRANCH OF MERGE-RECORD
                       = BM-CLOSING-BRANCH OF LS-MERGE-DATA
                    OR BM-CLOSING-BRANCH OF MERGE-RECORD
                       = BM-RECEIVING-BRANCH OF LS-MERGE-DATA
                    OR BM-RECEIVING-BRANCH OF MERGE-RECORD
                       = BM-CLOSING-BRANCH OF LS-MERGE-DATA)
                   MOVE '12' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           OPEN EXTEND MERGE-FILE.
           IF WS-MERGE-STATUS NOT = '00'
               OPEN OUTPUT MERGE-FILE
           END-IF.

           INITIALIZE MERGE-RECORD.
           MOVE BM-CLOSING-BRANCH OF LS-MERGE-DATA
               TO BM-CLOSING-BRANCH OF MERGE-RECORD.
           MOVE BM-RECEIVING-BRANCH OF LS-MERGE-DATA
               TO BM-RECEIVING-BRANCH OF MERGE-RECORD.
           MOVE BM-EFF-DATE OF LS-MERGE-DATA
               TO BM-EFF-DATE OF MERGE-RECORD.
           MOVE 'P' TO BM-STATUS OF MERGE-RECORD.
           MOVE WS-TODAY TO BM-SET-DATE OF MERGE-RECORD.
           MOVE BM-SET-BY OF LS-MERGE-DATA
               TO BM-SET-BY OF MERGE-RECORD.
           WRITE MERGE-RECORD.
           CLOSE MERGE-FILE.

           MOVE MERGE-RECORD TO LS-MERGE-DATA.
           MOVE '00' TO LS-RESULT-CODE.

       CHECK-BRANCH-OPEN.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.
           IF NOT BR-ACTIVE OF BRANCH-RECORD
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Only a merge still pending can be called off - once the
      *>   window has carried it out the book has moved.
       CANCEL-MERGE.
           PERFORM LOAD-MERGES.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MERGE-COUNT
               MOVE WS-MG-RECORD(WS-MG-IDX) TO MERGE-RECORD
               IF BM-PENDING OF MERGE-RECORD
                   AND BM-CLOSING-BRANCH OF MERGE-RECORD
                       = BM-CLOSING-BRANCH OF LS-MERGE-DATA
                   SET WS-FOUND-IDX TO WS-MG-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-MG-RECORD(WS-FOUND-IDX) TO MERGE-RECORD.
           MOVE 'K' TO BM-STATUS OF MERGE-RECORD.
           MOVE WS-TODAY TO BM-DONE-DATE OF MERGE-RECORD.
           MOVE MERGE-RECORD TO WS-MG-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-MERGES.

           MOVE MERGE-RECORD TO LS-MERGE-DATA.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-MERGES.
           PERFORM LOAD-MERGES.
           IF WS-MERGE-COUNT = 0
               DISPLAY "No branch merges on file."
               MOVE '00' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           DISPLAY "From To  Effective St Set By   Done     "
               "Accts Tellers         Vault Cash".
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MERGE-COUNT
               MOVE WS-MG-RECORD(WS-MG-IDX) TO MERGE-RECORD
               DISPLAY BM-CLOSING-BRANCH OF MERGE-RECORD "  "
                   BM-RECEIVING-BRANCH OF MERGE-RECORD " "
                   BM-EFF-DATE OF MERGE-RECORD "  "
                   BM-STATUS OF MERGE-RECORD " "
                   BM-SET-BY OF MERGE-RECORD " "
                   BM-DONE-DATE OF MERGE-RECORD " "
                   BM-ACCOUNTS OF MERGE-RECORD " "
                   BM-TELLERS OF MERGE-RECORD " "
                   BM-VAULT-AMOUNT OF MERGE-RECORD
           END-PERFORM.
           MOVE '00' TO LS-RESULT-CODE.

       LOAD-MERGES.
           MOVE 0 TO WS-MERGE-COUNT.
           OPEN INPUT MERGE-FILE.
           IF WS-MERGE-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               READ MERGE-FILE
                   AT END
                       MOVE 'Y' TO WS-BROWSE-DONE
                   NOT AT END
                       IF WS-MERGE-COUNT < 500
                           ADD 1 TO WS-MERGE-COUNT
                           MOVE MERGE-RECORD
                               TO WS-MG-RECORD(WS-MERGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MERGE-FILE.

       REWRITE-MERGES.
           OPEN OUTPUT MERGE-FILE.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MERGE-COUNT
               MOVE WS-MG-RECORD(WS-MG-IDX) TO MERGE-RECORD
               WRITE MERGE-RECORD
           END-PERFORM.
           CLOSE MERGE-FILE.
