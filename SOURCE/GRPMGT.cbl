       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPMGT.

      *>   Connected-party group registry over DATA/cust_groups.dat
      *>   (CPGROUP.CPY) - which customers credit risk treats as one
      *>   obligor for exposure purposes:
      *>     'A' adds a customer to a group - group ID zero opens a
      *>         new group under the name given, and the new ID is
      *>         handed back. The customer must be on file and not
      *>         closed, and must not already be in another ACTIVE
      *>         group ('01', with that group handed back);
      *>     'X' removes a customer from a group (the row is kept,
      *>         stamped with who removed it and when);
      *>     'L' lists one group's members, or every group;
      *>     'G' returns the ACTIVE group a customer belongs to
      *>         ('02' when none).
      *>   Buffered and rewritten in full, the SWPMGT way; group IDs
      *>   are the highest on file plus one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-FILE ASSIGN TO "DATA/cust_groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "DATA/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUP-FILE.
       01  GROUP-RECORD.
           COPY CPGROUP.CPY.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-GROUP-STATUS     PIC X(02).
       01  WS-CUST-STATUS      PIC X(02).
       01  WS-GROUP-EOF        PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-MAX-ID           PIC 9(05).
       01  WS-GROUP-NAME       PIC X(30).

      *>   Each entry holds the record image.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CG-IDX.
               10  WS-CG-RECORD        PIC X(74).
       01  WS-CG-COUNT         PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-ADD           VALUE 'A'.
           88 OP-REMOVE        VALUE 'X'.
           88 OP-LIST          VALUE 'L'.
           88 OP-GET           VALUE 'G'.

       01  LS-GROUP-DATA.
      *>   The group to work (0 on 'A' opens a new one; 0 on 'L'
      *>   lists every group). Returned by 'A' and 'G'.
           05  L-CG-GROUP-ID       PIC 9(05).
           05  L-CG-GROUP-NAME     PIC X(30).
           05  L-CG-CUST-ID        PIC 9(05).
           05  L-CG-RELATION       PIC X(01).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-DUPLICATE    VALUE '01'.
           88 RES-NOT-FOUND    VALUE '02'.
           88 RES-BAD-INPUT    VALUE '03'.
           88 RES-NO-CUSTOMER  VALUE '05'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATION LS-GROUP-DATA
               LS-RESULT-CODE LS-TELLER-ID.
       MAIN-PROCEDURE.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           PERFORM LOAD-GROUPS.

           EVALUATE TRUE
               WHEN OP-ADD
                   PERFORM ADD-MEMBER
               WHEN OP-REMOVE
                   PERFORM REMOVE-MEMBER
               WHEN OP-LIST
                   PERFORM LIST-GROUPS
               WHEN OP-GET
                   PERFORM GET-CUSTOMER-GROUP
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.

           GOBACK.

       ADD-MEMBER.
           IF L-CG-CUST-ID = 0
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-CG-RELATION NOT = 'H' AND L-CG-RELATION NOT = 'F'
                   AND L-CG-RELATION NOT = 'D'
                   AND L-CG-RELATION NOT = 'S'
                   AND L-CG-RELATION NOT = 'G'
                   AND L-CG-RELATION NOT = 'O'
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF L-CG-GROUP-ID = 0 AND L-CG-GROUP-NAME = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           PERFORM CHECK-CUSTOMER.
           IF LS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH.

           PERFORM FIND-ACTIVE-MEMBERSHIP.
           IF WS-FOUND-IDX > 0
               MOVE CG-GROUP-ID TO L-CG-GROUP-ID
               MOVE CG-GROUP-NAME TO L-CG-GROUP-NAME
               MOVE '01' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

      *>   An existing group keeps the name it was opened under.
           MOVE 0 TO WS-MAX-ID.
           MOVE SPACES TO WS-GROUP-NAME.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               MOVE WS-CG-RECORD(WS-CG-IDX) TO GROUP-RECORD
               IF CG-GROUP-ID > WS-MAX-ID
                   MOVE CG-GROUP-ID TO WS-MAX-ID
               END-IF
               IF CG-GROUP-ID = L-CG-GROUP-ID
                   MOVE CG-GROUP-NAME TO WS-GROUP-NAME
               END-IF
           END-PERFORM.

           IF L-CG-GROUP-ID = 0
               COMPUTE WS-MAX-ID = WS-MAX-ID + 1
               MOVE WS-MAX-ID TO L-CG-GROUP-ID
               MOVE L-CG-GROUP-NAME TO WS-GROUP-NAME
           ELSE
               IF WS-GROUP-NAME = SPACES
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           INITIALIZE GROUP-RECORD.
           MOVE L-CG-GROUP-ID TO CG-GROUP-ID.
           MOVE WS-GROUP-NAME TO CG-GROUP-NAME.
           MOVE L-CG-CUST-ID TO CG-CUST-ID.
           MOVE L-CG-RELATION TO CG-RELATION.
           MOVE 'A' TO CG-STATUS.
           MOVE WS-TODAY TO CG-ADDED-DATE.
           MOVE LS-TELLER-ID TO CG-ADDED-BY.
           MOVE SPACES TO CG-REMOVED-BY.
           ADD 1 TO WS-CG-COUNT.
           MOVE GROUP-RECORD TO WS-CG-RECORD(WS-CG-COUNT).
           MOVE WS-GROUP-NAME TO L-CG-GROUP-NAME.

           PERFORM REWRITE-GROUPS.
           MOVE '00' TO LS-RESULT-CODE.

       CHECK-CUSTOMER.
           MOVE '00' TO LS-RESULT-CODE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-CG-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '05' TO LS-RESULT-CODE
           END-READ.
           IF LS-RESULT-CODE = '00' AND CUST-CLOSED
               MOVE '05' TO LS-RESULT-CODE
           END-IF.

           CLOSE CUSTOMER-FILE.

       REMOVE-MEMBER.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               MOVE WS-CG-RECORD(WS-CG-IDX) TO GROUP-RECORD
               IF CG-ACTIVE AND CG-GROUP-ID = L-CG-GROUP-ID
                       AND CG-CUST-ID = L-CG-CUST-ID
                   SET WS-FOUND-IDX TO WS-CG-IDX
                   SET WS-CG-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE WS-CG-RECORD(WS-FOUND-IDX) TO GROUP-RECORD.
           MOVE 'C' TO CG-STATUS.
           MOVE WS-TODAY TO CG-REMOVED-DATE.
           MOVE LS-TELLER-ID TO CG-REMOVED-BY.
           MOVE GROUP-RECORD TO WS-CG-RECORD(WS-FOUND-IDX).
           PERFORM REWRITE-GROUPS.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-GROUPS.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "Group Name                           Cust  R "
               "Added".
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               MOVE WS-CG-RECORD(WS-CG-IDX) TO GROUP-RECORD
               IF CG-ACTIVE AND (L-CG-GROUP-ID = 0
                       OR CG-GROUP-ID = L-CG-GROUP-ID)
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY CG-GROUP-ID " " CG-GROUP-NAME " "
                       CG-CUST-ID " " CG-RELATION " " CG-ADDED-DATE
               END-IF
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "No connected-party groups on file."
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

       GET-CUSTOMER-GROUP.
           PERFORM FIND-ACTIVE-MEMBERSHIP.
           IF WS-FOUND-IDX = 0
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           MOVE CG-GROUP-ID TO L-CG-GROUP-ID.
           MOVE CG-GROUP-NAME TO L-CG-GROUP-NAME.
           MOVE CG-RELATION TO L-CG-RELATION.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The customer's ACTIVE membership, left in GROUP-RECORD.
       FIND-ACTIVE-MEMBERSHIP.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               MOVE WS-CG-RECORD(WS-CG-IDX) TO GROUP-RECORD
               IF CG-ACTIVE AND CG-CUST-ID = L-CG-CUST-ID
                   SET WS-FOUND-IDX TO WS-CG-IDX
                   SET WS-CG-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE WS-CG-RECORD(WS-FOUND-IDX) TO GROUP-RECORD
           END-IF.

       LOAD-GROUPS.
           MOVE 0 TO WS-CG-COUNT.
           OPEN INPUT GROUP-FILE.
           IF WS-GROUP-STATUS NOT = '00'
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-GROUP-EOF.
           PERFORM UNTIL WS-GROUP-EOF = 'Y'
               READ GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-GROUP-EOF
                   NOT AT END
                       ADD 1 TO WS-CG-COUNT
                       MOVE GROUP-RECORD TO WS-CG-RECORD(WS-CG-COUNT)
               END-READ
           END-PERFORM.

           CLOSE GROUP-FILE.

       REWRITE-GROUPS.
           OPEN OUTPUT GROUP-FILE.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               MOVE WS-CG-RECORD(WS-CG-IDX) TO GROUP-RECORD
               WRITE GROUP-RECORD
           END-PERFORM.
           CLOSE GROUP-FILE.
