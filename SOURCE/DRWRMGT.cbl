      *>     'V' vault   - vault balance inquiry
      *>     'A' adjust  - vault balance adjustment (cash delivery or
      *>                   shipment; MAIN keeps this supervisor-only)
      *>     'R' re-home - branch merge (BRMERGE): every drawer of the
      *>                   closing office in DRW-BRANCH-ID is
      *>                   re-stamped to the receiving office, whose
      *>                   number comes in LS-DRW-AMOUNT, and the
      *>                   closing vault's cash is added to the
      *>                   receiving vault; the cash moved comes back
      *>                   in LS-DRW-AMOUNT
      *>   Each office has its own vault line on vault.dat: the
      *>   vault operations work the office in DRW-BRANCH-ID of the
      *>   caller's record, a drawer opens against the caller's
      *>   office and keeps buying from and selling to that vault
      *>   until it is proved.
      *>   Because the movements come off the same TXNPROC postings
      *>   that hit trans.dat, a proof discrepancy can finally be
      *>   tied back to the day's journal for that TELLER-ID.
           05  VLT-BALANCE         PIC S9(11)V99.
           05  VLT-LAST-DATE       PIC 9(08).
           05  VLT-LAST-TIME       PIC 9(06).
      *>   Legacy single-vault files read zero - branch 001.
           05  VLT-BRANCH-ID       PIC 9(03).

       FD  PROOF-FILE.
       01  PROOF-RECORD.
       01  WS-CURRENT-TIME     PIC 9(06).
       01  WS-VAULT-BALANCE    PIC S9(11)V99.
       01  WS-EXPECTED-CASH    PIC S9(11)V99.
       01  WS-VAULT-BRANCH     PIC 9(03).
       01  WS-TO-BRANCH        PIC 9(03).
       01  WS-VAULT-EOF        PIC X(01).
       01  WS-BROWSE-DONE      PIC X(01).
       01  WS-VT-FOUND         PIC 9(04).

      *>   Every office's vault line, held whole while one is
      *>   changed.
       01  WS-VAULT-TABLE.
           05  WS-VT-ENTRY OCCURS 999 TIMES INDEXED BY WS-VT-IDX.
               10  WS-VT-BRANCH        PIC 9(03).
               10  WS-VT-BALANCE       PIC S9(11)V99.
               10  WS-VT-LAST-DATE     PIC 9(08).
               10  WS-VT-LAST-TIME     PIC 9(06).
       01  WS-VAULT-COUNT      PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-PROVE         VALUE 'P'.
           88 OP-VAULT-INQ     VALUE 'V'.
           88 OP-VAULT-ADJ     VALUE 'A'.
           88 OP-REHOME        VALUE 'R'.

       01  LS-DRAWER-DATA.
           COPY DRAWER.CPY.
                                BY REFERENCE WS-DATESRV-RESULT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.

           MOVE DRW-BRANCH-ID OF LS-DRAWER-DATA TO WS-VAULT-BRANCH.
           IF WS-VAULT-BRANCH = 0
               MOVE 1 TO WS-VAULT-BRANCH
           END-IF.

           IF OP-VAULT-INQ
               PERFORM LOAD-VAULT-BALANCE
               MOVE WS-VAULT-BALANCE TO LS-DRW-AMOUNT
                   PERFORM INQUIRE-DRAWER
               WHEN OP-PROVE
                   PERFORM PROVE-DRAWER
               WHEN OP-REHOME
                   PERFORM REHOME-BRANCH
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           MOVE 0 TO DRW-COUNTED-CASH OF DRAWER-RECORD.
           MOVE 0 TO DRW-OVER-SHORT OF DRAWER-RECORD.
           MOVE 'O' TO DRW-STATUS OF DRAWER-RECORD.
           MOVE WS-VAULT-BRANCH TO DRW-BRANCH-ID OF DRAWER-RECORD.

           WRITE DRAWER-RECORD
               INVALID KEY
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE DRW-BRANCH-ID OF DRAWER-RECORD TO WS-VAULT-BRANCH.
           IF WS-VAULT-BRANCH = 0
               MOVE 1 TO WS-VAULT-BRANCH
           END-IF.
           MOVE '00' TO LS-RESULT-CODE.

      *>   The closing office's drawers are re-stamped whatever
      *>   their state - an open one carries on against the
      *>   receiving vault - and its vault line is emptied into the
      *>   receiving office's.
       REHOME-BRANCH.
           MOVE LS-DRW-AMOUNT TO WS-TO-BRANCH.
           IF WS-TO-BRANCH = 0
               OR WS-TO-BRANCH = WS-VAULT-BRANCH
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE LOW-VALUES TO DRW-TELLER-ID OF DRAWER-RECORD.
           START DRAWER-FILE KEY IS GREATER THAN
                   DRW-TELLER-ID OF DRAWER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-BROWSE-DONE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               READ DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-DONE
                   NOT AT END
                       IF DRW-BRANCH-ID OF DRAWER-RECORD
                           = WS-VAULT-BRANCH
                           MOVE WS-TO-BRANCH
                               TO DRW-BRANCH-ID OF DRAWER-RECORD
                           REWRITE DRAWER-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM LOAD-VAULT-BALANCE.
           MOVE WS-VAULT-BALANCE TO LS-DRW-AMOUNT.
           MOVE 0 TO WS-VAULT-BALANCE.
           PERFORM STORE-VAULT-BALANCE.

           MOVE WS-TO-BRANCH TO WS-VAULT-BRANCH.
           PERFORM LOAD-VAULT-BALANCE.
           ADD LS-DRW-AMOUNT TO WS-VAULT-BALANCE.
           PERFORM STORE-VAULT-BALANCE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   A missing vault file or vault line is a zero balance -
      *>   the supervisor books the office's first cash delivery
      *>   through the adjust operation. WS-VAULT-BRANCH names the
      *>   office; the whole file is held in WS-VAULT-TABLE so the
      *>   store can put it back.
       LOAD-VAULT-BALANCE.
           MOVE 0 TO WS-VAULT-BALANCE.
           MOVE 0 TO WS-VAULT-COUNT.
           MOVE 0 TO WS-VT-FOUND.
           OPEN INPUT VAULT-FILE.
           IF WS-VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-VAULT-EOF.
           PERFORM UNTIL WS-VAULT-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-VAULT-EOF
                   NOT AT END
                       PERFORM BUFFER-ONE-VAULT
               END-READ
           END-PERFORM.
           CLOSE VAULT-FILE.

       BUFFER-ONE-VAULT.
           IF WS-VAULT-COUNT >= 999
               EXIT PARAGRAPH.
           ADD 1 TO WS-VAULT-COUNT.
           IF VLT-BRANCH-ID NOT NUMERIC OR VLT-BRANCH-ID = 0
               MOVE 1 TO WS-VT-BRANCH(WS-VAULT-COUNT)
           ELSE
               MOVE VLT-BRANCH-ID TO WS-VT-BRANCH(WS-VAULT-COUNT)
           END-IF.
           MOVE VLT-BALANCE TO WS-VT-BALANCE(WS-VAULT-COUNT).
           MOVE VLT-LAST-DATE TO WS-VT-LAST-DATE(WS-VAULT-COUNT).
           MOVE VLT-LAST-TIME TO WS-VT-LAST-TIME(WS-VAULT-COUNT).
           IF WS-VT-BRANCH(WS-VAULT-COUNT) = WS-VAULT-BRANCH
               MOVE WS-VAULT-COUNT TO WS-VT-FOUND
               MOVE VLT-BALANCE TO WS-VAULT-BALANCE
           END-IF.

      *>   Follows a LOAD-VAULT-BALANCE for the same office.
       STORE-VAULT-BALANCE.
           IF WS-VT-FOUND = 0
               ADD 1 TO WS-VAULT-COUNT
               MOVE WS-VAULT-COUNT TO WS-VT-FOUND
               MOVE WS-VAULT-BRANCH TO WS-VT-BRANCH(WS-VT-FOUND)
           END-IF.
           MOVE WS-VAULT-BALANCE TO WS-VT-BALANCE(WS-VT-FOUND).
           MOVE WS-TODAY TO WS-VT-LAST-DATE(WS-VT-FOUND).
           MOVE WS-CURRENT-TIME TO WS-VT-LAST-TIME(WS-VT-FOUND).

           OPEN OUTPUT VAULT-FILE.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VAULT-COUNT
               MOVE WS-VT-BALANCE(WS-VT-IDX) TO VLT-BALANCE
               MOVE WS-VT-LAST-DATE(WS-VT-IDX) TO VLT-LAST-DATE
               MOVE WS-VT-LAST-TIME(WS-VT-IDX) TO VLT-LAST-TIME
               MOVE WS-VT-BRANCH(WS-VT-IDX) TO VLT-BRANCH-ID
               WRITE VAULT-RECORD
           END-PERFORM.
           CLOSE VAULT-FILE.
