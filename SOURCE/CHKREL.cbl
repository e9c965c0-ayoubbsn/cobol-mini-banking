      *>   DATA/pospay_exceptions.txt for a teller pay-or-return
      *>   decision through CHKMGT. Drawers with nothing lodged keep
      *>   the old behavior.
      *>
      *>   Ahead of positive pay, the check number is screened
      *>   against the drawer's checkbooks (CHKBMGT): a serial from a
      *>   book reported lost or stolen, or one never issued to the
      *>   drawer, is held 'E' and listed on the same exceptions
      *>   file for the same teller decision.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TXN-NARRATIVE    PIC X(20) VALUE SPACES.
       01  WS-RESULT-CODE      PIC X(02).

       01  WS-BOOK-DATA.
           05  WS-CB-BOOK-ID       PIC 9(06).
           05  WS-CB-ACCT-ID       PIC 9(05).
           05  WS-CB-LEAVES        PIC 9(03).
           05  WS-CB-FIRST-SERIAL  PIC 9(07).
           05  WS-CB-LAST-SERIAL   PIC 9(07).
           05  WS-CB-STATUS        PIC X(01).
           05  WS-CB-CHECK-NUMBER  PIC X(10).
       01  WS-BOOK-RESULT      PIC X(02).

       01  WS-CHK-TABLE.
           05  WS-CK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CK-IDX.
               10  WS-CK-RELEASE-DATE  PIC 9(08).
               10  WS-CK-STATUS        PIC X(01).
               10  WS-CK-REL-TRANS-ID  PIC 9(08).
               10  WS-CK-DRAWEE-BANK   PIC X(08).
               10  WS-CK-PRESENTED     PIC 9(08).
       01  WS-CHK-COUNT        PIC 9(05) VALUE 0.

       01  WS-ISS-TABLE.
                       ": Stop Payment In Force - Not Released"
                   EXIT PARAGRAPH
               END-IF
               PERFORM SCREEN-CHECKBOOK
               IF WS-PP-HIT = 'Y'
                   ADD 1 TO WS-PP-HELD
                   MOVE 'E' TO WS-CK-STATUS(WS-CK-IDX)
                   PERFORM WRITE-PP-EXCEPTION
                   DISPLAY "Check " WS-CK-ID(WS-CK-IDX)
                       ": Checkbook Hold - " WS-PP-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM SCREEN-POSITIVE-PAY
               IF WS-PP-HIT = 'Y'
                   ADD 1 TO WS-PP-HELD
                   MOVE "UNKNOWN CHECK NUMBER" TO WS-PP-REASON
           END-EVALUATE.

      *>   Serial-range screen: raises WS-PP-HIT with the reason
      *>   when CHKBMGT rejects the drawer/check-number pair.
       SCREEN-CHECKBOOK.
           MOVE 'N' TO WS-PP-HIT.
           MOVE SPACES TO WS-PP-REASON.
           INITIALIZE WS-BOOK-DATA.
           MOVE WS-CK-DRAWER-ID(WS-CK-IDX) TO WS-CB-ACCT-ID.
           MOVE WS-CK-NUMBER(WS-CK-IDX) TO WS-CB-CHECK-NUMBER.
           CALL "CHKBMGT" USING BY CONTENT "V"
                                BY REFERENCE WS-BOOK-DATA
                                BY REFERENCE WS-BOOK-RESULT
                                BY REFERENCE WS-TELLER-STAMP.
           EVALUATE WS-BOOK-RESULT
               WHEN '08'
                   MOVE 'Y' TO WS-PP-HIT
                   MOVE "BOOK REPORTED LOST/STOLEN" TO WS-PP-REASON
               WHEN '14'
                   MOVE 'Y' TO WS-PP-HIT
                   MOVE "SERIAL NOT IN ISSUED BOOK" TO WS-PP-REASON
           END-EVALUATE.

       WRITE-PP-EXCEPTION.
           OPEN EXTEND PPEXC-FILE.
           IF WS-PPEXC-STATUS NOT = '00'
           MOVE CHK-RELEASE-DATE TO WS-CK-RELEASE-DATE(WS-CHK-COUNT).
           MOVE CHK-STATUS TO WS-CK-STATUS(WS-CHK-COUNT).
           MOVE CHK-REL-TRANS-ID TO WS-CK-REL-TRANS-ID(WS-CHK-COUNT).
           MOVE CHK-DRAWEE-BANK TO WS-CK-DRAWEE-BANK(WS-CHK-COUNT).
           IF CHK-PRESENTED-DATE NUMERIC
               MOVE CHK-PRESENTED-DATE
                   TO WS-CK-PRESENTED(WS-CHK-COUNT)
           ELSE
               MOVE 0 TO WS-CK-PRESENTED(WS-CHK-COUNT)
           END-IF.

       REWRITE-REGISTER.
           OPEN OUTPUT CHECK-FILE.
               MOVE WS-CK-RELEASE-DATE(WS-CK-IDX) TO CHK-RELEASE-DATE
               MOVE WS-CK-STATUS(WS-CK-IDX) TO CHK-STATUS
               MOVE WS-CK-REL-TRANS-ID(WS-CK-IDX) TO CHK-REL-TRANS-ID
               MOVE WS-CK-DRAWEE-BANK(WS-CK-IDX) TO CHK-DRAWEE-BANK
               MOVE WS-CK-PRESENTED(WS-CK-IDX) TO CHK-PRESENTED-DATE
               WRITE CHECK-RECORD
           END-PERFORM.
           CLOSE CHECK-FILE.
