      *>   posts the funding leg CHKREL withheld) or return it through
      *>   the ordinary 'R' path (no funds ever moved, so the item is
      *>   simply marked returned).
      *>
      *>   Checks drawn on other banks carry their drawee bank code
      *>   from deposit; CHKPRES presents them outward and CHKIRET
      *>   drives the same 'R' path here for each item the drawee
      *>   bank sends back on its inward return file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TXN-NARRATIVE    PIC X(20) VALUE SPACES.
       01  WS-RESULT-CODE      PIC X(02).

      *>   Serial-range screen against the drawer's checkbooks.
       01  WS-BOOK-DATA.
           05  WS-CB-BOOK-ID       PIC 9(06).
           05  WS-CB-ACCT-ID       PIC 9(05).
           05  WS-CB-LEAVES        PIC 9(03).
           05  WS-CB-FIRST-SERIAL  PIC 9(07).
           05  WS-CB-LAST-SERIAL   PIC 9(07).
           05  WS-CB-STATUS        PIC X(01).
           05  WS-CB-CHECK-NUMBER  PIC X(10).
       01  WS-BOOK-RESULT      PIC X(02).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
               10  WS-CK-RELEASE-DATE  PIC 9(08).
               10  WS-CK-STATUS        PIC X(01).
               10  WS-CK-REL-TRANS-ID  PIC 9(08).
               10  WS-CK-DRAWEE-BANK   PIC X(08).
               10  WS-CK-PRESENTED     PIC 9(08).
       01  WS-CHK-COUNT        PIC 9(05) VALUE 0.

      *>   Issued-check register, buffered the same way for the pay
           05  L-CHK-AMOUNT        PIC 9(09)V99.
           05  L-CHK-NUMBER        PIC X(10).
           05  L-CHK-DRAWER-ID     PIC 9(05).
      *>   Drawee bank clearing code - required for a check drawn on
      *>   another bank (drawer zero), ignored for an on-us check.
           05  L-CHK-DRAWEE-BANK   PIC X(08).

       01  LS-RESULT-CODE      PIC X(02).
           88 RES-OK           VALUE '00'.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-STOPPED      VALUE '08'.
           88 RES-BAD-STATE    VALUE '12'.
           88 RES-NOT-ISSUED   VALUE '14'.
           88 RES-ERROR        VALUE '99'.

       01  LS-TELLER-ID        PIC X(08).
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

      *>   CHKPRES can only present an item it can route, so another
      *>   bank's check is refused without its drawee bank code.
           IF L-CHK-DRAWER-ID = 0 AND L-CHK-DRAWEE-BANK = SPACES
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO LS-RESULT-CODE
                   MOVE '08' TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-BOOK-SERIAL
               IF WS-BOOK-RESULT = '08' OR WS-BOOK-RESULT = '14'
                   MOVE WS-BOOK-RESULT TO LS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM GET-NEXT-CHECK-ID.
               TO CHK-RELEASE-DATE.
           MOVE 'P' TO CHK-STATUS.
           MOVE 0 TO CHK-REL-TRANS-ID.
           IF L-CHK-DRAWER-ID = 0
               MOVE L-CHK-DRAWEE-BANK TO CHK-DRAWEE-BANK
           ELSE
               MOVE SPACES TO CHK-DRAWEE-BANK
           END-IF.
           MOVE 0 TO CHK-PRESENTED-DATE.
           WRITE CHECK-RECORD.

           CLOSE CHECK-FILE.

           CLOSE STOP-FILE.

      *>   Asks CHKBMGT whether the check number falls in an issued
      *>   book of the drawer account: '08' back in WS-BOOK-RESULT
      *>   when its book was reported lost or stolen, '14' when the
      *>   serial was never issued to the drawer. CHKREL repeats the
      *>   screen at release.
       CHECK-BOOK-SERIAL.
           INITIALIZE WS-BOOK-DATA.
           MOVE L-CHK-DRAWER-ID TO WS-CB-ACCT-ID.
           MOVE L-CHK-NUMBER TO WS-CB-CHECK-NUMBER.
           CALL "CHKBMGT" USING BY CONTENT "V"
                                BY REFERENCE WS-BOOK-DATA
                                BY REFERENCE WS-BOOK-RESULT
                                BY REFERENCE WS-TELLER-STAMP.

      *>   Places a stop against the drawer account (L-CHK-DRAWER-ID)
      *>   and check number, checked before any inbound check posts
      *>   against that account.
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
