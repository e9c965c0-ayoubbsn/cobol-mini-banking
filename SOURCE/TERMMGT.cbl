      *>   TXNPROC refuses early withdrawals from the account. The
      *>   account itself must already exist with ACCT-TYPE 'T' and
      *>   be funded before the term record is opened against it.
      *>   A deposit can be broken early ('B'), forfeiting all of its
      *>   contracted interest, unless it is pledged under a
      *>   collateral lien that still secures an open loan or
      *>   overdraft (see COLLMGT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TODAY            PIC 9(08).
       01  WS-DATE-INT         PIC S9(09).
       01  WS-LIST-COUNT       PIC 9(05).
       01  WS-TELLER-STAMP     PIC X(08) VALUE "TERMMGT".
       01  WS-COLL-DATA.
           COPY COLLAT.CPY.
       01  WS-COLL-RESULT      PIC X(02).

       LINKAGE SECTION.
       01  LS-OPERATION        PIC X(01).
           88 OP-OPEN-TERM     VALUE 'O'.
           88 OP-INQUIRY       VALUE 'I'.
           88 OP-LIST          VALUE 'L'.
           88 OP-BREAK         VALUE 'B'.

      *>   For OP-OPEN-TERM, L-TD-TERM-DAYS carries the contracted
      *>   term length in; the maturity date comes back computed.
           88 RES-NOT-ACTIVE   VALUE '04'.
           88 RES-NOT-TERM-TYPE VALUE '05'.
           88 RES-NOT-FUNDED   VALUE '10'.
           88 RES-LIENED       VALUE '12'.
           88 RES-ERROR        VALUE '99'.

       PROCEDURE DIVISION USING LS-OPERATION LS-TERM-DATA
                   PERFORM INQUIRY-TERM
               WHEN OP-LIST
                   PERFORM LIST-TERMS
               WHEN OP-BREAK
                   PERFORM BREAK-TERM
               WHEN OTHER
                   MOVE '99' TO LS-RESULT-CODE
           END-EVALUATE.
           CLOSE TERM-FILE.
           MOVE '00' TO LS-RESULT-CODE.

      *>   Only a running term can be broken - one already due is
      *>   left for TDMATUR to pay. Nothing is posted: the principal
      *>   is already on the account, and marking the record broken
      *>   lifts TXNPROC's early-withdrawal block and takes it out of
      *>   TDMATUR's reach, so the interest is simply never paid. A
      *>   liened deposit comes back '12' with the lien's facility
      *>   account in L-TD-TERM-DAYS.
       BREAK-TERM.
           OPEN I-O TERM-FILE.
           IF WS-TERM-STATUS NOT = '00'
               MOVE '02' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE L-TD-ACCT-ID TO TD-ACCT-ID.
           READ TERM-FILE
               INVALID KEY
                   CLOSE TERM-FILE
                   MOVE '02' TO LS-RESULT-CODE
                   EXIT PARAGRAPH.

           IF NOT TD-ACTIVE
               CLOSE TERM-FILE
               MOVE '04' TO LS-RESULT-CODE
               EXIT PARAGRAPH.
           IF TD-MATURITY-DATE NOT > WS-TODAY
               CLOSE TERM-FILE
               MOVE '03' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           INITIALIZE WS-COLL-DATA.
           MOVE TD-ACCT-ID TO CL-TD-ACCT-ID.
           CALL "COLLMGT" USING BY CONTENT "K"
                                BY REFERENCE WS-COLL-DATA
                                BY REFERENCE WS-COLL-RESULT
                                BY CONTENT WS-TELLER-STAMP.
           IF WS-COLL-RESULT = '12'
               CLOSE TERM-FILE
               MOVE CL-ACCT-ID TO L-TD-TERM-DAYS
               MOVE '12' TO LS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'B' TO TD-STATUS.
           REWRITE TERM-RECORD.
           CLOSE TERM-FILE.

           MOVE TD-PRINCIPAL TO L-TD-PRINCIPAL.
           MOVE TD-STATUS TO L-TD-STATUS.
           MOVE '00' TO LS-RESULT-CODE.

       LIST-TERMS.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT TERM-FILE.
