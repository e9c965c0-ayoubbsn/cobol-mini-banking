       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLOSS.

      *>   Month-end credit-loss job, run in the batch window on the
      *>   last business day of the month (any other day it does
      *>   nothing). Two populations are measured by days past due:
      *>     - active loans past their next due date (days since
      *>       LN-NEXT-DUE-DATE, exposure = what the loan account
      *>       owes);
      *>     - chronically overdrawn deposit accounts: savings or
      *>       checking accounts below zero for at least
      *>       OD-CHRONIC-DAYS in a row (default 30), the stretch
      *>       dated from trans.dat's balance-after history.
      *>   A balance at or past CHGOFF-DAYS (default 180) is charged
      *>   off: the outstanding amount is credited to the account
      *>   under the CHGOFF stamp (code CHGO, which GLEXTR books
      *>   against the loan-loss allowance rather than cash), the
      *>   account goes to status 'W' - written off - so no interest
      *>   or overdraft charge accrues on it again, a loan goes to
      *>   LN-STATUS 'W' so LOANCOLL stops collecting, and the
      *>   write-off is registered on DATA/chargeoffs.dat for
      *>   CHGOMGT's recoveries.
      *>   Everything left is bucketed 1-29 / 30-59 / 60-89 / 90+
      *>   days and provisioned at PROV-PCT-1..PROV-PCT-4 percent of
      *>   exposure (defaults 1, 10, 25, 50). The required allowance
      *>   per currency and branch is compared with what the
      *>   allowance GL line already holds (journal history plus
      *>   today's charge-offs and recoveries not yet journaled)
      *>   and only the difference is written to
      *>   the permanent GL journal history as a balanced pair under
      *>   type 'P' - provision expense against the allowance, or a
      *>   release the other way - the way FXREVAL books its
      *>   month-end revaluation. The two GL lines come from the
      *>   gl_map.dat 'P'/'P' row (provision expense 50300100
      *>   against allowance 10390100 when none is on file). Because
      *>   the booking is always "required minus held", a rerun
      *>   books nothing twice. The month's list goes to
      *>   DATA/credit_loss.txt.
      *>   RETURN-CODE 4 when a charge-off could not be posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "DATA/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LOAN-FILE ASSIGN TO "DATA/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT TRANS-FILE ASSIGN TO "DATA/trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO "DATA/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-KEY
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT JDONE-FILE ASSIGN TO "DATA/gl_journal_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JDONE-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "DATA/gl_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT CHGOFF-FILE ASSIGN TO "DATA/chargeoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DATA/credit_loss.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT.CPY.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOAN.CPY.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY TRANS.CPY.

       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           COPY GLJRNL.CPY.

       FD  JDONE-FILE.
       01  JDONE-RECORD.
           05  JD-DATE             PIC 9(08).

       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05  GLM-TRANS-TYPE      PIC X(01).
           05  GLM-ACCT-TYPE       PIC X(01).
           05  GLM-LIAB-ACCOUNT    PIC X(08).
           05  GLM-CONTRA-ACCOUNT  PIC X(08).

       FD  CHGOFF-FILE.
       01  CHGOFF-RECORD.
           COPY CHGOFF.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DATESRV-RESULT   PIC X(02).
       01  WS-ACCT-STATUS      PIC X(02).
       01  WS-LOAN-STATUS      PIC X(02).
       01  WS-TRANS-STATUS     PIC X(02).
       01  WS-GLJRNL-STATUS    PIC X(02).
       01  WS-JDONE-STATUS     PIC X(02).
       01  WS-GLMAP-STATUS     PIC X(02).
       01  WS-CHGOFF-STATUS    PIC X(02).
       01  WS-REPORT-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TODAY            PIC 9(08).
       01  WS-TODAY-INT        PIC S9(09).
       01  WS-NEXT-DAY         PIC 9(08).
       01  WS-HISTORY-START    PIC 9(08) VALUE 0.
       01  WS-JOURNALED-TODAY  PIC X(01) VALUE 'N'.
       01  WS-MAP-FOUND        PIC X(01).
       01  WS-FOUND-IDX        PIC 9(05).
       01  WS-LEG-BRANCH       PIC 9(03).

      *>   Chart lines the provision books between. The allowance is
      *>   a contra-asset: credits build it, debits (charge-offs,
      *>   releases) draw it down.
       01  WS-ALLOWANCE-GL     PIC X(08) VALUE "10390100".
       01  WS-PROVISION-GL     PIC X(08) VALUE "50300100".
      *>   Journal lines written here number from 95001 up for the
      *>   day, clear of GLEXTR's daily lines and FXREVAL's block;
      *>   both lines of a pair share one number.
       01  WS-JRNL-LINE-NO     PIC 9(05) VALUE 95000.

      *>   Thresholds and bucket percentages - PARMMGT overrides.
       01  WS-CHGOFF-DAYS      PIC 9(05) VALUE 180.
       01  WS-OD-CHRONIC-DAYS  PIC 9(05) VALUE 30.
       01  WS-PCT-TABLE.
           05  WS-PROV-PCT OCCURS 4 TIMES PIC 9(03)V99.
       01  WS-PCT-IDX          PIC 9(01).

       01  WS-PARAM-DATA.
           05  WS-PRM-KEY          PIC X(20).
           05  WS-PRM-VALUE        PIC S9(09)V9(06).
           05  WS-PRM-EFF-DATE     PIC 9(08).
           05  WS-PRM-SET-BY       PIC X(08).
       01  WS-PARAM-RESULT     PIC X(02).

      *>   Every delinquent balance, buffered while the masters are
      *>   open and charged off with them closed - the usual shape.
      *>   Kind 'L' loan, 'D' overdrawn deposit account; action 'C'
      *>   charged off today, 'F' charge-off failed, 'Z' due for
      *>   charge-off but the account is frozen, 'P' provisioned,
      *>   'X' an overdraft too recent to count as chronic, space
      *>   not yet worked.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-EX-IDX.
               10  WS-EX-ACCT-ID       PIC 9(05).
               10  WS-EX-CUST-ID       PIC 9(05).
               10  WS-EX-KIND          PIC X(01).
               10  WS-EX-CURRENCY      PIC X(03).
               10  WS-EX-BRANCH        PIC 9(03).
               10  WS-EX-OPEN-DATE     PIC 9(08).
               10  WS-EX-SINCE         PIC 9(08).
               10  WS-EX-DPD           PIC 9(05).
               10  WS-EX-BUCKET        PIC 9(01).
               10  WS-EX-EXPOSURE      PIC 9(09)V99.
               10  WS-EX-PROVISION     PIC 9(09)V99.
               10  WS-EX-ACTION        PIC X(01).
               10  WS-EX-FROZEN        PIC X(01).
       01  WS-EX-COUNT         PIC 9(05) VALUE 0.

      *>   Required versus held allowance per currency and branch.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-AL-IDX.
               10  WS-AL-CURRENCY      PIC X(03).
               10  WS-AL-BRANCH        PIC 9(03).
               10  WS-AL-REQUIRED      PIC 9(11)V99.
               10  WS-AL-HELD          PIC S9(11)V99.
               10  WS-AL-BOOKED        PIC S9(11)V99.
       01  WS-AL-COUNT         PIC 9(02) VALUE 0.
       01  WS-AL-FOUND         PIC 9(02).
       01  WS-SLOT-CURRENCY    PIC X(03).
       01  WS-SLOT-BRANCH      PIC 9(03).
       01  WS-DELTA            PIC S9(11)V99.

       01  WS-TXN-TARGET-ID    PIC 9(05) VALUE 0.
       01  WS-TXN-ORIG-ID      PIC 9(08) VALUE 0.
       01  WS-TELLER-STAMP     PIC X(08) VALUE "CHGOFF".
      *>   A bank write-off, not an operator posting - bypasses
      *>   parking.
       01  WS-TXN-APPROVED     PIC X(01) VALUE 'Y'.
       01  WS-TXN-LOGGED-ID    PIC 9(08).
       01  WS-TXN-NARRATIVE    PIC X(20) VALUE "BALANCE CHARGED OFF".
       01  WS-RESULT-CODE      PIC X(02).

       01  WS-ACCT-DATA.
           05  WS-AD-ACCT-ID         PIC 9(05).
           05  WS-AD-NAME            PIC X(30).
           05  WS-AD-BALANCE         PIC S9(09)V99 COMP-3.
           05  WS-AD-STATUS          PIC X(01).
           05  WS-AD-OPEN-DATE       PIC 9(08).
           05  WS-AD-TYPE            PIC X(01).
           05  WS-AD-OVERDRAFT       PIC S9(09)V99 COMP-3.
           05  WS-AD-CUST-ID         PIC 9(05).
           05  WS-AD-CURRENCY        PIC X(03).
           05  WS-AD-PIN             PIC X(04).
           05  WS-AD-FILLER          PIC X(01).
           05  WS-AD-BRANCH-ID       PIC 9(03).
           05  WS-AD-STMT-CYCLE      PIC X(01).
           05  WS-AD-STMT-DAY        PIC 9(02).
       01  WS-ACCT-RESULT      PIC X(02).
       01  WS-BROWSE-FILTER    PIC X(01) VALUE SPACE.
       01  WS-NEW-PIN          PIC X(04) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-LOANS-DELINQ     PIC 9(05) VALUE 0.
           05  WS-ODS-CHRONIC      PIC 9(05) VALUE 0.
           05  WS-CHARGED-OFF      PIC 9(05) VALUE 0.
           05  WS-CHARGED-AMT      PIC 9(11)V99 VALUE 0.
           05  WS-CHGOFF-FAILED    PIC 9(05) VALUE 0.
           05  WS-CHGOFF-FROZEN    PIC 9(05) VALUE 0.
           05  WS-PROVISION-TOTAL  PIC 9(11)V99 VALUE 0.
           05  WS-BUCKET-TOTAL OCCURS 4 TIMES PIC 9(11)V99.
           05  WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(05).

       01  WS-RPT-DETAIL.
           05  WS-RP-ACCT-ID       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-KIND          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-CUST-ID       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-CURRENCY      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-BRANCH        PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-DPD           PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-BUCKET        PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-EXPOSURE      PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-PROVISION     PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RP-NOTE          PIC X(16).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *>   The processing date comes from the DATESRV control
      *>   record, not the wall clock, so a window running past
      *>   midnight still works the intended business day.
           CALL "DATESRV" USING BY CONTENT "G"
                                BY REFERENCE WS-TODAY
                                BY REFERENCE WS-DATESRV-RESULT.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

      *>   Month-end is the last business day: the next business
      *>   day after today already falls in a new month.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + 1).
           CALL "DATESRV" USING BY CONTENT "N"
                                BY REFERENCE WS-NEXT-DAY
                                BY REFERENCE WS-DATESRV-RESULT.
           IF WS-NEXT-DAY(1:6) = WS-TODAY(1:6)
               DISPLAY "Credit loss: not month-end - nothing to do."
               MOVE 0 TO RETURN-CODE
               GOBACK.

           DISPLAY "========================================".
           DISPLAY "   MONTH-END CREDIT LOSS - " WS-TODAY.
           DISPLAY "========================================".

           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-PROVISION-GL.
           PERFORM BUILD-LOAN-EXPOSURES.
           PERFORM BUILD-OVERDRAWN-EXPOSURES.
           PERFORM DATE-OVERDRAWN-STRETCHES.
           PERFORM CHARGE-OFF-AGED.
           PERFORM PROVISION-REMAINDER.
           PERFORM LOAD-ALLOWANCE-HELD.
           PERFORM BOOK-PROVISION-ENTRIES.
           PERFORM WRITE-CREDIT-LOSS-REPORT.

           DISPLAY " ".
           DISPLAY "Delinquent Loans:      " WS-LOANS-DELINQ.
           DISPLAY "Chronic Overdrafts:    " WS-ODS-CHRONIC.
           DISPLAY "Charged Off:           " WS-CHARGED-OFF
               "  Amount: " WS-CHARGED-AMT.
           DISPLAY "Charge-offs Failed:    " WS-CHGOFF-FAILED.
           DISPLAY "Frozen, Not Charged:   " WS-CHGOFF-FROZEN.
           DISPLAY "Required Provision:    " WS-PROVISION-TOTAL.

           IF WS-CHGOFF-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           MOVE "CHGOFF-DAYS" TO WS-PRM-KEY.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-CHGOFF-DAYS
           END-IF.

           MOVE "OD-CHRONIC-DAYS" TO WS-PRM-KEY.
           MOVE WS-TODAY TO WS-PRM-EFF-DATE.
           CALL "PARMMGT" USING BY CONTENT "G"
                                BY REFERENCE WS-PARAM-DATA
                                BY REFERENCE WS-PARAM-RESULT.
           IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE > 0
               MOVE WS-PRM-VALUE TO WS-OD-CHRONIC-DAYS
           END-IF.

           MOVE 1 TO WS-PROV-PCT(1).
           MOVE 10 TO WS-PROV-PCT(2).
           MOVE 25 TO WS-PROV-PCT(3).
           MOVE 50 TO WS-PROV-PCT(4).
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1 UNTIL WS-PCT-IDX > 4
               MOVE 0 TO WS-BUCKET-TOTAL(WS-PCT-IDX)
               MOVE 0 TO WS-BUCKET-COUNT(WS-PCT-IDX)
               MOVE SPACES TO WS-PRM-KEY
               STRING "PROV-PCT-" WS-PCT-IDX
                   DELIMITED BY SIZE INTO WS-PRM-KEY
               MOVE WS-TODAY TO WS-PRM-EFF-DATE
               CALL "PARMMGT" USING BY CONTENT "G"
                                    BY REFERENCE WS-PARAM-DATA
                                    BY REFERENCE WS-PARAM-RESULT
               IF WS-PARAM-RESULT = '00' AND WS-PRM-VALUE >= 0
                       AND WS-PRM-VALUE <= 100
                   MOVE WS-PRM-VALUE TO WS-PROV-PCT(WS-PCT-IDX)
               END-IF
           END-PERFORM.

      *>   The provision pair's GL lines, from the chart the way
      *>   FXREVAL finds its gain/loss lines. A chart with no 'P' row
      *>   gets one added; with no chart at all the defaults stand
      *>   and GLEXTR seeds the standard chart on its first run.
       LOAD-PROVISION-GL.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLM-TRANS-TYPE = 'P' AND GLM-ACCT-TYPE = 'P'
                           MOVE GLM-LIAB-ACCOUNT TO WS-PROVISION-GL
                           MOVE GLM-CONTRA-ACCOUNT TO WS-ALLOWANCE-GL
                           MOVE 'Y' TO WS-MAP-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.

           IF WS-MAP-FOUND = 'Y'
               EXIT PARAGRAPH.

           OPEN EXTEND GLMAP-FILE.
           MOVE 'P' TO GLM-TRANS-TYPE.
           MOVE 'P' TO GLM-ACCT-TYPE.
           MOVE WS-PROVISION-GL TO GLM-LIAB-ACCOUNT.
           MOVE WS-ALLOWANCE-GL TO GLM-CONTRA-ACCOUNT.
           WRITE GLMAP-RECORD.
           CLOSE GLMAP-FILE.
           DISPLAY "GL map had no provision row - added.".

      *>   Active loans past their due date whose account still
      *>   owes money. The loan account carries the owner, currency
      *>   and office.
       BUILD-LOAN-EXPOSURES.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-ACTIVE OF LOAN-RECORD
                           AND LN-NEXT-DUE-DATE OF LOAN-RECORD
                               < WS-TODAY
                           PERFORM ADD-LOAN-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.
           CLOSE LOAN-FILE.

       ADD-LOAN-EXPOSURE.
           MOVE LN-ACCT-ID OF LOAN-RECORD TO ACCT-ID OF ACCOUNT-RECORD.
           READ ACCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH.

           IF ACCT-BALANCE OF ACCOUNT-RECORD NOT < 0
               EXIT PARAGRAPH.

           PERFORM ADD-EXPOSURE-ENTRY.
           MOVE 'L' TO WS-EX-KIND(WS-EX-COUNT).
           MOVE LN-NEXT-DUE-DATE OF LOAN-RECORD
               TO WS-EX-SINCE(WS-EX-COUNT).
           COMPUTE WS-EX-DPD(WS-EX-COUNT) = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(
                   LN-NEXT-DUE-DATE OF LOAN-RECORD).
           ADD 1 TO WS-LOANS-DELINQ.

      *>   Customer savings and checking accounts below zero. Active
      *>   and frozen both count - a frozen account's debt is just
      *>   as much at risk - but bank-owned accounts never do.
       BUILD-OVERDRAWN-EXPOSURES.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Error Opening ACCT-FILE. Status: "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (ACCT-ACTIVE OR ACCT-FROZEN)
                           AND (ACCT-SAVINGS OR ACCT-CHECKING)
                           AND NOT ACCT-IS-INTERNAL
                           AND ACCT-BALANCE OF ACCOUNT-RECORD < 0
                           PERFORM ADD-EXPOSURE-ENTRY
                           MOVE 'D' TO WS-EX-KIND(WS-EX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCT-FILE.

      *>   ACCOUNT-RECORD is current on entry.
       ADD-EXPOSURE-ENTRY.
           IF WS-EX-COUNT >= 9999
               DISPLAY "Credit-loss table full - account "
                   ACCT-ID OF ACCOUNT-RECORD " not measured."
               EXIT PARAGRAPH.

           ADD 1 TO WS-EX-COUNT.
           MOVE ACCT-ID OF ACCOUNT-RECORD TO WS-EX-ACCT-ID(WS-EX-COUNT).
           MOVE ACCT-CUST-ID OF ACCOUNT-RECORD
               TO WS-EX-CUST-ID(WS-EX-COUNT).
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD
               TO WS-EX-CURRENCY(WS-EX-COUNT).
           IF ACCT-BRANCH-ID OF ACCOUNT-RECORD > 0
               MOVE ACCT-BRANCH-ID OF ACCOUNT-RECORD
                   TO WS-EX-BRANCH(WS-EX-COUNT)
           ELSE
               MOVE 1 TO WS-EX-BRANCH(WS-EX-COUNT)
           END-IF.
           MOVE ACCT-OPEN-DATE OF ACCOUNT-RECORD
               TO WS-EX-OPEN-DATE(WS-EX-COUNT).
           COMPUTE WS-EX-EXPOSURE(WS-EX-COUNT) =
               0 - ACCT-BALANCE OF ACCOUNT-RECORD.
           MOVE 0 TO WS-EX-SINCE(WS-EX-COUNT).
           MOVE 0 TO WS-EX-DPD(WS-EX-COUNT).
           MOVE 0 TO WS-EX-BUCKET(WS-EX-COUNT).
           MOVE 0 TO WS-EX-PROVISION(WS-EX-COUNT).
           MOVE SPACE TO WS-EX-ACTION(WS-EX-COUNT).
           IF ACCT-FROZEN OF ACCOUNT-RECORD
               MOVE 'Y' TO WS-EX-FROZEN(WS-EX-COUNT)
           ELSE
               MOVE 'N' TO WS-EX-FROZEN(WS-EX-COUNT)
           END-IF.

      *>   An overdrawn stretch starts at the first leg that took the
      *>   balance below zero after the last leg that left it at or
      *>   above zero. trans.dat is in posting order, so one pass
      *>   walks every account's history. An account with no leg in
      *>   the retained history has been overdrawn at least since
      *>   that history began (or since it opened, if later).
       DATE-OVERDRAWN-STRETCHES.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRACK-ONE-LEG
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-KIND(WS-EX-IDX) = 'D'
                   PERFORM AGE-ONE-OVERDRAFT
               END-IF
           END-PERFORM.

       TRACK-ONE-LEG.
           IF WS-HISTORY-START = 0
               OR TRANS-DATE OF TRANS-RECORD < WS-HISTORY-START
               MOVE TRANS-DATE OF TRANS-RECORD TO WS-HISTORY-START
           END-IF.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-ACCT-ID(WS-EX-IDX)
                       = TRANS-ACCT-ID OF TRANS-RECORD
                   AND WS-EX-KIND(WS-EX-IDX) = 'D'
                   SET WS-FOUND-IDX TO WS-EX-IDX
                   SET WS-EX-IDX TO 9999
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH.

           IF TRANS-BALANCE-AFTER OF TRANS-RECORD NOT < 0
               MOVE 0 TO WS-EX-SINCE(WS-FOUND-IDX)
           ELSE
               IF WS-EX-SINCE(WS-FOUND-IDX) = 0
                   MOVE TRANS-DATE OF TRANS-RECORD
                       TO WS-EX-SINCE(WS-FOUND-IDX)
               END-IF
           END-IF.

       AGE-ONE-OVERDRAFT.
           IF WS-EX-SINCE(WS-EX-IDX) = 0
               MOVE WS-EX-OPEN-DATE(WS-EX-IDX)
                   TO WS-EX-SINCE(WS-EX-IDX)
               IF WS-HISTORY-START > WS-EX-SINCE(WS-EX-IDX)
                   MOVE WS-HISTORY-START TO WS-EX-SINCE(WS-EX-IDX)
               END-IF
           END-IF.
           IF WS-EX-SINCE(WS-EX-IDX) = 0
               MOVE WS-TODAY TO WS-EX-SINCE(WS-EX-IDX)
           END-IF.

           COMPUTE WS-EX-DPD(WS-EX-IDX) = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-EX-SINCE(WS-EX-IDX)).

      *>   Short overdrafts are ordinary credit, not a loss risk -
      *>   only the chronic ones stay in the population.
           IF WS-EX-DPD(WS-EX-IDX) < WS-OD-CHRONIC-DAYS
               MOVE 'X' TO WS-EX-ACTION(WS-EX-IDX)
           ELSE
               ADD 1 TO WS-ODS-CHRONIC
           END-IF.

       CHARGE-OFF-AGED.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-ACTION(WS-EX-IDX) = SPACE
                   AND WS-EX-DPD(WS-EX-IDX) >= WS-CHGOFF-DAYS
                   PERFORM CHARGE-OFF-ONE
               END-IF
           END-PERFORM.

      *>   The write-off credit brings the account to zero through
      *>   TXNPROC's normal deposit path, so it lands in trans.dat,
      *>   the statement and the GL extract like any other leg. Only
      *>   then does the status change - a failed posting leaves the
      *>   account exactly as it was, provisioned, for next month.
      *>   TXNPROC takes nothing onto a frozen account, so one is
      *>   not tried at all: it is reported, stays provisioned, and
      *>   comes up again once the freeze is lifted.
       CHARGE-OFF-ONE.
           IF WS-EX-FROZEN(WS-EX-IDX) = 'Y'
               MOVE 'Z' TO WS-EX-ACTION(WS-EX-IDX)
               ADD 1 TO WS-CHGOFF-FROZEN
               DISPLAY "Account " WS-EX-ACCT-ID(WS-EX-IDX)
                   " not charged off - frozen."
               EXIT PARAGRAPH.

           CALL "TXNPROC" USING BY CONTENT "D"
                    BY CONTENT WS-EX-ACCT-ID(WS-EX-IDX)
                    BY CONTENT WS-TXN-TARGET-ID
                    BY CONTENT WS-EX-EXPOSURE(WS-EX-IDX)
                    BY REFERENCE WS-RESULT-CODE
                    BY CONTENT WS-TXN-ORIG-ID
                    BY CONTENT WS-TELLER-STAMP
                    BY CONTENT WS-TXN-APPROVED
                    BY REFERENCE WS-TXN-LOGGED-ID
                    BY CONTENT WS-TXN-NARRATIVE.

           IF WS-RESULT-CODE NOT = '00'
               MOVE 'F' TO WS-EX-ACTION(WS-EX-IDX)
               ADD 1 TO WS-CHGOFF-FAILED
               DISPLAY "Account " WS-EX-ACCT-ID(WS-EX-IDX)
                   " charge-off failed. Code: " WS-RESULT-CODE
               EXIT PARAGRAPH.

           MOVE 'C' TO WS-EX-ACTION(WS-EX-IDX).
           ADD 1 TO WS-CHARGED-OFF.
           ADD WS-EX-EXPOSURE(WS-EX-IDX) TO WS-CHARGED-AMT.
           DISPLAY "Account " WS-EX-ACCT-ID(WS-EX-IDX)
               " charged off " WS-EX-EXPOSURE(WS-EX-IDX)
               " - " WS-EX-DPD(WS-EX-IDX) " days past due.".

           MOVE WS-EX-ACCT-ID(WS-EX-IDX) TO WS-AD-ACCT-ID.
           MOVE 'W' TO WS-AD-STATUS.
           CALL "ACCTMGT" USING BY CONTENT "X"
                                BY REFERENCE WS-ACCT-DATA
                                BY REFERENCE WS-ACCT-RESULT
                                BY CONTENT WS-BROWSE-FILTER
                                BY CONTENT WS-TELLER-STAMP
                                BY CONTENT WS-NEW-PIN.
           IF WS-ACCT-RESULT NOT = '00'
               DISPLAY "Account " WS-EX-ACCT-ID(WS-EX-IDX)
                   " charged off but status not set. Code: "
                   WS-ACCT-RESULT
           END-IF.

           IF WS-EX-KIND(WS-EX-IDX) = 'L'
               PERFORM MARK-LOAN-WRITTEN-OFF
           END-IF.
           PERFORM REGISTER-CHARGE-OFF.

       MARK-LOAN-WRITTEN-OFF.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Loan " WS-EX-ACCT-ID(WS-EX-IDX)
                   ": status not set. Status: " WS-LOAN-STATUS
               EXIT PARAGRAPH.

           MOVE WS-EX-ACCT-ID(WS-EX-IDX) TO LN-ACCT-ID OF LOAN-RECORD.
           READ LOAN-FILE
               INVALID KEY
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH.
           MOVE 'W' TO LN-STATUS OF LOAN-RECORD.
           REWRITE LOAN-RECORD.
           CLOSE LOAN-FILE.

       REGISTER-CHARGE-OFF.
           OPEN EXTEND CHGOFF-FILE.
           IF WS-CHGOFF-STATUS NOT = "00"
               OPEN OUTPUT CHGOFF-FILE
           END-IF.

           MOVE WS-EX-ACCT-ID(WS-EX-IDX) TO CO-ACCT-ID.
           MOVE WS-EX-CUST-ID(WS-EX-IDX) TO CO-CUST-ID.
           MOVE WS-EX-KIND(WS-EX-IDX) TO CO-KIND.
           MOVE WS-TODAY TO CO-DATE.
           MOVE WS-EX-DPD(WS-EX-IDX) TO CO-DAYS-PAST-DUE.
           MOVE WS-EX-EXPOSURE(WS-EX-IDX) TO CO-AMOUNT.
           MOVE 0 TO CO-RECOVERED.
           MOVE 0 TO CO-LAST-RCOV-DATE.
           MOVE WS-EX-CURRENCY(WS-EX-IDX) TO CO-CURRENCY.
           MOVE WS-EX-BRANCH(WS-EX-IDX) TO CO-BRANCH-ID.
           MOVE 'O' TO CO-STATUS.
           WRITE CHGOFF-RECORD.
           CLOSE CHGOFF-FILE.

      *>   Whatever was not charged off (including a charge-off that
      *>   failed) is provisioned by its days-past-due bucket.
       PROVISION-REMAINDER.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-ACTION(WS-EX-IDX) = SPACE
                   OR WS-EX-ACTION(WS-EX-IDX) = 'F'
                   OR WS-EX-ACTION(WS-EX-IDX) = 'Z'
                   PERFORM PROVISION-ONE
               END-IF
           END-PERFORM.

       PROVISION-ONE.
           EVALUATE TRUE
               WHEN WS-EX-DPD(WS-EX-IDX) < 30
                   MOVE 1 TO WS-EX-BUCKET(WS-EX-IDX)
               WHEN WS-EX-DPD(WS-EX-IDX) < 60
                   MOVE 2 TO WS-EX-BUCKET(WS-EX-IDX)
               WHEN WS-EX-DPD(WS-EX-IDX) < 90
                   MOVE 3 TO WS-EX-BUCKET(WS-EX-IDX)
               WHEN OTHER
                   MOVE 4 TO WS-EX-BUCKET(WS-EX-IDX)
           END-EVALUATE.
           MOVE WS-EX-BUCKET(WS-EX-IDX) TO WS-PCT-IDX.

           COMPUTE WS-EX-PROVISION(WS-EX-IDX) ROUNDED =
               WS-EX-EXPOSURE(WS-EX-IDX) * WS-PROV-PCT(WS-PCT-IDX)
               / 100.
           IF WS-EX-ACTION(WS-EX-IDX) = SPACE
               MOVE 'P' TO WS-EX-ACTION(WS-EX-IDX)
           END-IF.

           ADD WS-EX-EXPOSURE(WS-EX-IDX)
               TO WS-BUCKET-TOTAL(WS-PCT-IDX).
           ADD 1 TO WS-BUCKET-COUNT(WS-PCT-IDX).
           ADD WS-EX-PROVISION(WS-EX-IDX) TO WS-PROVISION-TOTAL.

           MOVE WS-EX-CURRENCY(WS-EX-IDX) TO WS-SLOT-CURRENCY.
           MOVE WS-EX-BRANCH(WS-EX-IDX) TO WS-SLOT-BRANCH.
           PERFORM FIND-ALLOWANCE-SLOT.
           IF WS-AL-FOUND > 0
               ADD WS-EX-PROVISION(WS-EX-IDX)
                   TO WS-AL-REQUIRED(WS-AL-FOUND)
           END-IF.

       FIND-ALLOWANCE-SLOT.
           MOVE 0 TO WS-AL-FOUND.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-CURRENCY(WS-AL-IDX) = WS-SLOT-CURRENCY
                   AND WS-AL-BRANCH(WS-AL-IDX) = WS-SLOT-BRANCH
                   SET WS-AL-FOUND TO WS-AL-IDX
                   SET WS-AL-IDX TO 50
               END-IF
           END-PERFORM.

           IF WS-AL-FOUND > 0
               EXIT PARAGRAPH.
           IF WS-AL-COUNT >= 50
               DISPLAY "Allowance table full - " WS-SLOT-CURRENCY
                   " branch " WS-SLOT-BRANCH " not provisioned."
               EXIT PARAGRAPH.

           ADD 1 TO WS-AL-COUNT.
           MOVE WS-AL-COUNT TO WS-AL-FOUND.
           MOVE WS-SLOT-CURRENCY TO WS-AL-CURRENCY(WS-AL-FOUND).
           MOVE WS-SLOT-BRANCH TO WS-AL-BRANCH(WS-AL-FOUND).
           MOVE 0 TO WS-AL-REQUIRED(WS-AL-FOUND).
           MOVE 0 TO WS-AL-HELD(WS-AL-FOUND).
           MOVE 0 TO WS-AL-BOOKED(WS-AL-FOUND).

      *>   What the allowance line holds right now: its journal
      *>   history, plus - when today's journal has not been
      *>   appended yet - today's charge-off and recovery legs,
      *>   which GLEXTR will book against it tonight. Today's own
      *>   provision lines from an earlier run set where this run's
      *>   line numbers continue.
       LOAD-ALLOWANCE-HELD.
           PERFORM CHECK-JOURNALED-TODAY.

           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS = "00"
               MOVE WS-ALLOWANCE-GL TO GJ-GL-ACCOUNT
               MOVE 0 TO GJ-DATE
               MOVE 0 TO GJ-LINE-NO
               START GLJRNL-FILE KEY IS NOT LESS THAN GJ-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLJRNL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GJ-GL-ACCOUNT NOT = WS-ALLOWANCE-GL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM HOLD-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLJRNL-FILE
           END-IF.

           IF WS-JOURNALED-TODAY = 'Y'
               EXIT PARAGRAPH.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRANS-DATE OF TRANS-RECORD = WS-TODAY
                               AND (TRANS-CODE OF TRANS-RECORD
                                   = "CHGO"
                               OR TRANS-CODE OF TRANS-RECORD
                                   = "RCOV")
                               PERFORM HOLD-ONE-LEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       CHECK-JOURNALED-TODAY.
           MOVE 'N' TO WS-JOURNALED-TODAY.
           OPEN INPUT JDONE-FILE.
           IF WS-JDONE-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JDONE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JD-DATE = WS-TODAY
                           MOVE 'Y' TO WS-JOURNALED-TODAY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JDONE-FILE.

       HOLD-ONE-JOURNAL-LINE.
           IF GJ-DATE = WS-TODAY AND GJ-LINE-NO > WS-JRNL-LINE-NO
               MOVE GJ-LINE-NO TO WS-JRNL-LINE-NO
           END-IF.
           MOVE GJ-CURRENCY TO WS-SLOT-CURRENCY.
           MOVE GJ-BRANCH TO WS-SLOT-BRANCH.
           PERFORM FIND-ALLOWANCE-SLOT.
           IF WS-AL-FOUND = 0
               EXIT PARAGRAPH.
           IF GJ-DRCR = 'C'
               ADD GJ-AMOUNT TO WS-AL-HELD(WS-AL-FOUND)
           ELSE
               SUBTRACT GJ-AMOUNT FROM WS-AL-HELD(WS-AL-FOUND)
           END-IF.

      *>   A charge-off credits the customer account (amount > 0)
      *>   and debits the allowance; a recovery debits the paying
      *>   account (amount < 0) and credits it back - either way
      *>   the allowance moves by minus the leg amount.
       HOLD-ONE-LEG.
           MOVE TRANS-CURRENCY OF TRANS-RECORD TO WS-SLOT-CURRENCY.
           IF TRANS-BRANCH-ID OF TRANS-RECORD > 0
               MOVE TRANS-BRANCH-ID OF TRANS-RECORD TO WS-LEG-BRANCH
           ELSE
               MOVE 1 TO WS-LEG-BRANCH
           END-IF.
           MOVE WS-LEG-BRANCH TO WS-SLOT-BRANCH.
           PERFORM FIND-ALLOWANCE-SLOT.
           IF WS-AL-FOUND = 0
               EXIT PARAGRAPH.
           SUBTRACT TRANS-AMOUNT OF TRANS-RECORD
               FROM WS-AL-HELD(WS-AL-FOUND).

      *>   One balanced pair per currency and office whose held
      *>   allowance differs from the required one: a shortfall is
      *>   provision expense (Dr expense / Cr allowance), a surplus
      *>   is released (Dr allowance / Cr expense).
       BOOK-PROVISION-ENTRIES.
           OPEN I-O GLJRNL-FILE.
           IF WS-GLJRNL-STATUS = "35" THEN
               OPEN OUTPUT GLJRNL-FILE
               CLOSE GLJRNL-FILE
               OPEN I-O GLJRNL-FILE
           END-IF.
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "Error Opening GLJRNL-FILE. Status: "
                   WS-GLJRNL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               COMPUTE WS-DELTA = WS-AL-REQUIRED(WS-AL-IDX)
                   - WS-AL-HELD(WS-AL-IDX)
               MOVE WS-DELTA TO WS-AL-BOOKED(WS-AL-IDX)
               IF WS-DELTA NOT = 0
                   PERFORM BOOK-ONE-PROVISION
               END-IF
           END-PERFORM.

           CLOSE GLJRNL-FILE.

       BOOK-ONE-PROVISION.
           ADD 1 TO WS-JRNL-LINE-NO.
           IF WS-DELTA > 0
               MOVE WS-DELTA TO GJ-AMOUNT
               MOVE WS-PROVISION-GL TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DRCR
               PERFORM WRITE-HISTORY-LINE
               MOVE WS-ALLOWANCE-GL TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DRCR
               PERFORM WRITE-HISTORY-LINE
           ELSE
               COMPUTE GJ-AMOUNT = 0 - WS-DELTA
               MOVE WS-ALLOWANCE-GL TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DRCR
               PERFORM WRITE-HISTORY-LINE
               MOVE WS-PROVISION-GL TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DRCR
               PERFORM WRITE-HISTORY-LINE
           END-IF.
           DISPLAY "Provision " WS-AL-CURRENCY(WS-AL-IDX)
               " branch " WS-AL-BRANCH(WS-AL-IDX)
               ": required " WS-AL-REQUIRED(WS-AL-IDX)
               " booked " WS-DELTA.

      *>   GJ-GL-ACCOUNT, GJ-DRCR and GJ-AMOUNT are set by the
      *>   caller.
       WRITE-HISTORY-LINE.
           MOVE WS-TODAY TO GJ-DATE.
           MOVE WS-JRNL-LINE-NO TO GJ-LINE-NO.
           MOVE 'P' TO GJ-TRANS-TYPE.
           MOVE SPACE TO GJ-ACCT-TYPE.
           MOVE WS-AL-CURRENCY(WS-AL-IDX) TO GJ-CURRENCY.
           MOVE WS-AL-BRANCH(WS-AL-IDX) TO GJ-BRANCH.
           MOVE 0 TO GJ-CARRIED-FROM.
           WRITE GLJRNL-RECORD
               INVALID KEY
                   REWRITE GLJRNL-RECORD.

       WRITE-CREDIT-LOSS-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH.

           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH-END CREDIT LOSS REPORT - " WS-TODAY
               "  CHARGE-OFF AT " WS-CHGOFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCT  K CUST  CCY BRN   DPD BUCKT      EXPOSURE"
               TO REPORT-LINE.
           MOVE "     PROVISION ACTION" TO REPORT-LINE(50:21).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-ACTION(WS-EX-IDX) NOT = 'X'
                   PERFORM REPORT-ONE-EXPOSURE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1 UNTIL WS-PCT-IDX > 4
               MOVE SPACES TO REPORT-LINE
               STRING "BUCKET " WS-PCT-IDX ": "
                   WS-BUCKET-COUNT(WS-PCT-IDX) " ACCOUNTS  EXPOSURE "
                   WS-BUCKET-TOTAL(WS-PCT-IDX) "  AT "
                   WS-PROV-PCT(WS-PCT-IDX) "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ALLOWANCE " WS-AL-CURRENCY(WS-AL-IDX)
                   " BRANCH " WS-AL-BRANCH(WS-AL-IDX)
                   "  REQUIRED " WS-AL-REQUIRED(WS-AL-IDX)
                   "  BOOKED " WS-AL-BOOKED(WS-AL-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "CHARGED OFF: " WS-CHARGED-OFF "  AMOUNT: "
               WS-CHARGED-AMT "  FAILED: " WS-CHGOFF-FAILED
               "  FROZEN: " WS-CHGOFF-FROZEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       REPORT-ONE-EXPOSURE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-EX-ACCT-ID(WS-EX-IDX) TO WS-RP-ACCT-ID.
           MOVE WS-EX-KIND(WS-EX-IDX) TO WS-RP-KIND.
           MOVE WS-EX-CUST-ID(WS-EX-IDX) TO WS-RP-CUST-ID.
           MOVE WS-EX-CURRENCY(WS-EX-IDX) TO WS-RP-CURRENCY.
           MOVE WS-EX-BRANCH(WS-EX-IDX) TO WS-RP-BRANCH.
           MOVE WS-EX-DPD(WS-EX-IDX) TO WS-RP-DPD.
           EVALUATE WS-EX-BUCKET(WS-EX-IDX)
               WHEN 1 MOVE "1-29" TO WS-RP-BUCKET
               WHEN 2 MOVE "30-59" TO WS-RP-BUCKET
               WHEN 3 MOVE "60-89" TO WS-RP-BUCKET
               WHEN 4 MOVE "90+" TO WS-RP-BUCKET
               WHEN OTHER MOVE "-" TO WS-RP-BUCKET
           END-EVALUATE.
           MOVE WS-EX-EXPOSURE(WS-EX-IDX) TO WS-RP-EXPOSURE.
           MOVE WS-EX-PROVISION(WS-EX-IDX) TO WS-RP-PROVISION.
           EVALUATE WS-EX-ACTION(WS-EX-IDX)
               WHEN 'C' MOVE "CHARGED OFF" TO WS-RP-NOTE
               WHEN 'F' MOVE "CHGOFF FAILED" TO WS-RP-NOTE
               WHEN 'Z' MOVE "FROZEN - NOT C/O" TO WS-RP-NOTE
               WHEN OTHER MOVE "PROVISIONED" TO WS-RP-NOTE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
