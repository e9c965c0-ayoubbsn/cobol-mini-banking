       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDRW.

      *>   One-time widening of the teller drawers, run once by
      *>   operations when branch vaults go live - CONVCARD's method
      *>   applied to DATA/teller_drawers.dat, which is ORGANIZATION
      *>   INDEXED and grew 104 -> 107 bytes (the branch whose vault
      *>   floated the drawer). Every drawer is read under its OLD
      *>   length and rewritten into DATA/teller_drawers_new.dat
      *>   with DRW-BRANCH-ID set to the branch the teller works
      *>   from on DATA/tellers.dat - branch 001 for a teller with
      *>   no branch on file, or no longer on file at all, as a
      *>   legacy drawer has always been treated. Operations then
      *>   move teller_drawers_new.dat over teller_drawers.dat. A
      *>   completion marker (DATA/drawer_conv_done.dat) refuses a
      *>   second run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DRAWER-FILE ASSIGN TO "DATA/teller_drawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OD-TELLER-ID
               FILE STATUS IS WS-OLD-DRAWER-STATUS.

           SELECT NEW-DRAWER-FILE
               ASSIGN TO "DATA/teller_drawers_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-TELLER-ID
               FILE STATUS IS WS-NEW-DRAWER-STATUS.

           SELECT TELLER-FILE ASSIGN TO "DATA/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT MARKER-FILE ASSIGN TO "DATA/drawer_conv_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   The pre-release shape: key plus an opaque blob.
       FD  OLD-DRAWER-FILE.
       01  OLD-DRAWER-RECORD.
           05  OD-TELLER-ID        PIC X(08).
           05  OD-REST             PIC X(96).

       FD  NEW-DRAWER-FILE.
       01  DRAWER-RECORD.
           COPY DRAWER.CPY.

       FD  TELLER-FILE.
       01  TELLER-RECORD.
           COPY TELLER.CPY.

       FD  MARKER-FILE.
       01  MARKER-RECORD.
           05  MRK-RUN-DATE        PIC 9(08).
           05  MRK-RUN-TIME        PIC 9(06).
           05  MRK-DRAWERS         PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-OLD-DRAWER-STATUS PIC X(02).
       01  WS-NEW-DRAWER-STATUS PIC X(02).
       01  WS-TELLER-STATUS    PIC X(02).
       01  WS-MARKER-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-TELLERS-OPEN     PIC X(01) VALUE 'N'.
       01  WS-DRAWERS-DONE     PIC 9(05) VALUE 0.
       01  WS-DEFAULTED        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "========================================".
           DISPLAY "   TELLER DRAWER WIDENING CONVERSION".
           DISPLAY "========================================".

           OPEN INPUT MARKER-FILE.
           IF WS-MARKER-STATUS = "00"
               DISPLAY "Conversion already completed - rerun "
                   "refused (see DATA/drawer_conv_done.dat)."
               CLOSE MARKER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CONVERT-DRAWERS.

           OPEN OUTPUT MARKER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MRK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MRK-RUN-TIME.
           MOVE WS-DRAWERS-DONE TO MRK-DRAWERS.
           WRITE MARKER-RECORD.
           CLOSE MARKER-FILE.

           DISPLAY " ".
           DISPLAY "Drawers Converted:   " WS-DRAWERS-DONE.
           DISPLAY "  Set To Branch 001: " WS-DEFAULTED.
           DISPLAY "Now move teller_drawers_new.dat over "
               "teller_drawers.dat.".

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *>   The first 104 bytes copy across unchanged.
       CONVERT-DRAWERS.
           OPEN INPUT OLD-DRAWER-FILE.
           IF WS-OLD-DRAWER-STATUS NOT = "00"
               DISPLAY "No teller_drawers.dat to convert. Status: "
                   WS-OLD-DRAWER-STATUS
               EXIT PARAGRAPH.

           OPEN INPUT TELLER-FILE.
           IF WS-TELLER-STATUS = "00"
               MOVE 'Y' TO WS-TELLERS-OPEN
           ELSE
               DISPLAY "No tellers.dat - every drawer goes to "
                   "branch 001."
           END-IF.

           OPEN OUTPUT NEW-DRAWER-FILE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-DRAWER
               END-READ
           END-PERFORM.

           CLOSE OLD-DRAWER-FILE.
           CLOSE NEW-DRAWER-FILE.
           IF WS-TELLERS-OPEN = 'Y'
               CLOSE TELLER-FILE
           END-IF.

       CONVERT-ONE-DRAWER.
           MOVE OD-TELLER-ID TO DRW-TELLER-ID.
           MOVE OD-REST TO DRAWER-RECORD(9:96).
           MOVE 0 TO DRW-BRANCH-ID.

           IF WS-TELLERS-OPEN = 'Y'
               MOVE OD-TELLER-ID TO TELLER-ID
               READ TELLER-FILE
                   INVALID KEY
                       MOVE 0 TO TELLER-BRANCH-ID
               END-READ
               IF TELLER-BRANCH-ID IS NUMERIC
                   MOVE TELLER-BRANCH-ID TO DRW-BRANCH-ID
               END-IF
           END-IF.

           IF DRW-BRANCH-ID = 0
               MOVE 1 TO DRW-BRANCH-ID
               ADD 1 TO WS-DEFAULTED
           END-IF.

           WRITE DRAWER-RECORD.
           ADD 1 TO WS-DRAWERS-DONE.
