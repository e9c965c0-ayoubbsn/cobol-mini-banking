       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVGLJ.

      *>   One-time widening of the GL journal history, run once by
      *>   operations when period close goes live - CONVCARD's
      *>   method applied to DATA/gl_journal.dat, which is
      *>   ORGANIZATION INDEXED and grew 43 -> 51 bytes (the
      *>   carried-from date GLEXTR stamps on a line it books
      *>   forward out of a closed period). Every line is read
      *>   under its OLD length and rewritten into
      *>   DATA/gl_journal_new.dat with the carried-from date zero:
      *>   no line before period close was ever carried. Operations
      *>   then move gl_journal_new.dat over gl_journal.dat. A
      *>   completion marker (DATA/gljrnl_conv_done.dat) refuses a
      *>   second run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GLJRNL-FILE ASSIGN TO "DATA/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OJ-KEY
               FILE STATUS IS WS-OLD-GLJRNL-STATUS.

           SELECT NEW-GLJRNL-FILE ASSIGN TO "DATA/gl_journal_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-KEY
               FILE STATUS IS WS-NEW-GLJRNL-STATUS.

           SELECT MARKER-FILE ASSIGN TO "DATA/gljrnl_conv_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   The pre-release shape: key plus an opaque blob.
       FD  OLD-GLJRNL-FILE.
       01  OLD-GLJRNL-RECORD.
           05  OJ-KEY              PIC X(21).
           05  OJ-REST             PIC X(22).

       FD  NEW-GLJRNL-FILE.
       01  GLJRNL-RECORD.
           COPY GLJRNL.CPY.

       FD  MARKER-FILE.
       01  MARKER-RECORD.
           05  MRK-RUN-DATE        PIC 9(08).
           05  MRK-RUN-TIME        PIC 9(06).
           05  MRK-LINES           PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-OLD-GLJRNL-STATUS PIC X(02).
       01  WS-NEW-GLJRNL-STATUS PIC X(02).
       01  WS-MARKER-STATUS    PIC X(02).
       01  WS-EOF              PIC X(01).
       01  WS-LINES-DONE       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "========================================".
           DISPLAY "   GL JOURNAL WIDENING CONVERSION".
           DISPLAY "========================================".

           OPEN INPUT MARKER-FILE.
           IF WS-MARKER-STATUS = "00"
               DISPLAY "Conversion already completed - rerun "
                   "refused (see DATA/gljrnl_conv_done.dat)."
               CLOSE MARKER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CONVERT-JOURNAL.

           OPEN OUTPUT MARKER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MRK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MRK-RUN-TIME.
           MOVE WS-LINES-DONE TO MRK-LINES.
           WRITE MARKER-RECORD.
           CLOSE MARKER-FILE.

           DISPLAY " ".
           DISPLAY "Journal Lines Converted: " WS-LINES-DONE.
           DISPLAY "Now move gl_journal_new.dat over gl_journal.dat.".

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *>   The first 43 bytes copy across unchanged.
       CONVERT-JOURNAL.
           OPEN INPUT OLD-GLJRNL-FILE.
           IF WS-OLD-GLJRNL-STATUS NOT = "00"
               DISPLAY "No gl_journal.dat to convert. Status: "
                   WS-OLD-GLJRNL-STATUS
               EXIT PARAGRAPH.

           OPEN OUTPUT NEW-GLJRNL-FILE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-GLJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-LINE
               END-READ
           END-PERFORM.

           CLOSE OLD-GLJRNL-FILE.
           CLOSE NEW-GLJRNL-FILE.

       CONVERT-ONE-LINE.
           MOVE OJ-KEY TO GJ-KEY.
           MOVE OJ-REST TO GLJRNL-RECORD(22:22).
           MOVE 0 TO GJ-CARRIED-FROM.
           WRITE GLJRNL-RECORD.
           ADD 1 TO WS-LINES-DONE.
