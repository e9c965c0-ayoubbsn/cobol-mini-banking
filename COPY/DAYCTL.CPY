      *>   Control record of the daily-activity extract
      *>   (DATA/day_trans_ctl.dat), written by DAYEXTR. The source
      *>   totals are counted off trans.dat as the day's legs are
      *>   selected; the extract totals are counted back off
      *>   DATA/day_trans.dat after it is written. A reporting step
      *>   reads the extract only when the record is for its own
      *>   processing date and DX-IN-BALANCE; otherwise it reads
      *>   trans.dat the old way.
           05  DX-EXTRACT-DATE     PIC 9(08).
           05  DX-BUILT-TIME       PIC 9(06).
           05  DX-SRC-COUNT        PIC 9(07).
           05  DX-SRC-NET          PIC S9(11)V99.
           05  DX-SRC-ABS          PIC 9(13)V99.
           05  DX-EXT-COUNT        PIC 9(07).
           05  DX-EXT-NET          PIC S9(11)V99.
           05  DX-EXT-ABS          PIC 9(13)V99.
           05  DX-BALANCED         PIC X(01).
               88 DX-IN-BALANCE    VALUE 'Y'.
               88 DX-OUT-OF-BALANCE VALUE 'N'.
