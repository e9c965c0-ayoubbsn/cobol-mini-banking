      *>   One accounting month on the period-close control file
      *>   DATA/gl_periods.dat (see GLPRDMGT). A month with no row
      *>   is open. Finance closes a month once it has been
      *>   reported ('C'); a supervisor may reopen it ('O') until
      *>   the year-end close has been posted, after which every
      *>   month of that year stays closed for good.
           05  GLP-PERIOD          PIC 9(06).
           05  GLP-STATUS          PIC X(01).
               88  GLP-CLOSED      VALUE 'C'.
               88  GLP-REOPENED    VALUE 'O'.
           05  GLP-YEAR-END        PIC X(01).
               88  GLP-YEAR-CLOSED VALUE 'Y'.
           05  GLP-SET-DATE        PIC 9(08).
           05  GLP-SET-BY          PIC X(08).
