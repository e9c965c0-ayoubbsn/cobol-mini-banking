      *>   One customer's membership of a connected-party group on
      *>   DATA/cust_groups.dat (see GRPMGT) - customers credit risk
      *>   treats as a single risk because one's trouble is likely to
      *>   be the other's: a family, or a company with its directors
      *>   and subsidiaries. EXPRPT sums drawn and undrawn credit
      *>   across every member. A customer is in at most one ACTIVE
      *>   group at a time, so nothing is counted twice.
           05  CG-GROUP-ID         PIC 9(05).
           05  CG-GROUP-NAME       PIC X(30).
           05  CG-CUST-ID          PIC 9(05).
           05  CG-RELATION         PIC X(01).
      *>   The controlling party - the parent company or the head of
      *>   the family.
               88 CG-HEAD          VALUE 'H'.
               88 CG-FAMILY        VALUE 'F'.
               88 CG-DIRECTOR      VALUE 'D'.
               88 CG-SUBSIDIARY    VALUE 'S'.
               88 CG-GUARANTOR     VALUE 'G'.
               88 CG-OTHER         VALUE 'O'.
           05  CG-STATUS           PIC X(01).
               88 CG-ACTIVE        VALUE 'A'.
               88 CG-REMOVED       VALUE 'C'.
           05  CG-ADDED-DATE       PIC 9(08).
           05  CG-ADDED-BY         PIC X(08).
           05  CG-REMOVED-DATE     PIC 9(08).
           05  CG-REMOVED-BY       PIC X(08).
