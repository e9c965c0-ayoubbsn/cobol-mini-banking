      *>   One item of security on DATA/collateral.dat (see COLLMGT),
      *>   pledged against a loan (CL-LINK-TYPE 'L', CL-ACCT-ID is
      *>   the LN-ACCT-ID) or an overdraft (CL-LINK-TYPE 'O',
      *>   CL-ACCT-ID is the overdrawn account). A term-deposit lien
      *>   names the pledged term account in CL-TD-ACCT-ID; while it
      *>   is held against an open facility the deposit can be
      *>   neither paid out at maturity nor broken early.
      *>   CL-INS-EXPIRY is zero for security that is not insured
      *>   (liens, guarantees).
           05  CL-COLL-ID          PIC 9(06).
           05  CL-LINK-TYPE        PIC X(01).
               88 CL-FOR-LOAN      VALUE 'L'.
               88 CL-FOR-OVERDRAFT VALUE 'O'.
           05  CL-ACCT-ID          PIC 9(05).
           05  CL-TYPE             PIC X(01).
               88 CL-PROPERTY      VALUE 'P'.
               88 CL-VEHICLE       VALUE 'V'.
               88 CL-TD-LIEN       VALUE 'T'.
               88 CL-GUARANTEE     VALUE 'G'.
               88 CL-OTHER         VALUE 'O'.
               88 CL-VALID-TYPE    VALUES 'P' 'V' 'T' 'G' 'O'.
           05  CL-DESC             PIC X(30).
           05  CL-VALUE            PIC 9(11)V99.
           05  CL-VALUE-DATE       PIC 9(08).
           05  CL-INS-EXPIRY       PIC 9(08).
           05  CL-TD-ACCT-ID       PIC 9(05).
           05  CL-LIEN-STATUS      PIC X(01).
               88 CL-HELD          VALUE 'H'.
               88 CL-RELEASED      VALUE 'R'.
           05  CL-STATUS-DATE      PIC 9(08).
           05  CL-STATUS-BY        PIC X(08).
