      *>   One account's signing mandate on DATA/sign_rules.dat,
      *>   maintained by SIGNMGT. An account with no record here is
      *>   any-one-to-sign, the way every account worked before the
      *>   register existed.
           05  SR-ACCT-ID          PIC 9(05).
           05  SR-RULE             PIC X(01).
               88 SR-ANY-ONE       VALUE 'O'.
               88 SR-ALL-OWNERS    VALUE 'B'.
               88 SR-COMBINATION   VALUE 'C'.
      *>   For a combination: the primary plus one owner of this
      *>   role ('J' joint, 'A' attorney, space for either).
           05  SR-SECOND-ROLE      PIC X(01).
           05  SR-SET-DATE         PIC 9(08).
           05  SR-SET-BY           PIC X(08).
