           05  OWN-REC-STATUS      PIC X(01).
               88 OWN-ACTIVE       VALUE 'A'.
               88 OWN-REMOVED      VALUE 'C'.
      *>   The owner's personal signing PIN for this account, keyed
      *>   to countersign on a both-to-sign mandate (see SIGNMGT).
      *>   Links written before the field existed read as SPACES -
      *>   no PIN set.
           05  OWN-SIGN-PIN        PIC X(04).
