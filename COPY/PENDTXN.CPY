               88 PEND-WAITING     VALUE 'P'.
               88 PEND-APPROVED    VALUE 'A'.
               88 PEND-REJECTED    VALUE 'R'.
      *>   A teller debit on a more-than-one-to-sign account waiting
      *>   for the other owners' signatures (see SIGNMGT); once
      *>   countersigned it goes 'A', or 'R' if refused, like the rest.
               88 PEND-COUNTERSIGN VALUE 'S'.
