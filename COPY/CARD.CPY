               88 CARD-ACTIVE      VALUE 'A'.
               88 CARD-BLOCKED     VALUE 'H'.
               88 CARD-CANCELLED   VALUE 'C'.
      *>   A renewal card produced by CARDRNW and not yet activated -
      *>   the plastic is in the post and is refused until the
      *>   customer activates it through CARDMGT.
               88 CARD-PENDING     VALUE 'P'.
      *>   Superseded when its renewal card was activated.
               88 CARD-RETIRED     VALUE 'R'.
           05  CARD-DAILY-LIMIT    PIC 9(09)V99.
           05  CARD-ISSUE-DATE     PIC 9(08).
      *>   Last day of the month embossed on the plastic. ATMPOST
      *>   refuses the card after it.
           05  CARD-EXPIRY-DATE    PIC 9(08).
      *>   When the status last changed - the block or cancel date
      *>   that goes out on the hot-card file.
           05  CARD-STATUS-DATE    PIC 9(08).
      *>   On a renewal card, the number it replaces; on the old
      *>   card, the number of its renewal (spaces until renewed).
           05  CARD-REPLACES       PIC X(16).
           05  CARD-RENEWED-BY     PIC X(16).
