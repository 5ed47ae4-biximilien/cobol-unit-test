           05  MT-MTD-AMOUNT               PIC 9(11)V99.
           05  MT-PRIOR-COUNT              PIC 9(07).
           05  MT-PRIOR-AMOUNT             PIC 9(11)V99.
      *    SIGNED RECLASSIFICATION TRANSFERS FOR THE PERIOD.  MOCKRCLS
      *    MOVES A RECLASSIFIED ACCOUNT'S COUNT AND AMOUNT OUT OF THE
      *    OLD CODE AND INTO THE NEW ONE HERE, MATCHING THE SIGNED
      *    TRANSFER LINES IT SENDS TO THE GL, SO MOCKRECN TIES THE GL
      *    AGAINST MTD PLUS ADJUSTMENT.  KEPT APART FROM THE MTD
      *    POSTING FIGURES SO THE TREND REPORT STILL SHOWS FEED
      *    ACTIVITY ONLY; MOCKTRND ZEROES THEM AT THE PERIOD ROLL.
      *    SPACES ON A RECORD WRITTEN BEFORE THESE COLUMNS EXISTED
      *    (THE OLD RECORD FILLER), WHICH READERS TREAT AS ZERO.
           05  MT-ADJ-COUNT                PIC S9(07).
           05  MT-ADJ-AMOUNT               PIC S9(11)V99.
           05  FILLER                      PIC X(18).
