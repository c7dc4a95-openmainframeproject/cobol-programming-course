      * inputs that produced it, and the date it was scored.
      * RISKSCOR rewrites the whole file monthly -- one record per
      * account scored, so a consumer can load it straight into a
      * table.  The points each factor cost the score are kept
      * beside its input, so a decision made on the grade can name
      * the factors that drove it (the ADVFLDS reason codes).
      * SCR-EXT-SCORE/-DATE are the credit-bureau score taken into
      * the grade and the date the bureau scored it, zero when the
      * account had no bureau score recent enough to use, and
      * SCR-EXT-POINTS what that score cost.
      * Grades run A (best) to E (worst); PURCHAUT declines new
      * purchases for grade-E accounts and LINEREV will not
      * propose a raise below grade C.  An account with no record
      * here has not been scored yet and is treated as neutral --
      * the rules the consumer applied before scores existed.
           05  SCR-WINDOW-PMTS    PIC 9(5).
           05  SCR-DAYS-INACTIVE  PIC 9(5).
           05  SCR-SCORE-DATE     PIC 9(8).
           05  SCR-UTIL-POINTS    PIC 9(2).
           05  SCR-PMT-POINTS     PIC 9(2).
           05  SCR-INACT-POINTS   PIC 9(2).
           05  SCR-EXT-SCORE      PIC 9(3).
           05  SCR-EXT-DATE       PIC 9(8).
           05  SCR-EXT-POINTS     PIC 9(2).
           05  FILLER             PIC X(28).
