      *-----------------------------------------------------------
      * RWDFLDS
      * Shared layout for one rewards-points account record
      * (RWDFILE): the account, its points balance, the date the
      * nightly earning run has taken its posting history
      * through, life-to-date totals by kind of movement, and the
      * balance broken into lots by the month the points were
      * earned, oldest first.  Points expire by lot when they pass
      * the age RWDEARN is told on its PARMCARD, and every
      * redemption, clawback and expiry draws the oldest lot
      * first, so the points that go are always the points that
      * were nearest to expiring.  An account has a record from
      * the night it first earns.  RWDEARN and RWDREDM rewrite the
      * file (RWDFILE in, RWDOUT out, in account order); every
      * movement is also appended to the points ledger (RWDLEDG,
      * RLGFLDS).  COPY this member into the 01-level of any
      * program that reads or writes RWDFILE.
      *-----------------------------------------------------------
           05  RWD-ACCT-NO        PIC X(8).
           05  RWD-POINTS-BAL     PIC S9(9) COMP-3.
           05  RWD-EARNED-THRU    PIC 9(8).
           05  RWD-LIFE-EARNED    PIC S9(9) COMP-3.
           05  RWD-LIFE-REDEEMED  PIC S9(9) COMP-3.
           05  RWD-LIFE-EXPIRED   PIC S9(9) COMP-3.
           05  RWD-LIFE-CLAWED    PIC S9(9) COMP-3.
           05  RWD-LOT-COUNT      PIC S9(4) COMP.
           05  RWD-LOT OCCURS 36 TIMES.
               10  RWD-LOT-MONTH  PIC 9(6).
               10  RWD-LOT-POINTS PIC S9(9) COMP-3.
           05  FILLER             PIC X(11).
