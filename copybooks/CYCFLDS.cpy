      * whole book, the single-night behavior the system had before
      * cycles existed.  An account with no CYCLEF record bills on
      * cycle 01, so a master that predates assignment still gets
      * its statement work.
      *
      * CYC-CHANGE-DATA records a customer-requested cycle change
      * (CYCCHG): the cycle the account moves to once its current
      * cycle next closes and the date that request was accepted;
      * once the move is made, the cycle it left, the date it was
      * made, and the first day of the one-time transition period
      * -- the day after the old cycle's last close.  The new
      * cycle's first close covers only the transition start
      * through its own period end, and INTACCR, FEEASSES and
      * STMTPRT take that shorter period for the account when the
      * transition start falls inside tonight's period.  On the
      * night of the move itself -- the prior cycle is tonight's
      * and the transition starts the day after tonight's period
      * end -- STMTPRT and STMTEXT still take the account on its
      * prior cycle, for the old cycle's last statement.  A record
      * written before these fields existed carries spaces there,
      * which every reader takes as no change on file.  COPY this
      * member into the 01-level of any program that reads or
      * writes CYCLEF.
      *-----------------------------------------------------------
           05  CYC-ACCT-NO        PIC X(8).
           05  CYC-CODE           PIC 9(2).
           05  CYC-ASSIGNED-DATE  PIC 9(8).
           05  CYC-CHANGE-DATA.
               10  CYC-PENDING-CODE    PIC 9(2).
               10  CYC-REQUEST-DATE    PIC 9(8).
               10  CYC-PRIOR-CODE      PIC 9(2).
               10  CYC-CHANGED-DATE    PIC 9(8).
               10  CYC-TRANSITION-START PIC 9(8).
           05  FILLER             PIC X(34).
