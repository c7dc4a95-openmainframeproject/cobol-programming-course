      *-----------------------------------------------------------
      * BKTFLDS
      * Shared layout for one account's month-end aging snapshot
      * (ROLLSNAP): where each account on the master stood at one
      * month-end -- current, one of the five AGERPT delinquency
      * buckets by contractual cycles past due (DLQFILE), charged
      * off or closed -- with its balance that night.  ROLLRATE
      * writes a new generation each month-end, in master account
      * sequence, and matches it against the prior generation to
      * see where every account moved.  COPY this member into the
      * 01-level of any program that reads or writes ROLLSNAP.
      *-----------------------------------------------------------
           05  BKT-ACCT-NO        PIC X(8).
           05  BKT-AS-OF-MONTH    PIC 9(6).
           05  BKT-STATE          PIC 9(1).
               88  BKT-CURRENT        VALUE 1.
               88  BKT-DELINQUENT     VALUE 2 THRU 6.
               88  BKT-CHARGED-OFF    VALUE 7.
               88  BKT-CLOSED         VALUE 8.
           05  BKT-CYCLES         PIC 9(2).
           05  BKT-BALANCE        PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(18).
