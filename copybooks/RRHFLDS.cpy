      *-----------------------------------------------------------
      * RRHFLDS
      * Shared layout for one roll-rate history record (ROLLHIST):
      * for one month-end and one starting bucket (BKTFLDS states
      * 1 current through 6 over 120), the accounts and balances
      * that stood in the bucket at the prior month-end, and how
      * many of them cured to current or rolled to a worse bucket
      * or to charge-off by this one.  Balances are the prior
      * month-end's -- the money that moved.  ROLLRATE writes a
      * new generation each month carrying every month before it,
      * and averages the last three months from it.  COPY this
      * member into the 01-level of any program that reads or
      * writes ROLLHIST.
      *-----------------------------------------------------------
           05  RRH-AS-OF-MONTH    PIC 9(6).
           05  RRH-FROM-STATE     PIC 9(1).
           05  RRH-BASE-ACCTS     PIC S9(7) COMP-3.
           05  RRH-BASE-BALANCE   PIC S9(11)V99 COMP-3.
           05  RRH-CURED-ACCTS    PIC S9(7) COMP-3.
           05  RRH-CURED-BALANCE  PIC S9(11)V99 COMP-3.
           05  RRH-ROLLED-ACCTS   PIC S9(7) COMP-3.
           05  RRH-ROLLED-BALANCE PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(40).
