      *-----------------------------------------------------------
      * VINFLDS
      * Shared layout for one vintage-history record (VINTHIST):
      * one origination cohort -- the accounts opened in one
      * DATE-OPENED month under one PRODCAT product -- as it stood
      * at one month-end, and how many months it had then been on
      * the book.  Product '****' is the cohort's all-products
      * line.  The counts and balances are the cohort's whole
      * book at that month-end, and the share of it 30, 60 and 90
      * or more days past due by contractual delinquency (DLQFILE),
      * charged off (the CHGSUB write-off amount), and closed.  The
      * past-due figures are cumulative -- an account 90+ is also
      * in the 60+ and 30+ figures.  VINTAGE writes a new
      * generation each month carrying every month before it, so
      * two cohorts can be compared at the same age.  COPY this
      * member into the 01-level of any program that reads or
      * writes VINTHIST.
      *-----------------------------------------------------------
           05  VIN-COHORT-MONTH   PIC 9(6).
           05  VIN-PRODUCT        PIC X(4).
           05  VIN-AS-OF-MONTH    PIC 9(6).
           05  VIN-MOB            PIC 9(3).
           05  VIN-ACCTS          PIC S9(7) COMP-3.
           05  VIN-BALANCE        PIC S9(11)V99 COMP-3.
           05  VIN-30-ACCTS       PIC S9(7) COMP-3.
           05  VIN-30-BALANCE     PIC S9(11)V99 COMP-3.
           05  VIN-60-ACCTS       PIC S9(7) COMP-3.
           05  VIN-60-BALANCE     PIC S9(11)V99 COMP-3.
           05  VIN-90-ACCTS       PIC S9(7) COMP-3.
           05  VIN-90-BALANCE     PIC S9(11)V99 COMP-3.
           05  VIN-CO-ACCTS       PIC S9(7) COMP-3.
           05  VIN-CO-BALANCE     PIC S9(11)V99 COMP-3.
           05  VIN-CL-ACCTS       PIC S9(7) COMP-3.
           05  VIN-CL-BALANCE     PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(15).
