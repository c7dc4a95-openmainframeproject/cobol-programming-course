      *-----------------------------------------------------------
      * RTHFLDS
      * Shared layout for one entry on the employee pay-rate
      * history (RATEHIST): the hourly rate an employee is paid
      * from an effective date on.  EMPMAINT appends an entry for
      * every hire and rate change; the rate in force on a day is
      * the entry with the latest effective date not after it (on
      * a tie, the later entry).  RTH-ENTERED-DATE is the day the
      * entry was keyed: an entry keyed after its effective date
      * is a back-dated change, and RETROPAY re-prices the periods
      * already paid in between.  COPY this member into the 01-
      * level of any program that reads or writes RATEHIST so the
      * field list only has to be changed in one place.
      *-----------------------------------------------------------
           05  RTH-EMP-NO         PIC X(6).
           05  RTH-EFF-DATE       PIC 9(8).
           05  RTH-RATE           PIC S9(3)V99 COMP-3.
           05  RTH-ENTERED-DATE   PIC 9(8).
           05  RTH-SOURCE         PIC X(1).
               88  RTH-FROM-HIRE      VALUE 'H'.
               88  RTH-FROM-CHANGE    VALUE 'R'.
           05  RTH-PRIOR-RATE     PIC S9(3)V99 COMP-3.
           05  FILLER             PIC X(51).
