      *-----------------------------------------------------------
      * RTAFLDS
      * Shared layout for one retroactive pay adjustment
      * (RETROADJ): a pay period already paid at a rate a back-
      * dated change has since replaced, the hours paid, the rate
      * paid and the rate in force, and the difference owed.
      * RETROPAY writes each adjustment with a blank decision
      * byte; payroll marks it A (approve) or S (skip) from the
      * retro register, and the next PAYSTB01 run pays the
      * approved adjustments and marks them P with the pay date.
      * Paid adjustments are carried forward for good -- they are
      * how RETROPAY knows a period has already been made whole.
      * COPY this member into the 01-level of any program that
      * reads or writes RETROADJ so the field list only has to be
      * changed in one place.
      *-----------------------------------------------------------
           05  RTA-EMP-NO         PIC X(6).
           05  RTA-EMP-NAME       PIC X(25).
           05  RTA-PERIOD-DATE    PIC 9(8).
           05  RTA-REG-HOURS      PIC S9(3)V99 COMP-3.
           05  RTA-OT-HOURS       PIC S9(3)V99 COMP-3.
           05  RTA-OLD-RATE       PIC S9(3)V99 COMP-3.
           05  RTA-NEW-RATE       PIC S9(3)V99 COMP-3.
           05  RTA-AMOUNT         PIC S9(5)V99 COMP-3.
           05  RTA-COMPUTED-DATE  PIC 9(8).
           05  RTA-DECISION       PIC X(1).
               88  RTA-AWAITING       VALUE ' '.
               88  RTA-APPROVED       VALUE 'A'.
               88  RTA-SKIPPED        VALUE 'S'.
               88  RTA-PAID           VALUE 'P'.
           05  RTA-PAID-DATE      PIC 9(8).
           05  FILLER             PIC X(8).
