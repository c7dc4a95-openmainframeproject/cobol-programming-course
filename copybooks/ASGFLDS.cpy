      *-----------------------------------------------------------
      * ASGFLDS
      * Shared layout for one standing collector assignment
      * (ASGNFILE/ASGNOUT): which collector owns the account,
      * the date they first had it and the date it was last on
      * their queue.  COLQBLD reads yesterday's file, gives each
      * account back to its owner while the owner is working and
      * has room, and writes the file forward; an owner's claim
      * lapses once the account has been off every queue for the
      * number of days COLQBLD's prologue gives.  COPY this
      * member into the 01-level of any program that reads or
      * writes ASGNFILE.
      *-----------------------------------------------------------
           05  ASG-ACCT-NO        PIC X(8).
           05  ASG-COLLECTOR-ID   PIC X(8).
           05  ASG-FIRST-DATE     PIC 9(8).
           05  ASG-LAST-DATE      PIC 9(8).
           05  FILLER             PIC X(48).
