      * broken ones to the outreach tracking file so OUTRESCL
      * escalates them.  COPY this member into the 01-level of any
      * program that reads or writes PROMFILE.
      *
      * PRM-OPER-ID -- the operator ID of the collections agent who
      * took the promise: keyed on the PROMIN card, or stamped by
      * PROMONL when the promise is taken online.  Blank on any
      * promise taken before this field existed.
      *-----------------------------------------------------------
           05  PRM-ACCT-NO        PIC X(8).
           05  PRM-AMOUNT         PIC S9(7)V99 COMP-3.
               88  PROMISE-KEPT       VALUE 'K'.
               88  PROMISE-BROKEN     VALUE 'B'.
           05  PRM-RESOLVED-DATE  PIC 9(8).
           05  PRM-OPER-ID        PIC X(8).
           05  FILLER             PIC X(34).
