      *-----------------------------------------------------------
      * DLQFLDS
      * Shared layout for one contractual-delinquency record
      * (DLQFILE): the account, how many consecutive statement
      * cycles its minimum payment has gone unmet, the amount past
      * due, and the statement due date that judgment was made on.
      * DUECHK rebuilds the whole file nightly from the judged
      * STMTDUE records -- one record per account that has ever
      * had a statement judged -- so a consumer can load it
      * straight into a table.  This is delinquency as the
      * cardholder agreement defines it: a $5 payment against a
      * $90 minimum leaves the account past due, where aging off
      * LAST-ACTIVITY-DATE would have called it current.  An
      * account with no record here has never missed a judged
      * minimum and is treated as current.  COPY this member into
      * the 01-level of any program that reads or writes DLQFILE.
      *-----------------------------------------------------------
           05  DLQ-ACCT-NO        PIC X(8).
           05  DLQ-CYCLES-PAST-DUE PIC 9(2).
           05  DLQ-PAST-DUE-AMT   PIC S9(7)V99 COMP-3.
           05  DLQ-LAST-DUE-DATE  PIC 9(8).
           05  DLQ-LAST-MIN-DUE   PIC S9(7)V99 COMP-3.
           05  DLQ-JUDGED-DATE    PIC 9(8).
           05  FILLER             PIC X(44).
