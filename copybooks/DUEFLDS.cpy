      *-----------------------------------------------------------
      * DUEFLDS
      * Shared layout for one statement-due record (STMTDUE): what
      * a printed statement told the customer they owed and by
      * when -- the statement (cycle-end) date, the payment due
      * date, the closing balance, the minimum payment due and how
      * much of that minimum was past-due money carried from
      * earlier statements.  STMTPRT appends one record for every
      * statement it prints.  The nightly DUECHK run judges each
      * open record the day after its due date -- after the next
      * business day, when the due date falls on a weekend or a
      * holiday -- against the payments TRANHIST shows, stamping
      * what was paid in the window, whether the minimum was met,
      * and the account's resulting contractual delinquency -- the
      * number of consecutive cycles the minimum has gone unmet and
      * the amount still past due.  A judged record stays on the
      * file as the audit of that statement.  COPY this member into
      * the 01-level of any program that reads or writes STMTDUE.
      *-----------------------------------------------------------
           05  DUE-ACCT-NO        PIC X(8).
           05  DUE-STMT-DATE      PIC 9(8).
           05  DUE-DATE           PIC 9(8).
           05  DUE-STMT-BALANCE   PIC S9(7)V99 COMP-3.
           05  DUE-MIN-AMOUNT     PIC S9(7)V99 COMP-3.
           05  DUE-PAST-DUE-IN    PIC S9(7)V99 COMP-3.
           05  DUE-STATUS         PIC X(1).
               88  DUE-OPEN           VALUE 'O'.
               88  DUE-MET            VALUE 'P'.
               88  DUE-MISSED         VALUE 'M'.
           05  DUE-PAID-AMOUNT    PIC S9(7)V99 COMP-3.
           05  DUE-CYCLES-PAST    PIC 9(2).
           05  DUE-PAST-DUE-AMT   PIC S9(7)V99 COMP-3.
           05  DUE-JUDGED-DATE    PIC 9(8).
           05  FILLER             PIC X(20).
