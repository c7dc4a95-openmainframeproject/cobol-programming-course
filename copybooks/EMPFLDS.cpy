      *    field and means active, the same convention the blank
      *    fields on ACCTFLDS follow.  EMPMAINT sets 'T' at
      *    termination; the payroll runs skip terminated employees
      *    but the year-end register still includes them.  FINALPAY
      *    pays a 'T' employee's final wages and leave and changes
      *    the status to 'F'; both count as terminated.
           05  EMP-STATUS         PIC X(1).
               88  EMP-TERMINATED     VALUE 'T' 'F'.
               88  EMP-FINAL-DUE      VALUE 'T'.
               88  EMP-FINAL-PAID     VALUE 'F'.
      *    BANK-ACCOUNT -- the employee's direct-deposit account;
      *    blank means no bank details on file, and the payroll run
      *    prints a check instead of extracting a deposit.
      *    unreadable balance as zero.
           05  VAC-BALANCE        PIC S9(3)V99 COMP-3.
           05  SICK-BALANCE       PIC S9(3)V99 COMP-3.
      *    EMP-SSN/EMP-ADDRESS/EMP-CITY/EMP-STATE/EMP-ZIP -- the
      *    employee's social security number and mailing address,
      *    kept for the year-end W-2 and the SSA wage file; set by
      *    EMPMAINT's 'I' identity transaction.  EMP-STATE is the
      *    two-letter postal code.  A record written before these
      *    fields existed carries spaces here, and W2PRT lists the
      *    employee as missing identity rather than filing a blank.
           05  EMP-SSN            PIC X(9).
           05  EMP-ADDRESS        PIC X(22).
           05  EMP-CITY           PIC X(22).
           05  EMP-STATE          PIC X(2).
           05  EMP-ZIP            PIC X(5).
