      *    zero hours, not last week's, and is listed on TIMERPT so
      *    payroll can chase the missing card; a timecard with no
      *    employee behind it is listed too and posts nowhere.
      *    Terminated employees (EMP-STATUS 'T' or 'F') pass
      *    through untouched -- the payroll runs already skip them,
      *    and their final hours came on the termination card, so
      *    they get neither a missing-card line week after week nor
      *    an hours update; a card keyed against one is listed so the
      *    keying gets questioned.  The new master is what PAYROL01
      *    and PAYSTB01 then run from.
      *
           05  FILLER             PIC X(60).
      *
       FD  NEW-EMP-REC RECORDING MODE F.
       01  NEW-EMP-FIELDS        PIC X(114).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
