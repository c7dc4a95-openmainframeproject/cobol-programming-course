           05  HIST-POST-DATE     PIC 9(8).
           05  HIST-BALANCE-AFTER PIC S9(7)V99 COMP-3.
           05  HIST-BATCH-ID      PIC X(8).
      *    HIST-TRAN-CODE -- the TRANCODE code the money posted
      *    under (TCDFLDS); blank on history written before the
      *    field existed, where only HIST-COMMENT can say.
           05  HIST-TRAN-CODE     PIC X(4).
      *    HIST-RATE-APPLIED -- on an INTACCR interest accrual, the
      *    rate the interest was computed at (after any SCRA cap);
      *    zero on every other record and on accruals written
      *    before the field existed.
           05  HIST-RATE-APPLIED  PIC 9V999.
           05  FILLER             PIC X(9).
