      *-----------------------------------------------------------
      * LSPFLDS
      * Shared layout for one suppressed action (LGLSUPP): which
      * program withheld what from which account on what run date,
      * and the legal-status flag (LGLFLDS) that made it withhold
      * -- its type, effective date and case or court reference,
      * copied here so the log stands on its own for counsel even
      * after the flag is lifted.  LSP-AMOUNT is the fee or
      * interest not charged; zero for a contact withheld.  Every
      * honoring program appends here; LGLRPT lists the log.  COPY
      * this member into the 01-level of any program that reads
      * or writes LGLSUPP.
      *-----------------------------------------------------------
           05  LSP-PROGRAM        PIC X(8).
           05  LSP-RUN-DATE       PIC 9(8).
           05  LSP-ACCT-NO        PIC X(8).
           05  LSP-FLAG-TYPE      PIC X(1).
           05  LSP-EFF-DATE       PIC 9(8).
           05  LSP-REFERENCE      PIC X(20).
           05  LSP-ACTION         PIC X(20).
           05  LSP-AMOUNT         PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(2).
