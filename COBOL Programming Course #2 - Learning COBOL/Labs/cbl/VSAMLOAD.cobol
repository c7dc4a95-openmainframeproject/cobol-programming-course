       FD  ACCT-REC RECORDING MODE F.
       01  MST-ACCT-FIELDS.
           05  MST-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
      *    record area for its WRITE.
       01  VSM-ACCT-FIELDS.
           05  VSM-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       01  LOAD-COUNTS.
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           END-WRITE.
           ADD 1 TO ADDS-APPLIED.
      *
      *    APPLY-CHANGE-IF-ANY -- the whole 400 bytes are compared;
      *    any difference at all means the KSDS copy is stale.
       APPLY-CHANGE-IF-ANY.
           IF MST-ACCT-FIELDS = VSM-ACCT-FIELDS
