           COPY ACCTFLDS.
      *
       FD  RELEASE-IN RECORDING MODE F.
       01  RELEASE-FIELDS        PIC X(400).
      *
      *    WATCH-LIST -- one denied party per record: last name and
      *    first name, matched as described above.
           05  FILLER             PIC X(45).
      *
       FD  SCREEN-WORK RECORDING MODE F.
       01  SCREEN-WORK-FIELDS    PIC X(400).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  SCREEN-OUT RECORDING MODE F.
       01  SCREEN-OUT-FIELDS     PIC X(400).
      *
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-FIELDS           PIC X(400).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
