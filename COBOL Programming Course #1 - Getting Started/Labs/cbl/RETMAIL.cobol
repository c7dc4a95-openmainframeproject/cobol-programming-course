           05  FILLER             PIC X(72).
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
