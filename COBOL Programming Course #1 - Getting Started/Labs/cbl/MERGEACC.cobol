           05  FILLER             PIC X(226).
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
