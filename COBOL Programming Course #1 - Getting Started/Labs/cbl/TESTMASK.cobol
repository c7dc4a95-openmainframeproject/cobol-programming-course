           COPY HISTFLDS.
      *
       FD  MASK-ACCT RECORDING MODE F.
       01  MASK-ACCT-REC          PIC X(400).
      *
       FD  MASK-TRAN RECORDING MODE F.
       01  MASK-TRAN-REC          PIC X(50).
