           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  ARCHIVE-REC RECORDING MODE F.
       01  ARCHIVE-FIELDS        PIC X(400).
      *
      *    CTL-IN/CTL-OUT -- the control-total handshake (CTLFLDS):
      *    CTLIN describes the ACCTREC this run was handed and is
