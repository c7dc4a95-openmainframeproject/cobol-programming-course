           05  FILLER             PIC X(12).
      *
       FD  CONV-WORK RECORDING MODE F.
       01  CONV-WORK-FIELDS      PIC X(400).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  ACCT-OUT RECORDING MODE F.
       01  OUT-ACCT-FIELDS       PIC X(400).
      *
      *    XREF-FILE -- one record per converted account: the number
      *    the acquired shop knew it by, and the number it carries
      *
      *    BUILD-ACCT-FIELDS -- the outgoing record is built here
      *    under its own names (the same rename CBL0002's SRT- fields
      *    make of ACCTFLDS) and written as one 400-byte move.
       01  BUILD-ACCT-FIELDS.
           05  BLD-ACCT-NO        PIC X(8).
           05  BLD-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
           05  BLD-LAST-ACTIVITY  PIC 9(8).
           05  BLD-PHONE-NUMBER   PIC X(12).
           05  BLD-EMAIL-ADDRESS  PIC X(40).
           05  BLD-REC-VERSION    PIC X(1).
           05  BLD-EXPANSION      PIC X(155).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           MOVE ZERO           TO BLD-INT-RATE.
           MOVE 'USD'          TO BLD-CURRENCY-CODE.
           MOVE ZERO           TO BLD-LAST-ACTIVITY.
           MOVE '2'            TO BLD-REC-VERSION.
           WRITE CONV-WORK-FIELDS FROM BUILD-ACCT-FIELDS.
           MOVE ACQ-ACCT-NO TO XRF-OLD-ACCT-NO.
           MOVE BLD-ACCT-NO TO XRF-NEW-ACCT-NO.
