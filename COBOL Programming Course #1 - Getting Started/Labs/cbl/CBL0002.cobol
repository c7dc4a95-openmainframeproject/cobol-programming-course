           05  PARM-STATUS-FILTER PIC X(1).
           05  FILLER             PIC X(78).
      *
      *    SORT-WORK and SORTED-ACCT carry the same 400-byte layout as
      *    ACCTFLDS but under SRT- names, since a record name cannot
      *    appear more than once in a program; READ ... INTO ACCT-FIELDS
      *    below moves the whole group across byte for byte.
           05  SRT-LAST-ACTIVITY-DATE PIC X(8).
           05  SRT-PHONE-NUMBER   PIC X(12).
           05  SRT-EMAIL-ADDRESS  PIC X(40).
           05  SRT-REC-VERSION    PIC X(1).
           05  SRT-EXPANSION      PIC X(155).
      *
       FD  SORTED-ACCT RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-OUT-LAST-ACTIVITY-DATE PIC X(8).
           05  SRT-OUT-PHONE-NUMBER  PIC X(12).
           05  SRT-OUT-EMAIL-ADDRESS PIC X(40).
           05  SRT-OUT-REC-VERSION   PIC X(1).
           05  SRT-OUT-EXPANSION     PIC X(155).
      *
      *    EXCEPT-LINE lists any ACCTREC master that fails
      *    VALIDATE-ACCT-REC instead of sending it on to PRINT-LINE.
