      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS        PIC X(400).
      *
      *    PARM-CARD -- one 80-byte control record giving the account
      *    number to search for, so a lookup no longer requires
