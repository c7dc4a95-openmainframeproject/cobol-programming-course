           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-REC-AREA     PIC X(400).
      *
       FD  TRAN-REC RECORDING MODE F.
       01  TRAN-FIELDS.
               88  SUSP-CREDIT        VALUE 'C'.
           05  SUSP-AMOUNT        PIC S9(7)V99 COMP-3.
           05  SUSP-DATE          PIC 9(8).
           05  SUSP-COMMENT       PIC X(16).
           05  SUSP-TRAN-CODE     PIC X(4).
           05  SUSP-FIRST-SEEN    PIC 9(8).
           05  FILLER             PIC X(30).
      *
           05  SUSP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SUSP       VALUE 'Y'.
      *
      *    NEW-KEY-FIELDS -- the leading fields of the 400-byte new-
      *    master record under their own names, the same rename-to-
      *    avoid-a-duplicate CBL0002's SRT- fields make of ACCTFLDS;
      *    only the key and the two amounts matter to this program.
