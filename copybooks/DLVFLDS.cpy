      * bounce file, bumping DLV-BOUNCE-COUNT and flipping a
      * failing address back to print -- the e-statement cousin of
      * RETMAIL's bad-address suppression.  STMTEXT reads the file
      * to split the shipment.
      *
      * DLV-SOLICIT is the customer's marketing election, carried
      * on the same record because it is the same kind of promise
      * about how we may reach them: 'N' is do-not-solicit, and
      * CAMPSEL suppresses the account from every campaign; blank
      * or 'Y' may be solicited.  DLVMNT sets it, and
      * DLV-SOLICIT-DATE is the day the election was taken.  COPY
      * this member into the 01-level of any program that reads or
      * writes DLVPREF.
      *-----------------------------------------------------------
           05  DLV-ACCT-NO        PIC X(8).
           05  DLV-CHANNEL        PIC X(1).
               88  DELIVER-EMAIL      VALUE 'E'.
           05  DLV-SET-DATE       PIC 9(8).
           05  DLV-BOUNCE-COUNT   PIC 9(3).
           05  DLV-SOLICIT        PIC X(1).
               88  DLV-NO-SOLICIT     VALUE 'N'.
           05  DLV-SOLICIT-DATE   PIC 9(8).
           05  FILLER             PIC X(51).
