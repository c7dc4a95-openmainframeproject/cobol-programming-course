      *-----------------------------------------------------------
      * ACCTFLDS
      * Shared layout for the customer account record (ACCTREC),
      * 400 bytes, version 2 (see ACCT-REC-VERSION below).
      * COPY this member into the 01-level of any program that
      * reads or writes ACCTREC so the field list only has to be
      * changed in one place.  Use REPLACING ==05== BY ==nn== when
      *    these fields existed.
           05  PHONE-NUMBER       PIC X(12).
           05  EMAIL-ADDRESS      PIC X(40).
      *    ACCT-REC-VERSION -- the record layout this record was
      *    written in.  Version 1 was the 244 bytes above and had no
      *    version byte; version 2 is the same 244 bytes, unmoved,
      *    followed by this byte ('2') and ACCT-EXPANSION, 400 bytes
      *    in all.  ACCTCONV rewrites a version-1 file into version 2
      *    and proves its control totals unchanged; a program that
      *    must read a file of either version (an older generation,
      *    the ARCHIVE) declares its FD RECORD VARYING IN SIZE FROM
      *    244 TO 400 CHARACTERS DEPENDING ON a length item, and
      *    moves SPACES to ACCT-EXPANSION and '2' to this byte when
      *    a 244-byte record comes in.  Every program that builds a
      *    new account sets ACCT-REC-V2.
           05  ACCT-REC-VERSION   PIC X(1).
               88  ACCT-REC-V2        VALUE '2'.
      *    ACCT-EXPANSION -- room for the fields that would otherwise
      *    become one more side file.  A new field is carved from the
      *    front of it; a blank value must mean what the field meant
      *    before it existed, as CURRENCY-CODE's does.
           05  ACCT-EXPANSION.
      *    ACCT-EMPLOYEE-FLAG -- 'Y' when the account belongs to one
      *    of our own employees, set and cleared through ACCTMNT's
      *    EE card; blank means a customer like any other.  ACCREVW
      *    flags every online look at a 'Y' account for the privacy
      *    officer.
               10  ACCT-EMPLOYEE-FLAG PIC X(1).
                   88  ACCT-IS-EMPLOYEE   VALUE 'Y'.
               10  FILLER             PIC X(154).
