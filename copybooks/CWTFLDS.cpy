      *-----------------------------------------------------------
      * CWTFLDS
      * Shared layout for one contact-change watch record
      * (ATOWATCH): an account whose address, phone or e-mail
      * was changed on the master (ACCTMNT's AUDITFIL, which
      * carries CBLDB33's online changes too, through MIRRSYNC's
      * MNTIN cards), the first and latest change dates still
      * under watch, the field codes changed, and whether the
      * account has already been flagged for this run of
      * changes.  ATOSCAN carries the file from night to night,
      * one record per account in account order, and drops a
      * record once its latest change is older than the window.
      * COPY this member into the 01-level of any program that
      * reads or writes ATOWATCH.
      *-----------------------------------------------------------
           05  CWT-ACCT-NO        PIC X(8).
           05  CWT-FIRST-DATE     PIC 9(8).
           05  CWT-LAST-DATE      PIC 9(8).
           05  CWT-FIELDS-CHANGED PIC X(6).
           05  CWT-FLAGGED        PIC X(1).
               88  CWT-ALREADY-FLAGGED VALUE 'Y'.
           05  FILLER             PIC X(49).
