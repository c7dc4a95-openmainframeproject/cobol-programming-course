      *-----------------------------------------------------------
      * CLMFLDS
      * Shared layout for one customer exposure ceiling record
      * (CUSTLIM): the customer ID from CUSTXREF and the most the
      * customer may owe across EVERY account linked to that ID --
      * balances plus open authorization holds together.  ACCT-LIMIT
      * caps each account on its own, so a customer with three
      * accounts could sit near the limit on all three and still
      * be approved on each; the ceiling is the one number that
      * sees them as one person.  The ceiling is optional: a
      * customer with no record here is judged on the per-account
      * limits alone.  CLIMMNT maintains the file (one record per
      * customer); PURCHAUT and AUTHONL decline with reason 'CL'
      * when a purchase would carry the customer past it.  COPY
      * this member into the 01-level of any program that reads
      * or writes CUSTLIM.
      *-----------------------------------------------------------
           05  CLM-CUST-ID        PIC X(8).
           05  CLM-CEILING        PIC S9(7)V99 COMP-3.
           05  CLM-SET-DATE       PIC 9(8).
           05  FILLER             PIC X(59).
