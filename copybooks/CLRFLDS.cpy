      *-----------------------------------------------------------
      * CLRFLDS
      * Shared layout for one credit-review record (CLREVIEW): a
      * purchase declined 'CL' because it would have carried the
      * customer past the exposure ceiling on CUSTLIM (CLMFLDS).
      * It names the account and customer, the purchase, the
      * customer's combined exposure BEFORE the purchase (balances
      * plus open holds across every linked account) and the
      * ceiling it was judged against, so the reviewer can see how
      * close to the line the customer was running.  PURCHAUT
      * appends one for each batch decline; AUTHONL captures one
      * for each online decline onto CLRQ, which CLRQDRN drains
      * into the same file.  CLRVLIST prints the review listing.
      * COPY this member into the 01-level of any program that
      * reads or writes CLREVIEW.
      *-----------------------------------------------------------
           05  CLR-ACCT-NO        PIC X(8).
           05  CLR-CUST-ID        PIC X(8).
           05  CLR-AMOUNT         PIC S9(7)V99 COMP-3.
           05  CLR-EXPOSURE       PIC S9(9)V99 COMP-3.
           05  CLR-CEILING        PIC S9(7)V99 COMP-3.
           05  CLR-DECLINE-DATE   PIC 9(8).
           05  CLR-SOURCE         PIC X(1).
               88  CLR-FROM-BATCH     VALUE 'B'.
               88  CLR-FROM-ONLINE    VALUE 'O'.
           05  FILLER             PIC X(39).
