      *-----------------------------------------------------------
      * PQRFLDS
      * Shared layout for one payoff-quote request (QUOTEREQ): the
      * account, the date the payoff must be good through -- the
      * day the customer or the refinancing lender means to pay --
      * who asked, their reference (the lender's name or loan
      * number, or the customer's own note), the operator who took
      * the request and the day it was taken.  Requests keyed in
      * the back office are added to QUOTEREQ as cards; the desk's
      * requests from PAYQONL reach it through PQRQDRN.  PAYQUOTE
      * prices every request on the file the night it arrives and
      * the job empties the file behind a clean run.
      *
      * Requesters:
      *   C  the customer            L  another lender (payoff of
      *                                 a refinance or transfer)
      *
      * COPY this member into the 01-level of any program that
      * reads or writes QUOTEREQ.
      *-----------------------------------------------------------
           05  PQR-ACCT-NO        PIC X(8).
           05  PQR-GOOD-THRU.
               10  PQR-GOOD-THRU-YR   PIC 9(4).
               10  PQR-GOOD-THRU-MO   PIC 9(2).
               10  PQR-GOOD-THRU-DAY  PIC 9(2).
           05  PQR-REQUESTER      PIC X(1).
               88  PQR-BY-CUSTOMER    VALUE 'C'.
               88  PQR-BY-LENDER      VALUE 'L'.
               88  PQR-REQUESTER-VALID VALUE 'C' 'L'.
           05  PQR-REFERENCE      PIC X(20).
           05  PQR-OPER-ID        PIC X(8).
           05  PQR-REQUEST-DATE   PIC 9(8).
           05  FILLER             PIC X(27).
