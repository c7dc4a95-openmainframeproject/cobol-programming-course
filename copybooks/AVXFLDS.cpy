      *-----------------------------------------------------------
      * AVXFLDS
      * Shared layout for one record of the outbound extract to the
      * address vendor (SKIPEXT), 160 bytes in the vendor's fixed
      * format: plain pictures, no editing.  Every detail record
      * names the service wanted:
      *
      *    AVX-SERVICE  'S' skip-trace -- the post office returned
      *                     the account's mail (RESERVED 'B') and
      *                     the vendor is to find the customer;
      *                  'N' NCOA -- a mailable account sent in the
      *                     quarterly whole-book pass to be matched
      *                     against the change-of-address file.
      *
      * The file ends with one trailer record (AVX-REC-TYPE 'T')
      * carrying the run date and the count of each service, which
      * the vendor balances before it bills.  The vendor's answer
      * comes back on the return file (AVRFLDS).  COPY this member
      * into the 01-level of any program that reads or writes the
      * extract.
      *-----------------------------------------------------------
           05  AVX-REC-TYPE       PIC X(1).
               88  AVX-DETAIL         VALUE 'D'.
               88  AVX-TRAILER        VALUE 'T'.
           05  AVX-DETAIL-BODY.
               10  AVX-SERVICE        PIC X(1).
                   88  AVX-SKIP-TRACE     VALUE 'S'.
                   88  AVX-NCOA           VALUE 'N'.
               10  AVX-ACCT-NO        PIC X(8).
               10  AVX-LAST-NAME      PIC X(20).
               10  AVX-FIRST-NAME     PIC X(15).
               10  AVX-STREET         PIC X(25).
               10  AVX-CITY           PIC X(20).
               10  AVX-STATE          PIC X(15).
               10  AVX-ZIP            PIC X(5).
               10  AVX-PHONE          PIC X(12).
               10  AVX-SUBMIT-DATE    PIC 9(8).
               10  FILLER             PIC X(30).
           05  AVX-TRAILER-BODY REDEFINES AVX-DETAIL-BODY.
               10  AVX-TRL-RUN-DATE   PIC 9(8).
               10  AVX-TRL-SKIP-COUNT PIC 9(7).
               10  AVX-TRL-NCOA-COUNT PIC 9(7).
               10  FILLER             PIC X(137).
