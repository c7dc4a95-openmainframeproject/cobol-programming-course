      *-----------------------------------------------------------
      * BRQFLDS
      * Shared layout for one record of the quarterly account-
      * review request to the credit bureau (BUREXT), 160 bytes in
      * the bureau's fixed format: plain pictures, no editing.  One
      * detail per ACTIVE account, asking for the customer's
      * current bureau score under the account-review purpose
      * (BRQ-PURPOSE 'AR'), which is a soft inquiry the customer's
      * own file does not count against them.  The file ends with
      * one trailer record (BRQ-REC-TYPE 'T') carrying the run date
      * and the detail count, which the bureau balances before it
      * bills.  The scores come back on the return file (BSRFLDS).
      * COPY this member into the 01-level of any program that
      * reads or writes the request file.
      *-----------------------------------------------------------
           05  BRQ-REC-TYPE       PIC X(1).
               88  BRQ-DETAIL         VALUE 'D'.
               88  BRQ-TRAILER        VALUE 'T'.
           05  BRQ-DETAIL-BODY.
               10  BRQ-ACCT-NO        PIC X(8).
               10  BRQ-LAST-NAME      PIC X(20).
               10  BRQ-FIRST-NAME     PIC X(15).
               10  BRQ-STREET         PIC X(25).
               10  BRQ-CITY           PIC X(20).
               10  BRQ-STATE          PIC X(15).
               10  BRQ-ZIP            PIC X(5).
               10  BRQ-PHONE          PIC X(12).
               10  BRQ-PURPOSE        PIC X(2).
               10  BRQ-REQUEST-DATE   PIC 9(8).
               10  FILLER             PIC X(29).
           05  BRQ-TRAILER-BODY REDEFINES BRQ-DETAIL-BODY.
               10  BRQ-TRL-RUN-DATE   PIC 9(8).
               10  BRQ-TRL-COUNT      PIC 9(7).
               10  FILLER             PIC X(144).
