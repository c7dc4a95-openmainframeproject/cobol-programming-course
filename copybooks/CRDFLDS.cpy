      *-----------------------------------------------------------
      * CRDFLDS
      * Shared layout for one card plastic on the card master
      * (CARDMSTR): the account it draws on, its card sequence
      * number, the day it was issued and the month it expires,
      * what it is now, why it was issued, and the name and
      * address it was embossed and mailed to.  Every plastic the
      * account has ever had stays on file in sequence -- only
      * the highest sequence is ever status 'A', and the lower
      * ones are the account's card history.  The file is carried
      * in account then sequence order; CARDISS is its only
      * writer.  COPY this member into the 01-level of any
      * program that reads or writes CARDMSTR.
      *
      *    CRD-STATUS     'A' the plastic in the customer's hand;
      *                   'R' superseded by its expiry reissue;
      *                   'S' replaced after a lost/stolen report.
      *    CRD-ISSUE-REASON  'N' first card on the account; 'E'
      *                   reissued at expiry; 'H' replacement after
      *                   a hot-list lift.
      *    CRD-EXPIRY-DATE   YYYYMM -- the plastic is good through
      *                   the last day of that month.
      *-----------------------------------------------------------
           05  CRD-ACCT-NO        PIC X(8).
           05  CRD-SEQ-NO         PIC 9(3).
           05  CRD-ISSUE-DATE     PIC 9(8).
           05  CRD-EXPIRY-DATE.
               10  CRD-EXPIRY-YR      PIC 9(4).
               10  CRD-EXPIRY-MO      PIC 9(2).
           05  CRD-STATUS         PIC X(1).
               88  CRD-ACTIVE         VALUE 'A'.
               88  CRD-REISSUED       VALUE 'R'.
               88  CRD-STOLEN         VALUE 'S'.
           05  CRD-STATUS-DATE    PIC 9(8).
           05  CRD-ISSUE-REASON   PIC X(1).
               88  CRD-FIRST-CARD     VALUE 'N'.
               88  CRD-EXPIRY-REISSUE VALUE 'E'.
               88  CRD-HOT-REPLACEMENT VALUE 'H'.
           05  CRD-ISSUED-NAME.
               10  CRD-LAST-NAME      PIC X(20).
               10  CRD-FIRST-NAME     PIC X(15).
           05  CRD-ISSUED-ADDR.
               10  CRD-STREET-ADDR    PIC X(25).
               10  CRD-CITY-COUNTY    PIC X(20).
               10  CRD-USA-STATE      PIC X(15).
               10  CRD-ZIP-CODE       PIC X(5).
           05  FILLER             PIC X(15).
