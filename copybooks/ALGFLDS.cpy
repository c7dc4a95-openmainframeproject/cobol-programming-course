      *-----------------------------------------------------------
      * ALGFLDS
      * Shared layout for one record of the account access log
      * (ACCLOG): who looked at which account, from where, through
      * which transaction, and when.  The online inquiries (AGENTINQ
      * and CBLDB26) write one to the recoverable ACCQ queue for
      * every account they put on a screen, and ACCQDRN drains the
      * day's queue to ACCLOG; the batch CBLDB31 appends to ACCLOG
      * directly, with its operator off PARMCARD.  ACCREVW reviews
      * the log nightly for the privacy officer.  COPY this member
      * into the 01-level of any program that reads or writes
      * ACCLOG or ACCQ.
      *
      * ALG-VIEW says how much of the account the operator saw: D,
      * the full single-account answer; L, one line of CBLDB26's
      * surname list (account, name and balance); S, IVRINQ's
      * self-service answer to a verified caller, logged under the
      * IVR's own user id.  ALG-TERMINAL is BTCH and
      * ALG-TRANSACTION blank on a batch inquiry.
      *-----------------------------------------------------------
           05  ALG-OPERATOR       PIC X(8).
           05  ALG-TERMINAL       PIC X(4).
           05  ALG-ACCT-NO        PIC X(8).
           05  ALG-TRANSACTION    PIC X(4).
           05  ALG-PROGRAM        PIC X(8).
           05  ALG-VIEW           PIC X(1).
               88  ALG-DETAIL-VIEW    VALUE 'D'.
               88  ALG-LIST-VIEW      VALUE 'L'.
               88  ALG-SELF-SERVICE-VIEW VALUE 'S'.
           05  ALG-TIMESTAMP.
               10  ALG-DATE           PIC 9(8).
               10  ALG-TIME           PIC 9(6).
           05  FILLER             PIC X(33).
