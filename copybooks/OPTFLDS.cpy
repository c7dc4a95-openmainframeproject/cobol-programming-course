      *-----------------------------------------------------------
      * OPTFLDS
      * Shared layout for one overlimit opt-in consent (OPTFILE):
      * the account, the date the customer consented to having
      * transactions authorized over the credit limit, the channel
      * the consent was taken through, and the date it was revoked
      * -- zero while it stands.  A consent is IN FORCE on any date
      * from its consent date up to (not including) its revoked
      * date.  Regulation allows an overlimit fee only on an
      * account whose consent is in force, so an account never
      * opted in, or whose consent was revoked, is charged none.
      * OPTMNT maintains the file; a revoked consent stays on it
      * as the record of when the customer's consent applied, and
      * a customer who opts in again gets a new record.
      *
      * Channels:
      *   W  web / online banking    P  phone (recorded line)
      *   M  signed mail-in form     B  in branch
      *
      * PURCHAUT and AUTHONL (through OPTSTRT's morning OPTTSQ)
      * authorize an account whose consent is in force up to a
      * tolerance of 10 percent of its limit over the limit;
      * FEEASSES assesses the overlimit fee only on an account
      * whose consent is in force on the cycle date.
      * COPY this member into the 01-level of any program that
      * reads or writes OPTFILE.
      *-----------------------------------------------------------
           05  OPT-ACCT-NO        PIC X(8).
           05  OPT-CONSENT-DATE   PIC 9(8).
           05  OPT-CHANNEL        PIC X(1).
               88  OPT-BY-WEB         VALUE 'W'.
               88  OPT-BY-PHONE       VALUE 'P'.
               88  OPT-BY-MAIL        VALUE 'M'.
               88  OPT-IN-BRANCH      VALUE 'B'.
               88  OPT-CHANNEL-VALID  VALUE 'W' 'P' 'M' 'B'.
           05  OPT-REVOKED-DATE   PIC 9(8).
           05  OPT-ENTERED-DATE   PIC 9(8).
           05  FILLER             PIC X(47).
