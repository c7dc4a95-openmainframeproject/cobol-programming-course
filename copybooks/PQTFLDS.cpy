      *-----------------------------------------------------------
      * PQTFLDS
      * Shared layout for one payoff quote given (PQTFILE): the
      * account, the day it was quoted, the day it is good through,
      * and the payoff amount with the parts it was built from --
      * ACCT-BALANCE as quoted, the interest not yet accrued from
      * PQT-INTEREST-FROM through the good-through date at the
      * per-diem and rate shown, the fees assessed and waiting to
      * post, and the open authorization holds.  PAYQUOTE writes
      * a record in open status for every quote it prices; the
      * file is a generation file, each generation carrying every
      * quote before it, so it is the standing record of what the
      * customer or lender was told.
      *
      * Status:
      *   O  open -- not yet settled by payment
      *   S  settled -- CLOSEACC found payments posted from the
      *      quote date through the good-through date that cover
      *      the payoff amount, honored the quoted interest and
      *      closed the account; PQT-STATUS-DATE is that run
      *   X  lapsed -- the good-through date passed without
      *      payment in full; PQT-STATUS-DATE is the run that saw
      *      it
      *
      * COPY this member into the 01-level of any program that
      * reads or writes PQTFILE.
      *-----------------------------------------------------------
           05  PQT-ACCT-NO        PIC X(8).
           05  PQT-QUOTE-DATE     PIC 9(8).
           05  PQT-GOOD-THRU      PIC 9(8).
           05  PQT-PAYOFF-AMOUNT  PIC S9(7)V99 COMP-3.
           05  PQT-BALANCE        PIC S9(7)V99 COMP-3.
           05  PQT-INTEREST       PIC S9(7)V99 COMP-3.
           05  PQT-PER-DIEM       PIC S9(5)V99 COMP-3.
           05  PQT-FEES           PIC S9(7)V99 COMP-3.
           05  PQT-HOLDS          PIC S9(7)V99 COMP-3.
           05  PQT-RATE           PIC 9V999.
           05  PQT-INTEREST-FROM  PIC 9(8).
           05  PQT-REQUESTER      PIC X(1).
           05  PQT-STATUS         PIC X(1).
               88  PQT-OPEN           VALUE 'O'.
               88  PQT-SETTLED        VALUE 'S'.
               88  PQT-LAPSED         VALUE 'X'.
           05  PQT-STATUS-DATE    PIC 9(8).
           05  FILLER             PIC X(5).
