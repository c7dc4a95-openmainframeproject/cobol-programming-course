      *-----------------------------------------------------------
      * STLFLDS
      * Shared layout for one negotiated settlement offer
      * (SETLFILE): the account collections settled with, the
      * amount the customer agreed to pay in full satisfaction of
      * the balance, in how many installments, and the deadline by
      * which it must all have arrived.  STLMNT takes offers and
      * cancels them; the nightly STLJUDGE run totals the payments
      * TRANHIST shows since the offer was taken, carries that
      * total in STL-PAID-TO-DATE, and resolves the offer: SETTLED
      * once the agreed amount has been paid (the remainder is then
      * forgiven and the account closed), VOIDED once the deadline
      * has passed without it.  CBUREXT reports a settled account
      * to the bureau as settled for less than the full balance.
      * COPY this member into the 01-level of any program that
      * reads or writes SETLFILE.
      *
      *    STL-STATUS     'O' open, being paid;  'S' settled --
      *                   paid, remainder forgiven;  'V' voided --
      *                   deadline missed, or the account left
      *                   the active book first;  'X' cancelled
      *                   through STLMNT.
      *    STL-FORGIVEN-AMT  the remainder STLJUDGE wrote off when
      *                   it settled the offer; zero otherwise.
      *-----------------------------------------------------------
           05  STL-ACCT-NO        PIC X(8).
           05  STL-AGREED-AMT     PIC S9(7)V99 COMP-3.
           05  STL-INSTALL-COUNT  PIC 9(3).
           05  STL-DEADLINE       PIC 9(8).
           05  STL-TAKEN-DATE     PIC 9(8).
           05  STL-PAID-TO-DATE   PIC S9(7)V99 COMP-3.
           05  STL-STATUS         PIC X(1).
               88  SETTLEMENT-OPEN    VALUE 'O'.
               88  SETTLEMENT-SETTLED VALUE 'S'.
               88  SETTLEMENT-VOIDED  VALUE 'V'.
               88  SETTLEMENT-CANCELLED VALUE 'X'.
           05  STL-RESOLVED-DATE  PIC 9(8).
           05  STL-FORGIVEN-AMT   PIC S9(7)V99 COMP-3.
           05  STL-OPER-ID        PIC X(8).
           05  FILLER             PIC X(21).
