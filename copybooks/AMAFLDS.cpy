      *-----------------------------------------------------------
      * AMAFLDS
      * Shared layout for one anti-money-laundering alert
      * (AMLALRT): the account and the case (by its open date) the
      * alert was opened or attached under, the night it was
      * raised, its kind, the items and amounts that tripped it,
      * and the span of posting dates they fall in.  AMLALRT is
      * cumulative; AMLSCAN appends to it.  COPY this member into
      * the 01-level of any program that reads or writes AMLALRT.
      *
      * Alert types:
      *   S  STRUCTURING      payments just under the reporting
      *                       threshold adding up past it
      *   R  PAY-IN/REFUND    payments in, then a credit-balance
      *                       refund (CRRF) out soon after
      *   O  OVERPAYMENT      payments far beyond the credit limit
      *-----------------------------------------------------------
           05  AMA-ACCT-NO        PIC X(8).
           05  AMA-CASE-OPEN-DATE PIC 9(8).
           05  AMA-ALERT-DATE     PIC 9(8).
           05  AMA-TYPE           PIC X(1).
               88  AMA-STRUCTURING    VALUE 'S'.
               88  AMA-PAYIN-REFUND   VALUE 'R'.
               88  AMA-OVERPAYMENT    VALUE 'O'.
           05  AMA-ITEM-COUNT     PIC 9(3).
           05  AMA-WINDOW-AMOUNT  PIC S9(9)V99 COMP-3.
           05  AMA-REFUND-AMOUNT  PIC S9(7)V99 COMP-3.
           05  AMA-FIRST-ITEM-DATE PIC 9(8).
           05  AMA-LAST-ITEM-DATE PIC 9(8).
           05  AMA-ACTION         PIC X(1).
               88  AMA-OPENED-CASE    VALUE 'N'.
               88  AMA-ATTACHED       VALUE 'A'.
           05  FILLER             PIC X(24).
