      *-----------------------------------------------------------
      * ADVFLDS
      * Shared layout for one adverse-action decision record
      * (ADVDECN) and, with its disposition filled in, one entry of
      * the adverse-action notice log (ADVLOG).  A credit decision
      * that goes against the customer writes one: LINEREV for each
      * proposed line decrease, PURCHAUT for each purchase declined
      * on risk grade or account status, and AUTHONL for each
      * online status decline, captured onto ADVQ and drained by
      * ADVQDRN into the same file.  ADVNOTE turns them into the
      * customer letters and keeps every one, with what became of
      * it, on ADVLOG for the examiners.  COPY this member into the
      * 01-level of any program that reads or writes either file.
      *
      *    ADV-REASON-CODE  the principal reasons, the one that
      *                     weighed most first, blank when unused --
      *                     the RISKSCOR factors that drove the
      *                     decision, or the account's standing:
      *                     'OL' balance over the credit limit
      *                     'UT' balance high against the limit
      *                     'PY' no payment in the review window
      *                     'IN' no recent activity with a balance
      *                     'ST' account not in good standing
      *                     'BS' credit-bureau score low
      *    ADV-AMOUNT       the purchase declined, or the new limit
      *                     a line decrease proposes.
      *    ADV-OLD-LIMIT    the credit limit the decision was made
      *                     against.
      *    ADV-GRADE/-SCORE the RISKSCOR grade and score behind a
      *                     grade decline; blank and zero otherwise.
      *    ADV-DISPOSITION  blank on ADVDECN; ADVNOTE's verdict on
      *                     ADVLOG, with ADV-NOTICE-DATE the day it
      *                     was judged.
      *-----------------------------------------------------------
           05  ADV-ACCT-NO        PIC X(8).
           05  ADV-DECISION-DATE  PIC 9(8).
           05  ADV-ACTION         PIC X(1).
               88  ADV-LINE-CUT       VALUE 'C'.
               88  ADV-PURCHASE-DECLINE VALUE 'D'.
           05  ADV-SOURCE         PIC X(1).
               88  ADV-FROM-BATCH     VALUE 'B'.
               88  ADV-FROM-ONLINE    VALUE 'O'.
           05  ADV-PROGRAM        PIC X(8).
           05  ADV-REASONS.
               10  ADV-REASON-CODE PIC X(2) OCCURS 3 TIMES.
           05  ADV-AMOUNT         PIC S9(7)V99 COMP-3.
           05  ADV-OLD-LIMIT      PIC S9(7)V99 COMP-3.
           05  ADV-GRADE          PIC X(1).
           05  ADV-SCORE          PIC 9(3).
           05  ADV-DISPOSITION    PIC X(2).
               88  ADV-NOTICE-SENT    VALUE 'NS'.
               88  ADV-DUPLICATE      VALUE 'DU'.
               88  ADV-BAD-ADDRESS    VALUE 'BA'.
               88  ADV-NOT-ON-FILE    VALUE 'NF'.
               88  ADV-NO-REASON      VALUE 'NR'.
               88  ADV-CUT-NOT-MADE   VALUE 'NM'.
           05  ADV-NOTICE-DATE    PIC 9(8).
           05  FILLER             PIC X(24).
