      *-----------------------------------------------------------
      * AMLFLDS
      * Shared layout for one anti-money-laundering case (AMLCASE):
      * the account under review, the day the case opened (the
      * two together identify the case), its status, how many
      * alerts it carries and of which kind, the latest posting
      * date any of its alerts was raised on, and the BSA
      * officer's disposition.  AMLSCAN opens a case on an
      * account's first alert, attaches later alerts to the case
      * while it is open, and applies the officer's disposition
      * cards; a dispositioned case stays on the file as the
      * audit of the review.  The alerts themselves are on
      * AMLALRT (AMAFLDS).  COPY this member into the 01-level of
      * any program that reads or writes AMLCASE.
      *-----------------------------------------------------------
           05  AML-ACCT-NO        PIC X(8).
           05  AML-OPEN-DATE      PIC 9(8).
           05  AML-STATUS         PIC X(1).
               88  AML-OPEN           VALUE 'O'.
               88  AML-SAR-FILED      VALUE 'S'.
               88  AML-NO-ACTION      VALUE 'N'.
           05  AML-ALERT-COUNT    PIC 9(3).
           05  AML-LAST-ALERT-DATE PIC 9(8).
           05  AML-LAST-ITEM-DATE PIC 9(8).
           05  AML-STRUCT-ALERTS  PIC 9(3).
           05  AML-REFUND-ALERTS  PIC 9(3).
           05  AML-OVERPAY-ALERTS PIC 9(3).
           05  AML-LARGEST-AMOUNT PIC S9(9)V99 COMP-3.
           05  AML-DISP-DATE      PIC 9(8).
           05  AML-DISP-OFFICER   PIC X(8).
           05  AML-DISP-REFERENCE PIC X(12).
           05  FILLER             PIC X(1).
