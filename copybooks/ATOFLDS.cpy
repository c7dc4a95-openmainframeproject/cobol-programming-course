      *-----------------------------------------------------------
      * ATOFLDS
      * Shared layout for one account-takeover review case
      * (ATOCASE): the account, the night the case opened (the
      * two together identify the case), the contact change that
      * started it and the fields it touched, the high-risk
      * activity that followed inside the window -- reissue
      * requests, hot-list lifts and authorization approvals --
      * whether a temporary block was placed, and the fraud
      * team's disposition.  ATOSCAN opens the cases and applies
      * the disposition cards; a dispositioned case stays on the
      * file as the audit of the review.  While ATO-BLOCK is in
      * force, ATOBSTRT puts the account on the ATOBTSQ queue
      * AUTHONL declines against every morning.  COPY this member
      * into the 01-level of any program that reads or writes
      * ATOCASE.
      *
      * Status:
      *   O  OPEN        awaiting the fraud team
      *   R  RELEASED    the activity was the customer's own; any
      *                  block comes off
      *   F  FRAUD       takeover confirmed; any block stays in
      *                  force until a later R card releases it
      *-----------------------------------------------------------
           05  ATO-ACCT-NO        PIC X(8).
           05  ATO-OPEN-DATE      PIC 9(8).
           05  ATO-CHANGE-DATE    PIC 9(8).
           05  ATO-LAST-CHANGE-DATE PIC 9(8).
           05  ATO-FIELDS-CHANGED PIC X(6).
           05  ATO-REISSUES       PIC 9(3).
           05  ATO-LIFTS          PIC 9(3).
           05  ATO-APPROVALS      PIC 9(3).
           05  ATO-BLOCK          PIC X(1).
               88  ATO-BLOCK-IN-FORCE VALUE 'Y'.
               88  ATO-NO-BLOCK       VALUE 'N'.
           05  ATO-STATUS         PIC X(1).
               88  ATO-OPEN           VALUE 'O'.
               88  ATO-RELEASED       VALUE 'R'.
               88  ATO-FRAUD          VALUE 'F'.
           05  ATO-DISP-DATE      PIC 9(8).
           05  ATO-DISP-OFFICER   PIC X(8).
           05  FILLER             PIC X(15).
