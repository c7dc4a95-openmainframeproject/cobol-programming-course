      *-----------------------------------------------------------
      * SMRFLDS
      * Shared layout for one servicemember (SCRA) eligibility
      * period (SCRAFILE): the account, the date the customer
      * entered active duty, the date of release from it (zero
      * while still serving), and the orders or DMDC certificate
      * the period was granted on.  While a period protects an
      * account the interest rate charged may not exceed 6% --
      * from the active-duty date through the first anniversary
      * of release, open-ended while release is zero.  SCRAMNT
      * maintains the file; a customer called up more than once
      * holds one record per period.
      *
      * INTACCR caps accrual for every day of a period it covers
      * and REPRICE caps the rate it notifies a protected
      * customer of.  A period keyed after its own active-duty
      * date was granted retroactively: the interest accrued at
      * full rate before anyone knew is owed back, and SCRAREF
      * computes and credits it once, stamping the refund date
      * and amount here (the refund date is zero until SCRAREF
      * has reviewed the period).  COPY this member into the
      * 01-level of any program that reads or writes SCRAFILE.
      *-----------------------------------------------------------
           05  SMR-ACCT-NO        PIC X(8).
           05  SMR-ACTIVE-DATE    PIC 9(8).
           05  SMR-RELEASE-DATE   PIC 9(8).
           05  SMR-REFERENCE      PIC X(20).
           05  SMR-ENTERED-DATE   PIC 9(8).
           05  SMR-REFUND-DATE    PIC 9(8).
           05  SMR-REFUND-AMOUNT  PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(15).
