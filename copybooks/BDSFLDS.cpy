      *-----------------------------------------------------------
      * BDSFLDS
      * Shared layout for one billing-error dispute case (BDCASE):
      * a customer's claim that ONE posted charge is wrong, keyed
      * by the account and the TRANHIST item disputed -- its
      * posting date, transaction date and amount.  BDSINTK opens
      * the case after editing it against the history and writes
      * a provisional credit (code DSPC) for POSTACCT; BDSAGE
      * confirms from TRANHIST the night the credit posts,
      * applies the disputes team's resolution -- the credit made
      * permanent, or the charge re-billed (code DSPR) with a
      * notice -- and ages every open case against its
      * resolution deadline.  While a case is open FEEASSES holds
      * its amount out of the overlimit test and INTACCR out of
      * the average daily balance, for as long as the provisional
      * credit has not yet posted.  A resolved case stays on the
      * file as the audit of the dispute.  COPY this member into
      * the 01-level of any program that reads or writes BDCASE.
      *-----------------------------------------------------------
           05  BDS-ACCT-NO        PIC X(8).
           05  BDS-ITEM-POST-DATE PIC 9(8).
           05  BDS-ITEM-TRAN-DATE PIC X(8).
           05  BDS-ITEM-AMOUNT    PIC S9(7)V99 COMP-3.
           05  BDS-ITEM-CODE      PIC X(4).
           05  BDS-OPEN-DATE      PIC 9(8).
           05  BDS-DEADLINE       PIC 9(8).
           05  BDS-STATUS         PIC X(1).
               88  BDS-OPEN           VALUE 'O'.
               88  BDS-CREDITED       VALUE 'P'.
               88  BDS-REBILLED       VALUE 'R'.
      *    BDS-CREDIT-POST-DATE -- the day the provisional credit
      *    was seen posted on TRANHIST; zero until then.
           05  BDS-CREDIT-POST-DATE PIC 9(8).
           05  BDS-RESOLVED-DATE  PIC 9(8).
           05  BDS-REASON         PIC X(14).
