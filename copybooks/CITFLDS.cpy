      *-----------------------------------------------------------
      * CITFLDS
      * Shared layout for one change-in-terms notice record
      * (CITNOTES): the record that a customer was sent written
      * notice of a rate or fee increase, when, and the terms on
      * both sides of it.  CITNOTE adds one record per letter it
      * produces and carries every earlier record forward, so the
      * file is the standing proof of each notice.  REPRICE will
      * not raise an account's rate without a rate notice for that
      * change sent at least 45 days before its effective date, and
      * FEEASSES charges a product's old fees until a fee notice's
      * effective date arrives.  COPY this member into the 01-level
      * of any program that reads or writes CITNOTES.
      *
      *    CIT-NOTICE-TYPE  'R' rate increase, from a RATECTL entry:
      *                     CIT-EFF-DATE and CIT-NEW-RATE are the
      *                     entry's, and identify it.
      *                     'F' fee increase, from a PRODCAT change
      *                     to CIT-PRODUCT-CODE: CIT-EFF-DATE is the
      *                     earliest date the new fees may be
      *                     charged, 45 days after CIT-SENT-DATE.
      *    CIT-OLD-/CIT-NEW- fees are the amounts the account
      *                     actually pays -- the product's, or the
      *                     flat FEESCHED amount where the product
      *                     states none.  A rate notice carries no
      *                     fees and a fee notice no rates.
      *-----------------------------------------------------------
           05  CIT-ACCT-NO        PIC X(8).
           05  CIT-NOTICE-TYPE    PIC X(1).
               88  CIT-RATE-NOTICE    VALUE 'R'.
               88  CIT-FEE-NOTICE     VALUE 'F'.
           05  CIT-SENT-DATE      PIC 9(8).
           05  CIT-EFF-DATE       PIC 9(8).
           05  CIT-OLD-RATE       PIC 9V999.
           05  CIT-NEW-RATE       PIC 9V999.
           05  CIT-PRODUCT-CODE   PIC X(4).
           05  CIT-OLD-OL-FEE     PIC 9(5)V99.
           05  CIT-NEW-OL-FEE     PIC 9(5)V99.
           05  CIT-OLD-DM-FEE     PIC 9(5)V99.
           05  CIT-NEW-DM-FEE     PIC 9(5)V99.
           05  FILLER             PIC X(15).
