      *-----------------------------------------------------------
      * RLGFLDS
      * Shared layout for one rewards-points ledger movement
      * (RWDLEDG): the account, the date, what kind of movement
      * it was, the points it moved (positive for an award,
      * negative for everything that takes points away), the
      * transaction code and amount that caused it, the earning
      * month of the lot it touched, and the program that wrote
      * it.  RWDLEDG is cumulative -- every rewards program
      * appends to it -- so it is the permanent answer to "where
      * did my points go", and STMTPRT prints each cycle's
      * points summary from it.  Movement types:
      *
      *   E  earned     -- a purchase (PRCH) or a rebilled
      *                    disputed charge (DSPR)
      *   C  clawed back -- a reversed charge (RVCH), a dispute
      *                    credit (DSPC) or a returned payment
      *                    (NSFR)
      *   R  redeemed   -- turned into a statement credit
      *   X  expired    -- a lot past the expiry age
      *
      * COPY this member into the 01-level of any program that
      * reads or writes RWDLEDG.
      *-----------------------------------------------------------
           05  RLG-ACCT-NO        PIC X(8).
           05  RLG-DATE           PIC 9(8).
           05  RLG-TYPE           PIC X(1).
               88  RLG-EARNED         VALUE 'E'.
               88  RLG-CLAWED         VALUE 'C'.
               88  RLG-REDEEMED       VALUE 'R'.
               88  RLG-EXPIRED        VALUE 'X'.
           05  RLG-POINTS         PIC S9(9) COMP-3.
           05  RLG-TRAN-CODE      PIC X(4).
           05  RLG-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.
           05  RLG-LOT-MONTH      PIC 9(6).
           05  RLG-PROGRAM        PIC X(8).
           05  FILLER             PIC X(35).
