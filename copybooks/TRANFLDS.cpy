               10  TRAN-DATE-YR   PIC 9(4).
               10  TRAN-DATE-MO   PIC 9(2).
               10  TRAN-DATE-DAY  PIC 9(2).
      *    TRAN-COMMENT/TRAN-CODE -- the last four bytes of what
      *    was once a 20-byte comment carry the transaction code
      *    from the TRANCODE table (TCDFLDS), which alone decides
      *    what the money is and which GL pair it books to; the
      *    comment is description only and is never matched on.
      *    A blank code (every record written before the field
      *    existed) means the plain payment or charge for its
      *    TRAN-TYPE side -- PYMT or CHRG.
      *    XFOT/XFIN are the two halves of a payment moved off the
      *    account it was misapplied to (PAYXFER); the screening
      *    steps pass them through together, never one without the
      *    other.
           05  TRAN-COMMENT       PIC X(16).
           05  TRAN-CODE          PIC X(4).
               88  TRAN-PAYMENT-TRANSFER VALUE 'XFOT' 'XFIN'.
      *    TRAN-OPER-ID -- the operator who keyed or captured the
      *    transaction, the same 8-byte identities the operator
      *    authorization table carries.  CBLDB32 stamps it on every
