      *-----------------------------------------------------------
      * APYFLDS
      * Shared layout for one autopay enrollment (APYFILE): the
      * account, the customer's bank (ABA routing number, bank
      * account number, checking or savings), what each due date
      * should pull -- the minimum due, the statement balance, or
      * a fixed amount -- and the enrollment's standing.  APYMNT
      * maintains the file from enrollment cards; APYDEBIT pulls
      * each enrolled account's payment on its statement due date
      * and stamps the last debit here; APYRTN counts the bank's
      * returns against the enrollment and cancels it itself when
      * the bank says the authority is gone (closed account, no
      * account, authorization revoked and the like) or when
      * returns repeat.  A cancelled enrollment stays on the file
      * with its cancel date and reason until the customer
      * enrolls again.  COPY this member into the 01-level of any
      * program that reads or writes APYFILE.
      *
      * Cancel reasons: CUS customer request, RPT repeated
      * returns, or the three-byte ACH return code (R02, R07 ...)
      * that ended the authority.
      *-----------------------------------------------------------
           05  APY-ACCT-NO        PIC X(8).
           05  APY-ROUTING-NO     PIC 9(9).
           05  APY-BANK-ACCT      PIC X(17).
           05  APY-BANK-ACCT-TYPE PIC X(1).
               88  APY-CHECKING       VALUE 'C'.
               88  APY-SAVINGS        VALUE 'S'.
           05  APY-PAY-OPTION     PIC X(1).
               88  APY-PAY-MINIMUM    VALUE 'M'.
               88  APY-PAY-STATEMENT  VALUE 'S'.
               88  APY-PAY-FIXED      VALUE 'F'.
           05  APY-FIXED-AMOUNT   PIC S9(7)V99 COMP-3.
           05  APY-STATUS         PIC X(1).
               88  APY-ACTIVE         VALUE 'A'.
               88  APY-CANCELLED      VALUE 'C'.
           05  APY-ENROLL-DATE    PIC 9(8).
           05  APY-CANCEL-DATE    PIC 9(8).
           05  APY-CANCEL-REASON  PIC X(3).
           05  APY-RETURN-COUNT   PIC 9(2).
           05  APY-LAST-RETURN-DATE PIC 9(8).
           05  APY-LAST-DEBIT-DATE PIC 9(8).
           05  APY-LAST-DEBIT-AMT PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(16).
