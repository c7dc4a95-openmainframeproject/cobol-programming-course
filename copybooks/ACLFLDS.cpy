      *-----------------------------------------------------------
      * ACLFLDS
      * Shared layout for one ACH origination log record (ACHLOG):
      * every debit entry APYDEBIT puts on an ACH origination file
      * -- the fifteen-byte trace number the bank will quote back
      * on a return, the account, the amount, the bank routing
      * number it was drawn on, the effective entry date, and the
      * date the matching expected payment was handed to posting
      * (the posting date NSFPROC must find it under).  ACHLOG is
      * cumulative; APYRTN reads it to turn a returned trace
      * number back into the payment it reverses.  COPY this
      * member into the 01-level of any program that reads or
      * writes ACHLOG.
      *-----------------------------------------------------------
           05  ACL-TRACE-NO       PIC X(15).
           05  ACL-ACCT-NO        PIC X(8).
           05  ACL-AMOUNT         PIC S9(7)V99 COMP-3.
           05  ACL-ROUTING-NO     PIC 9(9).
           05  ACL-EFFECTIVE-DATE PIC 9(8).
           05  ACL-POST-DATE      PIC 9(8).
           05  FILLER             PIC X(27).
