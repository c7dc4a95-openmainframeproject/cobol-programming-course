      *-----------------------------------------------------------
      * XFRFLDS
      * Shared layout for one payment-transfer record.  When a
      * customer's payment has been posted to the wrong account an
      * agent keys a transfer request on XFERREQ: the account the
      * payment landed on, the TRANHIST payment item itself (its
      * posting date, transaction date and amount), the account it
      * belongs on, and the agent's own operator ID -- the rest of
      * the record is left blank.  PAYXFER edits each request,
      * fills in the transfer reference, the disposition and the
      * date the wrong account's LAST-ACTIVITY-DATE goes back to,
      * and appends the result to XFERLOG, the permanent record of
      * every payment transferred.  The requests transferred on a
      * run are also written to XFERACT, where POSTACCT finds the
      * activity date to put back when the XFOT half posts.  COPY
      * this member into the 01-level of any program that reads or
      * writes XFERREQ, XFERLOG or XFERACT.
      *-----------------------------------------------------------
           05  XFR-FROM-ACCT      PIC X(8).
      *    XFR-PAY-POST-DATE/-TRAN-DATE/-AMOUNT -- the TRANHIST
      *    payment item being moved, as the history shows it.
           05  XFR-PAY-POST-DATE  PIC 9(8).
           05  XFR-PAY-TRAN-DATE  PIC 9(8).
           05  XFR-PAY-AMOUNT     PIC 9(7)V99.
           05  XFR-TO-ACCT        PIC X(8).
           05  XFR-OPER-ID        PIC X(8).
      *    Filled in by PAYXFER: the transfer reference both halves
      *    carry in their comment ('XF' and a six-digit number), the
      *    wrong account's last real activity once the payment is
      *    taken off it (zero when there is none), what became of
      *    the request and on what run date, and the EXCPFILE
      *    reason code of a request refused at edit.
           05  XFR-REFERENCE.
               10  XFR-REF-PREFIX PIC X(2).
               10  XFR-REF-NUMBER PIC 9(6).
           05  XFR-RESTORE-DATE   PIC 9(8).
           05  XFR-STATUS         PIC X(1).
               88  XFR-TRANSFERRED    VALUE 'T'.
               88  XFR-REJECTED       VALUE 'X'.
           05  XFR-RUN-DATE       PIC 9(8).
           05  XFR-REJECT-CODE    PIC X(4).
           05  FILLER             PIC X(2).
