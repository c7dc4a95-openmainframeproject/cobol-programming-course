      *-----------------------------------------------------------
      * WVRFLDS
      * Shared layout for one fee-waiver record.  An agent asks to
      * give back a posted fee on a WAIVREQ record, keying the
      * account, the fee's TRANCODE code and the date TRANHIST
      * shows it posted, a reason and the agent's own operator ID
      * -- the rest of the record is left blank.  FEEWAIV edits
      * each request against TRANHIST and the agent's waiver
      * authority on OPERAUTH (OPRFLDS), fills in the fee amount
      * and the disposition, and appends the result to WAIVLOG,
      * the permanent record of every fee waived; a request over
      * the agent's authority is held on the supervisor queue
      * (SUPVIN -> SUPVOUT) in the same layout until a supervisor
      * waives or declines it.  WAIVRPT reports the month's
      * waivers off WAIVLOG.  COPY this member into the 01-level
      * of any program that reads or writes WAIVREQ, WAIVLOG or
      * the supervisor queue.
      *-----------------------------------------------------------
      *    WVR-ACTION -- W (or blank) asks for the waiver; D is a
      *    supervisor declining a request held on the queue.
           05  WVR-ACTION         PIC X(1).
               88  WVR-WAIVE          VALUE 'W' ' '.
               88  WVR-DECLINE        VALUE 'D'.
           05  WVR-ACCT-NO        PIC X(8).
      *    WVR-FEE-CODE/WVR-FEE-POST-DATE -- the TRANHIST fee item
      *    being waived: its TRANCODE code and its posting date.
           05  WVR-FEE-CODE       PIC X(4).
               88  WVR-WAIVABLE-FEE   VALUE 'OLFE' 'NSFF' 'DMFE'.
           05  WVR-FEE-POST-DATE  PIC 9(8).
           05  WVR-REASON         PIC X(20).
           05  WVR-OPER-ID        PIC X(8).
      *    Filled in by FEEWAIV: the fee amount TRANHIST shows, what
      *    became of the request and on what run date, and the
      *    EXCPFILE reason code of a request refused at edit.
           05  WVR-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WVR-STATUS         PIC X(1).
               88  WVR-APPROVED       VALUE 'A'.
               88  WVR-REFERRED       VALUE 'S'.
               88  WVR-DECLINED       VALUE 'D'.
               88  WVR-REJECTED       VALUE 'X'.
           05  WVR-RUN-DATE       PIC 9(8).
           05  WVR-REJECT-CODE    PIC X(4).
           05  FILLER             PIC X(13).
