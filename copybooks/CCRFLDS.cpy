      *-----------------------------------------------------------
      * CCRFLDS
      * Shared layout for one customer-requested statement-cycle
      * change (CYCREQ): the account, the cycle (01-20) the
      * customer asked for -- usually the one whose due date lands
      * after their payday -- the date the request was taken and
      * who took it.  CYCCHG edits every request on its next cycle
      * night and either accepts it onto CYCLEF as a pending change
      * or reports why not; the job empties CYCREQ once the run
      * ends clean, so a rejected request has to be taken again.
      * COPY this member into the 01-level of any program that
      * reads or writes CYCREQ.
      *-----------------------------------------------------------
           05  CCR-ACCT-NO        PIC X(8).
           05  CCR-NEW-CYCLE      PIC 9(2).
           05  CCR-REQUEST-DATE   PIC 9(8).
           05  CCR-TAKEN-BY       PIC X(8).
           05  FILLER             PIC X(54).
