      *-----------------------------------------------------------
      * OPRFLDS
      * Shared layout for one entry on the operator authorization
      * file (OPERAUTH): the operator ID and what the operator may
      * do.  The insert/update/delete bytes are the ones CBLDB25
      * checks online; the OPR-APPR- bytes say which sensitive
      * master changes the operator may approve as the second
      * operator on a maker-checker change -- 'Y' grants, anything
      * else refuses.  OPR-WAIVE-LIMIT is the largest single fee
      * the operator may waive on FEEWAIV without a supervisor --
      * zero (or blank) routes every waiver the operator asks for
      * to the supervisor queue.  AGENTBAL and CBLDB25 declare the
      * first four fields inline and carry the rest as FILLER.
      * COPY this member into the 01-level of any program that
      * reads or writes OPERAUTH so the field list only has to be
      * changed in one place.
      *-----------------------------------------------------------
           05  OPR-ID             PIC X(8).
           05  OPR-MAY-INSERT     PIC X(1).
           05  OPR-MAY-UPDATE     PIC X(1).
           05  OPR-MAY-DELETE     PIC X(1).
      *    OPR-APPR-LIMIT/-RATE/-STATUS -- ACCTMNT's LI, IR and ST;
      *    OPR-APPR-PAY -- EMPMAINT's pay-rate change.
           05  OPR-APPR-LIMIT     PIC X(1).
           05  OPR-APPR-RATE      PIC X(1).
           05  OPR-APPR-STATUS    PIC X(1).
           05  OPR-APPR-PAY       PIC X(1).
           05  OPR-WAIVE-LIMIT    PIC 9(5)V99.
           05  FILLER             PIC X(58).
