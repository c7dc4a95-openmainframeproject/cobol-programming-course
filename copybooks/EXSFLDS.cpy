      *-----------------------------------------------------------
      * EXSFLDS
      * Shared layout for one account's external-score history
      * (EXTSCORE), 100 bytes: the last eight credit-bureau scores
      * BURRTN loaded for the account, newest in entry 1, each
      * with the date the bureau scored it.  An unused entry is
      * zero.  BURRTN carries the file forward from generation (0)
      * to (+1) in account order, adding each refresh's scores, so
      * RISKSCOR can match it against ACCTREC and take the newest
      * score into the account's grade.  An account with no record
      * here has never been scored by the bureau and is treated as
      * neutral.  COPY this member into the 01-level of any program
      * that reads or writes EXTSCORE.
      *-----------------------------------------------------------
           05  EXS-ACCT-NO        PIC X(8).
           05  EXS-ENTRY OCCURS 8 TIMES.
               10  EXS-SCORE-DATE     PIC 9(8).
               10  EXS-SCORE          PIC 9(3).
           05  FILLER             PIC X(4).
