      *-----------------------------------------------------------
      * PNDFLDS
      * Shared layout for one sensitive master change held for a
      * second operator's approval (maker-checker).  ACCTMNT holds
      * its LI, IR and ST cards and EMPMAINT its pay-rate changes
      * on their pending files (PENDIN -> PENDOUT) instead of
      * applying them; the change is applied only when a different
      * operator, authorized for that field on OPERAUTH (OPRFLDS),
      * keys an approval card.  A change still pending after the
      * holding period expires.  Every change that leaves the
      * pending file -- applied, rejected or expired -- is appended
      * to MCHKLOG with the same layout, and MCHKRPT lists both.
      * COPY this member into the 01-level of any program that
      * reads or writes a pending file or MCHKLOG so the field
      * list only has to be changed in one place.
      *-----------------------------------------------------------
      *    PND-SOURCE -- A account master (ACCTMNT), E employee
      *    master (EMPMAINT).  PND-KEY is the ACCT-NO or the
      *    EMP-NO, left-justified.
           05  PND-SOURCE         PIC X(1).
               88  PND-ACCOUNT        VALUE 'A'.
               88  PND-EMPLOYEE       VALUE 'E'.
           05  PND-KEY            PIC X(8).
      *    PND-FIELD-CODE -- LI, IR, ST on an account; RT an
      *    employee's pay rate.  PND-NEW-VALUE is the value exactly
      *    as the maker keyed it; PND-EFF-DATE the pay rate's
      *    effective date (zero elsewhere).
           05  PND-FIELD-CODE     PIC X(2).
           05  PND-NEW-VALUE      PIC X(9).
           05  PND-EFF-DATE       PIC 9(8).
           05  PND-MAKER-ID       PIC X(8).
           05  PND-MADE-DATE      PIC 9(8).
           05  PND-CHECKER-ID     PIC X(8).
           05  PND-CHECKED-DATE   PIC 9(8).
           05  PND-STATUS         PIC X(1).
               88  PND-PENDING        VALUE 'P'.
               88  PND-APPLIED        VALUE 'A'.
               88  PND-REJECTED       VALUE 'R'.
               88  PND-EXPIRED        VALUE 'E'.
      *    PND-REASON -- why a change was rejected at approval
      *    time, when it was not simply declined.
           05  PND-REASON         PIC X(19).
