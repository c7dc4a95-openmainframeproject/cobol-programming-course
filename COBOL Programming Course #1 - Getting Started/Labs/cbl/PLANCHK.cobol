      *--------------------
      *    PLANCHK is the monthly judge of the hardship payment plans
      *    PLANMNT sets up: for each active plan it asks whether this
      *    month's installment actually arrived.  The plan file is
      *    sorted by account, and for each account with a plan only
      *    the current cycle month's history is read, browsed off
      *    HISTIDX, the keyed history index (HIXFLDS), the same way
      *    PROMMTCH reads payments for promises.  A payment (a type
      *    'D' history record) of at least the installment amount
      *    posted in the current cycle month counts the installment
      *    paid; when every installment has arrived the plan is
      *    COMPLETED.  A missed
      *    month raises the missed count, and at two missed
      *    installments the plan is marked DELINQUENT and reported --
      *    INTACCR and FEEASSES only honor a compliant plan, so a
      *    resubmitted run from counting the same month twice, and a
      *    plan that has not started yet carries forward untouched.
      *    Every plan is written forward to PLANOUT and the month's
      *    outcomes are listed on PLANRPT for collections.  Each run
      *    appends its counts and times to RUNLOG for JOBSTATS and
      *    RUNCMPR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PLAN-IN     ASSIGN TO PLANFILE.
           SELECT PLAN-SORT   ASSIGN TO PLNWORK.
           SELECT PLAN-SORTED ASSIGN TO PLNSORT.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT PLAN-OUT    ASSIGN TO PLANOUT.
           SELECT PRINT-LINE  ASSIGN TO PLANRPT.
      *-------------
       01  PLAN-FIELDS.
           COPY PLNFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       FD  PLAN-OUT RECORDING MODE F.
       01  PLAN-OUT-REC           PIC X(80).
           05  FILLER             PIC X(14) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
       01  FLAGS.
           05  PLAN-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PLANS      VALUE 'Y'.
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  RUN-CYCLE              PIC 9(6) VALUE ZERO.
       01  START-CYCLE-WK         PIC 9(6) VALUE ZERO.
      *    HIST-BROWSE-START and -END -- the first and last posting
      *    dates of the cycle month the browse reads.
       01  HIST-BROWSE-START.
           05  HBS-CYCLE          PIC 9(6) VALUE ZERO.
           05  HBS-DAY            PIC 9(2) VALUE 01.
       01  HIST-BROWSE-END.
           05  HBE-CYCLE          PIC 9(6) VALUE ZERO.
           05  HBE-DAY            PIC 9(2) VALUE 31.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE CURRENT-DATE-NUM(1:6) TO RUN-CYCLE.
           MOVE RUN-CYCLE TO HBS-CYCLE.
           MOVE RUN-CYCLE TO HBE-CYCLE.
           SORT PLAN-SORT
               ON ASCENDING KEY SRT-L-ACCT-NO
               USING PLAN-IN
               GIVING PLAN-SORTED.
           OPEN INPUT  PLAN-SORTED.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT PLAN-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       CHECK-PLANS.
           PERFORM READ-PLAN
                       'SOME PLANS JUDGED ON PARTIAL HISTORY'
           END-IF.
           CLOSE PLAN-SORTED.
           CLOSE HIST-INDEX.
           CLOSE PLAN-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-PLAN.
               ADD 1 TO PLANS-READ
           END-IF.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at the account's
      *    first history posted in the current cycle month and reads
      *    it; NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE GROUP-ACCT-NO  TO HIX-ACCT-NO.
           MOVE HIST-BROWSE-START TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse, which ends
      *    at the last the account posted in the cycle month.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = GROUP-ACCT-NO
                   OR HIX-POST-DATE > HIST-BROWSE-END
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    GATHER-ACCOUNT-PAYMENTS -- collects this plan's account's
      *    type 'D' payments for the cycle month; accounts with no
      *    plan are never browsed.
       GATHER-ACCOUNT-PAYMENTS.
           MOVE ZERO TO PAY-COUNT.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-DEBIT
                   IF PAY-COUNT < PAY-MAX
                       ADD 1 TO PAY-COUNT
           MOVE PLN-TERM-COUNT  TO PLR-TERM-O.
           WRITE PRINT-REC.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'PLANCHK'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE PLANS-READ        TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = PLANS-READ.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
