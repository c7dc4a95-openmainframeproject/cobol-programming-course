      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COLQBLD.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    COLQBLD builds the day's collector work queues: OUTREACH
      *    lists every overlimit account on CONTLIST, but nothing
      *    says which collector calls which account first.  Every
      *    collectible account -- ACTIVE and over its limit, the
      *    AGERPT population, with a phone number to dial -- is
      *    scored for priority from the facts the collections runs
      *    already keep:
      *
      *      aging       100 points per AGERPT bucket: contractual
      *                  cycles past due off DLQFILE, or days since
      *                  LAST-ACTIVITY-DATE when DUECHK has no
      *                  record (100 for 0-30 up to 500 over 120)
      *      exposure    1 point per $50 over the limit, at most
      *                  200
      *      risk        RISKSCOR's grade off SCOREF: E 150, D 100,
      *                  C 50, B 25, A none; unscored counts as C
      *      promises    50 points per promise PROMMTCH judged
      *                  BROKEN in the last 180 days, at most 150
      *      plan        100 points when PLANCHK has the account's
      *                  payment plan DELINQUENT
      *
      *    An account with an OPEN promise on PROMFILE that is not
      *    yet due is left alone -- the customer has said when the
      *    money is coming and a call now is a call wasted.  An
      *    account the agency has (PLACED on COMMENTS) is the
      *    agency's, and one under a legal-status flag in force
      *    (LGLFILE) is not ours to dial: the queue place withheld
      *    goes to the suppression log (LGLSUPP) for LGLRPT.
      *
      *    The scored accounts are sorted highest score first and
      *    dealt to the working collectors on the roster (COLLROST,
      *    COLFLDS) up to each one's daily capacity.  An account
      *    goes back to the collector who last had it (ASGNFILE,
      *    ASGFLDS) while that collector is working and has room;
      *    otherwise to the working collector with the most room
      *    left.  When every collector is full the rest wait for
      *    tomorrow and are counted.  Each assignment is written to
      *    WORKQ (WRKFLDS) with its rank in the collector's queue,
      *    and to ASGNOUT, tomorrow's ASGNFILE.  An account whose
      *    collector is out today is worked by a stand-in for the
      *    day without changing hands; a collector who is working
      *    but full loses the account to the one who takes it.  A
      *    claim on an account not on its collector's queue today
      *    is carried forward until it has been off that queue for
      *    30 days, so a collector back from leave, or an account
      *    back from a promise, returns to the same hands.
      *
      *    QUEUERPT lists each collector's queue in rank order and
      *    closes with the roster's assigned and carried counts and
      *    what was held back and why.  A side table that will not
      *    hold the day, or a roster with no one working, refuses
      *    the run with return code 8 rather than deal queues on
      *    half the facts; yesterday's queue and ASGNFILE stand.
      *    The run logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT DLQ-IN      ASSIGN TO DLQFILE.
           SELECT SCORE-FILE  ASSIGN TO SCOREF.
           SELECT PROM-IN     ASSIGN TO PROMFILE.
           SELECT PLAN-FILE   ASSIGN TO PLANFILE.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT ROSTER-IN   ASSIGN TO COLLROST.
           SELECT ASGN-IN     ASSIGN TO ASGNFILE.
           SELECT QUEUE-SORT  ASSIGN TO CQWORK.
           SELECT LIST-SORT   ASSIGN TO CQLIST.
           SELECT WORK-QUEUE  ASSIGN TO WORKQ.
           SELECT ASGN-OUT    ASSIGN TO ASGNOUT.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
           SELECT PRINT-LINE  ASSIGN TO QUEUERPT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  DLQ-IN RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       FD  SCORE-FILE RECORDING MODE F.
       01  SCORE-FIELDS.
           COPY SCRFLDS.
      *
       FD  PROM-IN RECORDING MODE F.
       01  PROM-FIELDS.
           COPY PRMFLDS.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-FIELDS.
           COPY PLNFLDS.
      *
       FD  LEGAL-FILE RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
      *
       FD  ROSTER-IN RECORDING MODE F.
       01  ROSTER-FIELDS.
           COPY COLFLDS.
      *
       FD  ASGN-IN RECORDING MODE F.
       01  ASGN-FIELDS.
           COPY ASGFLDS.
      *
      *    QUEUE-SORT -- one scored account, highest score first;
      *    equal scores go in account order so a rerun deals the
      *    same queues.
       SD  QUEUE-SORT.
       01  QUEUE-SORT-REC.
           05  SQ-SCORE           PIC 9(4).
           05  SQ-ACCT-NO         PIC X(8).
           05  SQ-AGE-BUCKET      PIC 9(1).
           05  SQ-AMT-OVER        PIC S9(7)V99 COMP-3.
           05  SQ-GRADE           PIC X(1).
           05  SQ-BROKEN-COUNT    PIC 9(2).
           05  SQ-PLAN-FLAG       PIC X(1).
           05  SQ-LAST-NAME       PIC X(20).
           05  SQ-PHONE           PIC X(12).
           05  FILLER             PIC X(26).
      *
      *    LIST-SORT -- the written queue again, by collector and
      *    rank, for the printed worklists.
       SD  LIST-SORT.
       01  LIST-SORT-REC.
           COPY WRKFLDS REPLACING LEADING ==WRK-== BY ==LST-==.
      *
       FD  WORK-QUEUE RECORDING MODE F.
       01  WORK-FIELDS.
           COPY WRKFLDS.
      *
       FD  ASGN-OUT RECORDING MODE F.
       01  ASGN-OUT-FIELDS.
           COPY ASGFLDS REPLACING LEADING ==ASG-== BY ==ASGO-==.
      *
       FD  SUPP-FILE RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY LSPFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCTS      VALUE 'Y'.
           05  SIDE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SIDE       VALUE 'Y'.
           05  SORTED-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-SORTED     VALUE 'Y'.
           05  LIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-LISTED     VALUE 'Y'.
           05  FOUND-FLAG         PIC X VALUE 'N'.
               88  ENTRY-FOUND        VALUE 'Y'.
           05  PRIOR-FOUND-FLAG   PIC X VALUE 'N'.
               88  PRIOR-FOUND        VALUE 'Y'.
           05  OWNER-WORKING-FLAG PIC X VALUE 'N'.
               88  OWNER-WORKING      VALUE 'Y'.
           05  CONTACT-BAR-FLAG   PIC X VALUE 'N'.
               88  CONTACT-BARRED     VALUE 'Y'.
           05  PENDING-FLAG       PIC X VALUE 'N'.
               88  PROMISE-PENDING    VALUE 'Y'.
           05  REFUSED-FLAG       PIC X VALUE 'N'.
               88  RUN-REFUSED        VALUE 'Y'.
      *
      *    SCORING-RULES -- the weights the prologue gives.
       01  SCORING-RULES.
           05  POINTS-PER-BUCKET  PIC S9(3) COMP-3 VALUE 100.
           05  DOLLARS-PER-POINT  PIC S9(3) COMP-3 VALUE 50.
           05  EXPOSURE-CAP       PIC S9(3) COMP-3 VALUE 200.
           05  POINTS-PER-BROKEN  PIC S9(3) COMP-3 VALUE 50.
           05  BROKEN-CAP         PIC S9(3) COMP-3 VALUE 150.
           05  PLAN-POINTS        PIC S9(3) COMP-3 VALUE 100.
           05  BROKEN-LOOKBACK    PIC S9(3) COMP-3 VALUE 180.
           05  CLAIM-DAYS         PIC S9(3) COMP-3 VALUE 30.
      *
       01  SCORE-WORK.
           05  SCORE-TOTAL        PIC S9(5) COMP-3 VALUE ZERO.
           05  EXPOSURE-POINTS    PIC S9(7) COMP-3 VALUE ZERO.
           05  BROKEN-POINTS      PIC S9(5) COMP-3 VALUE ZERO.
           05  BUCKET-NO          PIC S9(1) VALUE ZERO.
           05  CYCLES-PAST-DUE    PIC 9(2) VALUE ZERO.
           05  ACCT-GRADE         PIC X(1) VALUE SPACE.
           05  BROKEN-COUNT       PIC 9(2) VALUE ZERO.
           05  PLAN-FLAG-WK       PIC X(1) VALUE 'N'.
           05  AMT-OVER           PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  DAYS-SINCE-ACTIVITY PIC S9(7) COMP-3 VALUE ZERO.
           05  ACTIVITY-DATE-NUM  PIC 9(8) VALUE ZERO.
      *
       01  QUEUE-COUNTS.
           05  ACCOUNTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  COLLECTIBLE-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05  PLACED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
           05  NO-PHONE-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  PENDING-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACTIONS-SUPPRESSED PIC S9(7) COMP-3 VALUE ZERO.
           05  SCORED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
           05  QUEUED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
           05  CARRIED-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
           05  STAND-IN-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  UNASSIGNED-COUNT   PIC S9(7) COMP-3 VALUE ZERO.
           05  CLAIMS-KEPT        PIC S9(7) COMP-3 VALUE ZERO.
           05  CLAIMS-LAPSED      PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    COLLECTOR-TABLE -- the working collectors with room,
      *    and what today's queue gave each.
       01  COLLECTOR-CTL.
           05  COLLECTOR-COUNT    PIC S9(4) COMP VALUE 0.
           05  COLLECTOR-MAX      PIC S9(4) COMP VALUE 100.
       01  COLLECTOR-TABLE.
           05  COLLECTOR-ENTRY OCCURS 100 TIMES INDEXED BY CL-IDX
                                                           BEST-IDX.
               10  CLT-ID         PIC X(8).
               10  CLT-NAME       PIC X(25).
               10  CLT-CAPACITY   PIC S9(5) COMP-3.
               10  CLT-ASSIGNED   PIC S9(5) COMP-3.
               10  CLT-CARRIED    PIC S9(5) COMP-3.
       01  BEST-ROOM              PIC S9(5) COMP-3 VALUE ZERO.
       01  ROOM-WK                PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    The side files, each loaded once into a bounded table.
       01  SIDE-CTL.
           05  DLQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  DLQ-MAX            PIC S9(4) COMP VALUE 5000.
           05  SCORE-COUNT        PIC S9(4) COMP VALUE 0.
           05  SCORE-MAX          PIC S9(4) COMP VALUE 5000.
           05  PROMISE-COUNT      PIC S9(4) COMP VALUE 0.
           05  PROMISE-MAX        PIC S9(4) COMP VALUE 5000.
           05  PLAN-COUNT         PIC S9(4) COMP VALUE 0.
           05  PLAN-MAX           PIC S9(4) COMP VALUE 2000.
           05  LEGAL-COUNT        PIC S9(4) COMP VALUE 0.
           05  LEGAL-MAX          PIC S9(4) COMP VALUE 1000.
           05  PRIOR-COUNT        PIC S9(4) COMP VALUE 0.
           05  PRIOR-MAX          PIC S9(4) COMP VALUE 5000.
       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 5000 TIMES INDEXED BY DQ-IDX.
               10  DQT-ACCT-NO    PIC X(8).
               10  DQT-CYCLES     PIC 9(2).
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 5000 TIMES INDEXED BY SC-IDX.
               10  SCT-ACCT-NO    PIC X(8).
               10  SCT-GRADE      PIC X(1).
      *    PROMISE-TABLE -- per account: recent broken promises,
      *    and whether an open promise is not yet due.
       01  PROMISE-TABLE.
           05  PROMISE-ENTRY OCCURS 5000 TIMES INDEXED BY PM-IDX.
               10  PMT-ACCT-NO    PIC X(8).
               10  PMT-BROKEN     PIC 9(2).
               10  PMT-PENDING    PIC X(1).
       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 2000 TIMES INDEXED BY PL-IDX.
               10  PLT-ACCT-NO    PIC X(8).
       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 1000 TIMES INDEXED BY LG-IDX.
               10  LGT-ACCT-NO    PIC X(8).
               10  LGT-FLAG-TYPE  PIC X(1).
               10  LGT-EFF-DATE   PIC 9(8).
               10  LGT-REFERENCE  PIC X(20).
      *    PRIOR-TABLE -- yesterday's ASGNFILE; PRT-QUEUED is set
      *    when today's queue writes the account afresh.
       01  PRIOR-TABLE.
           05  PRIOR-ENTRY OCCURS 5000 TIMES INDEXED BY PA-IDX.
               10  PRT-ACCT-NO    PIC X(8).
               10  PRT-COLLECTOR  PIC X(8).
               10  PRT-FIRST-DATE PIC 9(8).
               10  PRT-LAST-DATE  PIC 9(8).
               10  PRT-QUEUED     PIC X(1).
      *
       01  LEGAL-HIT.
           05  HIT-FLAG-TYPE      PIC X(1).
           05  HIT-EFF-DATE       PIC 9(8).
           05  HIT-REFERENCE      PIC X(20).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP VALUE ZERO.
       01  BROKEN-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
       01  CLAIM-CUTOFF-DATE      PIC 9(8) VALUE ZERO.
      *
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
      *
       01  HEADER-1.
           05  FILLER         PIC X(31) VALUE
               'Collector Work Queues for '.
           05  HDR-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(41) VALUE SPACES.
      *
       01  COLLECTOR-HEADER.
           05  FILLER         PIC X(11) VALUE 'Collector '.
           05  CHD-ID-O       PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHD-NAME-O     PIC X(25).
           05  FILLER         PIC X(34) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(06) VALUE '  Rank'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(21) VALUE 'Last Name'.
           05  FILLER         PIC X(13) VALUE 'Phone'.
           05  FILLER         PIC X(06) VALUE 'Score'.
           05  FILLER         PIC X(02) VALUE 'Ag'.
           05  FILLER         PIC X(10) VALUE '  Amt Over'.
           05  FILLER         PIC X(02) VALUE ' G'.
           05  FILLER         PIC X(03) VALUE ' BP'.
           05  FILLER         PIC X(05) VALUE ' P C'.
      *
       01  QUEUE-LINE.
           05  QL-RANK-O          PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QL-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QL-LAST-NAME-O     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QL-PHONE-O         PIC X(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QL-SCORE-O         PIC ZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  QL-BUCKET-O        PIC 9.
           05  QL-AMT-OVER-O      PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QL-GRADE-O         PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QL-BROKEN-O        PIC Z9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QL-PLAN-O          PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QL-CARRIED-O       PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
      *
       01  HEADER-3.
           05  FILLER         PIC X(40) VALUE
               'Roster -- accounts dealt today'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  HEADER-4.
           05  FILLER         PIC X(10) VALUE 'Collector'.
           05  FILLER         PIC X(26) VALUE 'Name'.
           05  FILLER         PIC X(10) VALUE '  Capacity'.
           05  FILLER         PIC X(10) VALUE '  Assigned'.
           05  FILLER         PIC X(10) VALUE '   Carried'.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  ROSTER-LINE.
           05  RL-ID-O            PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RL-NAME-O          PIC X(25).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RL-CAPACITY-O      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RL-ASSIGNED-O      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RL-CARRIED-O       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(14) VALUE SPACES.
      *
       01  COUNT-LINE.
           05  CNT-LABEL-O        PIC X(40).
           05  CNT-VALUE-O        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(33) VALUE SPACES.
      *
       01  BLANK-LINE             PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           COMPUTE BROKEN-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (CURRENT-DATE-INT - BROKEN-LOOKBACK).
           COMPUTE CLAIM-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (CURRENT-DATE-INT - CLAIM-DAYS).
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-DLQ-TABLE.
           PERFORM LOAD-SCORES.
           PERFORM LOAD-PROMISES.
           PERFORM LOAD-PLANS.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM LOAD-PRIOR-ASSIGNMENTS.
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT WORK-QUEUE.
           OPEN OUTPUT ASGN-OUT.
           OPEN EXTEND SUPP-FILE.
      *
       BUILD-QUEUES.
           SORT QUEUE-SORT
               ON DESCENDING KEY SQ-SCORE
                  ASCENDING  KEY SQ-ACCT-NO
               INPUT  PROCEDURE IS SCORE-THE-ACCOUNTS
               OUTPUT PROCEDURE IS DEAL-THE-QUEUES.
           PERFORM CARRY-PRIOR-CLAIMS.
           CLOSE WORK-QUEUE.
           CLOSE ASGN-OUT.
           CLOSE SUPP-FILE.
      *
       PRINT-QUEUES.
           OPEN OUTPUT PRINT-LINE.
           MOVE CURRENT-DATE-NUM TO HDR-RUN-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
           SORT LIST-SORT
               ON ASCENDING KEY LST-COLLECTOR-ID LST-RANK
               USING WORK-QUEUE
               OUTPUT PROCEDURE IS PRINT-WORKLISTS.
           PERFORM PRINT-ROSTER-SUMMARY.
           CLOSE PRINT-LINE.
      *
       CLOSE-STOP.
           DISPLAY 'COLQBLD: ACCOUNTS READ      = ' ACCOUNTS-READ.
           DISPLAY 'COLQBLD: COLLECTIBLE        = ' COLLECTIBLE-COUNT.
           DISPLAY 'COLQBLD: PROMISE NOT YET DUE= ' PENDING-COUNT.
           DISPLAY 'COLQBLD: LEGAL SUPPRESSED   = '
                   ACTIONS-SUPPRESSED.
           DISPLAY 'COLQBLD: QUEUED             = ' QUEUED-COUNT.
           DISPLAY 'COLQBLD: SAME COLLECTOR     = ' CARRIED-COUNT.
           DISPLAY 'COLQBLD: NO ROOM TODAY      = ' UNASSIGNED-COUNT.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    LOAD-ROSTER -- the collectors working today with a
      *    capacity; a roster with none refuses the run.
       LOAD-ROSTER.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT ROSTER-IN.
           PERFORM READ-ROSTER
           PERFORM UNTIL NO-MORE-SIDE
               IF COL-WORKING
                   AND COL-DAILY-CAPACITY NUMERIC
                   AND COL-DAILY-CAPACITY > ZERO
                   IF COLLECTOR-COUNT < COLLECTOR-MAX
                       ADD 1 TO COLLECTOR-COUNT
                       SET CL-IDX TO COLLECTOR-COUNT
                       MOVE COL-COLLECTOR-ID   TO CLT-ID(CL-IDX)
                       MOVE COL-NAME           TO CLT-NAME(CL-IDX)
                       MOVE COL-DAILY-CAPACITY TO CLT-CAPACITY(CL-IDX)
                       MOVE ZERO TO CLT-ASSIGNED(CL-IDX)
                                    CLT-CARRIED(CL-IDX)
                   ELSE
                       IF NOT RUN-REFUSED
                           DISPLAY 'COLQBLD: COLLECTORS FILL THE '
                                   'TABLE AT 100 -- RUN REFUSED'
                       END-IF
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
               PERFORM READ-ROSTER
           END-PERFORM.
           CLOSE ROSTER-IN.
           IF COLLECTOR-COUNT = ZERO
               DISPLAY 'COLQBLD: NO COLLECTOR WORKING TODAY -- '
                       'RUN REFUSED'
               SET RUN-REFUSED TO TRUE
           END-IF.
      *
       READ-ROSTER.
           READ ROSTER-IN
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-DLQ-TABLE.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT DLQ-IN.
           PERFORM READ-DLQ
           PERFORM UNTIL NO-MORE-SIDE
               IF DLQ-CYCLES-PAST-DUE NUMERIC
                   AND DLQ-CYCLES-PAST-DUE > ZERO
                   IF DLQ-COUNT < DLQ-MAX
                       ADD 1 TO DLQ-COUNT
                       MOVE DLQ-ACCT-NO TO DQT-ACCT-NO(DLQ-COUNT)
                       MOVE DLQ-CYCLES-PAST-DUE
                           TO DQT-CYCLES(DLQ-COUNT)
                   ELSE
                       IF NOT RUN-REFUSED
                           DISPLAY 'COLQBLD: DLQ TABLE FILLED AT '
                                   '5000 -- RUN REFUSED'
                       END-IF
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
               PERFORM READ-DLQ
           END-PERFORM.
           CLOSE DLQ-IN.
      *
       READ-DLQ.
           READ DLQ-IN
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-SCORES.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT SCORE-FILE.
           PERFORM READ-SCORE
           PERFORM UNTIL NO-MORE-SIDE
               IF SCORE-COUNT < SCORE-MAX
                   ADD 1 TO SCORE-COUNT
                   MOVE SCR-ACCT-NO TO SCT-ACCT-NO(SCORE-COUNT)
                   MOVE SCR-GRADE   TO SCT-GRADE(SCORE-COUNT)
               ELSE
                   IF NOT RUN-REFUSED
                       DISPLAY 'COLQBLD: SCORE TABLE FILLED AT '
                               '5000 -- RUN REFUSED'
                   END-IF
                   SET RUN-REFUSED TO TRUE
               END-IF
               PERFORM READ-SCORE
           END-PERFORM.
           CLOSE SCORE-FILE.
      *
       READ-SCORE.
           READ SCORE-FILE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    LOAD-PROMISES -- one entry per account with a promise
      *    that matters today: broken since the lookback date, or
      *    open and not yet due.
       LOAD-PROMISES.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT PROM-IN.
           PERFORM READ-PROMISE
           PERFORM UNTIL NO-MORE-SIDE
               IF (PROMISE-BROKEN
                   AND PRM-RESOLVED-DATE NOT < BROKEN-CUTOFF-DATE)
                   OR (PROMISE-OPEN
                   AND PRM-DUE-DATE NOT < CURRENT-DATE-NUM)
                   PERFORM TAKE-ONE-PROMISE
               END-IF
               PERFORM READ-PROMISE
           END-PERFORM.
           CLOSE PROM-IN.
      *
       TAKE-ONE-PROMISE.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PROMISE-COUNT OR ENTRY-FOUND
               IF PMT-ACCT-NO(PM-IDX) = PRM-ACCT-NO
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET PM-IDX DOWN BY 1
           ELSE
               IF PROMISE-COUNT < PROMISE-MAX
                   ADD 1 TO PROMISE-COUNT
                   SET PM-IDX TO PROMISE-COUNT
                   MOVE PRM-ACCT-NO TO PMT-ACCT-NO(PM-IDX)
                   MOVE ZERO        TO PMT-BROKEN(PM-IDX)
                   MOVE 'N'         TO PMT-PENDING(PM-IDX)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT RUN-REFUSED
                       DISPLAY 'COLQBLD: PROMISE TABLE FILLED AT '
                               '5000 -- RUN REFUSED'
                   END-IF
                   SET RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF ENTRY-FOUND
               IF PROMISE-BROKEN
                   IF PMT-BROKEN(PM-IDX) < 99
                       ADD 1 TO PMT-BROKEN(PM-IDX)
                   END-IF
               ELSE
                   MOVE 'Y' TO PMT-PENDING(PM-IDX)
               END-IF
           END-IF.
      *
       READ-PROMISE.
           READ PROM-IN
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-PLANS.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT PLAN-FILE.
           PERFORM READ-PLAN
           PERFORM UNTIL NO-MORE-SIDE
               IF PLAN-DELINQUENT
                   IF PLAN-COUNT < PLAN-MAX
                       ADD 1 TO PLAN-COUNT
                       MOVE PLN-ACCT-NO TO PLT-ACCT-NO(PLAN-COUNT)
                   ELSE
                       IF NOT RUN-REFUSED
                           DISPLAY 'COLQBLD: PLAN TABLE FILLED AT '
                                   '2000 -- RUN REFUSED'
                       END-IF
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PLAN
           END-PERFORM.
           CLOSE PLAN-FILE.
      *
       READ-PLAN.
           READ PLAN-FILE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    LOAD-LEGAL-FLAGS -- the flags in force today: effective
      *    on or before today and not lifted by today.
       LOAD-LEGAL-FLAGS.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT LEGAL-FILE.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-SIDE
               IF LGL-EFF-DATE NOT > CURRENT-DATE-NUM
                   AND (LGL-LIFTED-DATE = ZERO
                        OR LGL-LIFTED-DATE > CURRENT-DATE-NUM)
                   IF LEGAL-COUNT < LEGAL-MAX
                       ADD 1 TO LEGAL-COUNT
                       MOVE LGL-ACCT-NO   TO LGT-ACCT-NO(LEGAL-COUNT)
                       MOVE LGL-FLAG-TYPE TO LGT-FLAG-TYPE(LEGAL-COUNT)
                       MOVE LGL-EFF-DATE  TO LGT-EFF-DATE(LEGAL-COUNT)
                       MOVE LGL-REFERENCE TO LGT-REFERENCE(LEGAL-COUNT)
                   ELSE
                       IF NOT RUN-REFUSED
                           DISPLAY 'COLQBLD: LEGAL TABLE FILLED AT '
                                   '1000 -- RUN REFUSED'
                       END-IF
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-FILE.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    LOAD-PRIOR-ASSIGNMENTS -- yesterday's ASGNFILE; a claim
      *    already past the carry period is dropped here and
      *    counted.
       LOAD-PRIOR-ASSIGNMENTS.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT ASGN-IN.
           PERFORM READ-ASGN
           PERFORM UNTIL NO-MORE-SIDE
               IF ASG-LAST-DATE NUMERIC
                   AND ASG-LAST-DATE NOT < CLAIM-CUTOFF-DATE
                   IF PRIOR-COUNT < PRIOR-MAX
                       ADD 1 TO PRIOR-COUNT
                       SET PA-IDX TO PRIOR-COUNT
                       MOVE ASG-ACCT-NO      TO PRT-ACCT-NO(PA-IDX)
                       MOVE ASG-COLLECTOR-ID TO PRT-COLLECTOR(PA-IDX)
                       MOVE ASG-FIRST-DATE   TO PRT-FIRST-DATE(PA-IDX)
                       MOVE ASG-LAST-DATE    TO PRT-LAST-DATE(PA-IDX)
                       MOVE 'N'              TO PRT-QUEUED(PA-IDX)
                   ELSE
                       IF NOT RUN-REFUSED
                           DISPLAY 'COLQBLD: ASSIGNMENT TABLE FILLED '
                                   'AT 5000 -- RUN REFUSED'
                       END-IF
                       SET RUN-REFUSED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO CLAIMS-LAPSED
               END-IF
               PERFORM READ-ASGN
           END-PERFORM.
           CLOSE ASGN-IN.
      *
       READ-ASGN.
           READ ASGN-IN
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    SCORE-THE-ACCOUNTS -- the sort's input: every account
      *    still collectible after the hold-backs, scored.
       SCORE-THE-ACCOUNTS.
           OPEN INPUT ACCT-REC.
           PERFORM READ-ACCT
           PERFORM UNTIL NO-MORE-ACCTS
               ADD 1 TO ACCOUNTS-READ
               IF ACCOUNT-ACTIVE AND ACCT-LIMIT < ACCT-BALANCE
                   PERFORM SCREEN-ONE-ACCOUNT
               END-IF
               PERFORM READ-ACCT
           END-PERFORM.
           CLOSE ACCT-REC.
      *
       READ-ACCT.
           READ ACCT-REC
               AT END SET NO-MORE-ACCTS TO TRUE
           END-READ.
      *
       SCREEN-ONE-ACCOUNT.
           ADD 1 TO COLLECTIBLE-COUNT.
           PERFORM FIND-PROMISES.
           IF COMMENTS(1:7) = 'PLACED '
               ADD 1 TO PLACED-COUNT
           ELSE
           IF PHONE-NUMBER = SPACES
               ADD 1 TO NO-PHONE-COUNT
           ELSE
           IF PROMISE-PENDING
               ADD 1 TO PENDING-COUNT
           ELSE
               PERFORM GET-LEGAL-STATUS
               IF CONTACT-BARRED
                   PERFORM WRITE-SUPPRESSION
               ELSE
                   PERFORM SCORE-ONE-ACCOUNT
               END-IF
           END-IF
           END-IF
           END-IF.
      *
       SCORE-ONE-ACCOUNT.
           COMPUTE AMT-OVER = ACCT-BALANCE - ACCT-LIMIT.
           PERFORM PICK-BUCKET.
           COMPUTE SCORE-TOTAL = BUCKET-NO * POINTS-PER-BUCKET.
           COMPUTE EXPOSURE-POINTS = AMT-OVER / DOLLARS-PER-POINT.
           IF EXPOSURE-POINTS > EXPOSURE-CAP
               MOVE EXPOSURE-CAP TO EXPOSURE-POINTS
           END-IF.
           ADD EXPOSURE-POINTS TO SCORE-TOTAL.
           PERFORM FIND-GRADE.
           EVALUATE ACCT-GRADE
               WHEN 'E'   ADD 150 TO SCORE-TOTAL
               WHEN 'D'   ADD 100 TO SCORE-TOTAL
               WHEN 'B'   ADD 25  TO SCORE-TOTAL
               WHEN 'A'   CONTINUE
               WHEN OTHER ADD 50  TO SCORE-TOTAL
           END-EVALUATE.
           COMPUTE BROKEN-POINTS = BROKEN-COUNT * POINTS-PER-BROKEN.
           IF BROKEN-POINTS > BROKEN-CAP
               MOVE BROKEN-CAP TO BROKEN-POINTS
           END-IF.
           ADD BROKEN-POINTS TO SCORE-TOTAL.
           PERFORM FIND-PLAN.
           IF PLAN-FLAG-WK = 'Y'
               ADD PLAN-POINTS TO SCORE-TOTAL
           END-IF.
           MOVE SPACES          TO QUEUE-SORT-REC.
           MOVE SCORE-TOTAL     TO SQ-SCORE.
           MOVE ACCT-NO         TO SQ-ACCT-NO.
           MOVE BUCKET-NO       TO SQ-AGE-BUCKET.
           MOVE AMT-OVER        TO SQ-AMT-OVER.
           MOVE ACCT-GRADE      TO SQ-GRADE.
           MOVE BROKEN-COUNT    TO SQ-BROKEN-COUNT.
           MOVE PLAN-FLAG-WK    TO SQ-PLAN-FLAG.
           MOVE LAST-NAME       TO SQ-LAST-NAME.
           MOVE PHONE-NUMBER    TO SQ-PHONE.
           RELEASE QUEUE-SORT-REC.
           ADD 1 TO SCORED-COUNT.
      *
      *    PICK-BUCKET -- AGERPT's aging: contractual cycles past
      *    due when DLQFILE has the account; otherwise days since
      *    last activity, an unusable date landing in the oldest
      *    bucket.
       PICK-BUCKET.
           MOVE ZERO TO CYCLES-PAST-DUE.
           PERFORM VARYING DQ-IDX FROM 1 BY 1
               UNTIL DQ-IDX > DLQ-COUNT
               IF DQT-ACCT-NO(DQ-IDX) = ACCT-NO
                   MOVE DQT-CYCLES(DQ-IDX) TO CYCLES-PAST-DUE
               END-IF
           END-PERFORM.
           IF CYCLES-PAST-DUE > ZERO
               IF CYCLES-PAST-DUE > 5
                   MOVE 5 TO BUCKET-NO
               ELSE
                   MOVE CYCLES-PAST-DUE TO BUCKET-NO
               END-IF
           ELSE
               PERFORM PICK-ACTIVITY-BUCKET
           END-IF.
      *
       PICK-ACTIVITY-BUCKET.
           IF LAST-ACTIVITY-DATE = ZERO
               OR LAST-ACTIVITY-YR NOT NUMERIC
               OR LAST-ACTIVITY-MO NOT NUMERIC
               OR LAST-ACTIVITY-DAY NOT NUMERIC
               OR LAST-ACTIVITY-MO < 1 OR LAST-ACTIVITY-MO > 12
               OR LAST-ACTIVITY-DAY < 1 OR LAST-ACTIVITY-DAY > 31
               MOVE 5 TO BUCKET-NO
           ELSE
               MOVE LAST-ACTIVITY-DATE TO ACTIVITY-DATE-NUM
               COMPUTE DAYS-SINCE-ACTIVITY = CURRENT-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(ACTIVITY-DATE-NUM)
               EVALUATE TRUE
                   WHEN DAYS-SINCE-ACTIVITY <= 30
                       MOVE 1 TO BUCKET-NO
                   WHEN DAYS-SINCE-ACTIVITY <= 60
                       MOVE 2 TO BUCKET-NO
                   WHEN DAYS-SINCE-ACTIVITY <= 90
                       MOVE 3 TO BUCKET-NO
                   WHEN DAYS-SINCE-ACTIVITY <= 120
                       MOVE 4 TO BUCKET-NO
                   WHEN OTHER
                       MOVE 5 TO BUCKET-NO
               END-EVALUATE
           END-IF.
      *
       FIND-GRADE.
           MOVE SPACE TO ACCT-GRADE.
           MOVE 'N'   TO FOUND-FLAG.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCORE-COUNT OR ENTRY-FOUND
               IF SCT-ACCT-NO(SC-IDX) = ACCT-NO
                   SET ENTRY-FOUND TO TRUE
                   MOVE SCT-GRADE(SC-IDX) TO ACCT-GRADE
               END-IF
           END-PERFORM.
      *
       FIND-PROMISES.
           MOVE ZERO TO BROKEN-COUNT.
           MOVE 'N'  TO PENDING-FLAG.
           MOVE 'N'  TO FOUND-FLAG.
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PROMISE-COUNT OR ENTRY-FOUND
               IF PMT-ACCT-NO(PM-IDX) = ACCT-NO
                   SET ENTRY-FOUND TO TRUE
                   MOVE PMT-BROKEN(PM-IDX)  TO BROKEN-COUNT
                   MOVE PMT-PENDING(PM-IDX) TO PENDING-FLAG
               END-IF
           END-PERFORM.
      *
       FIND-PLAN.
           MOVE 'N' TO PLAN-FLAG-WK.
           PERFORM VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > PLAN-COUNT OR PLAN-FLAG-WK = 'Y'
               IF PLT-ACCT-NO(PL-IDX) = ACCT-NO
                   MOVE 'Y' TO PLAN-FLAG-WK
               END-IF
           END-PERFORM.
      *
      *    GET-LEGAL-STATUS -- any flag in force bars contact;
      *    LEGAL-HIT is the first such flag.
       GET-LEGAL-STATUS.
           MOVE 'N' TO CONTACT-BAR-FLAG.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > LEGAL-COUNT OR CONTACT-BARRED
               IF LGT-ACCT-NO(LG-IDX) = ACCT-NO
                   SET CONTACT-BARRED TO TRUE
                   MOVE LGT-FLAG-TYPE(LG-IDX) TO HIT-FLAG-TYPE
                   MOVE LGT-EFF-DATE(LG-IDX)  TO HIT-EFF-DATE
                   MOVE LGT-REFERENCE(LG-IDX) TO HIT-REFERENCE
               END-IF
           END-PERFORM.
      *
      *    WRITE-SUPPRESSION -- the queue place withheld, onto the
      *    shared suppression log with the flag that withheld it.
       WRITE-SUPPRESSION.
           ADD 1 TO ACTIONS-SUPPRESSED.
           MOVE SPACES             TO SUPP-FIELDS.
           MOVE 'COLQBLD'          TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE 'COLLECTOR QUEUE'  TO LSP-ACTION.
           MOVE ZERO               TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
      *    DEAL-THE-QUEUES -- the sort's output, best score first:
      *    each account to its last collector when they have room,
      *    else to the collector with the most room left.
       DEAL-THE-QUEUES.
           PERFORM RETURN-SCORED
           PERFORM UNTIL NO-MORE-SORTED
               PERFORM DEAL-ONE-ACCOUNT
               PERFORM RETURN-SCORED
           END-PERFORM.
      *
       RETURN-SCORED.
           RETURN QUEUE-SORT
               AT END SET NO-MORE-SORTED TO TRUE
           END-RETURN.
      *
       DEAL-ONE-ACCOUNT.
           PERFORM FIND-PRIOR-CLAIM.
           MOVE 'N' TO FOUND-FLAG.
           MOVE 'N' TO OWNER-WORKING-FLAG.
           IF PRIOR-FOUND
               PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > COLLECTOR-COUNT OR OWNER-WORKING
                   IF CLT-ID(CL-IDX) = PRT-COLLECTOR(PA-IDX)
                       SET OWNER-WORKING TO TRUE
                       IF CLT-ASSIGNED(CL-IDX) < CLT-CAPACITY(CL-IDX)
                           SET ENTRY-FOUND TO TRUE
                           SET BEST-IDX TO CL-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT ENTRY-FOUND
               PERFORM FIND-MOST-ROOM
           END-IF.
           IF ENTRY-FOUND
               PERFORM WRITE-QUEUE-ENTRY
           ELSE
               ADD 1 TO UNASSIGNED-COUNT
           END-IF.
      *
       FIND-PRIOR-CLAIM.
           MOVE 'N' TO PRIOR-FOUND-FLAG.
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > PRIOR-COUNT OR PRIOR-FOUND
               IF PRT-ACCT-NO(PA-IDX) = SQ-ACCT-NO
                   SET PRIOR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF PRIOR-FOUND
               SET PA-IDX DOWN BY 1
           END-IF.
      *
      *    FIND-MOST-ROOM -- the working collector with the most
      *    capacity left; the first on the roster wins a tie.
       FIND-MOST-ROOM.
           MOVE ZERO TO BEST-ROOM.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > COLLECTOR-COUNT
               COMPUTE ROOM-WK =
                   CLT-CAPACITY(CL-IDX) - CLT-ASSIGNED(CL-IDX)
               IF ROOM-WK > BEST-ROOM
                   MOVE ROOM-WK TO BEST-ROOM
                   SET BEST-IDX TO CL-IDX
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      *    WRITE-QUEUE-ENTRY -- the account onto BEST-IDX's queue
      *    and its claim onto ASGNOUT; the first date stands while
      *    the same collector keeps the account.  A stand-in for a
      *    collector who is out writes no claim: the owner's goes
      *    forward untouched with the rest not queued today.
       WRITE-QUEUE-ENTRY.
           ADD 1 TO CLT-ASSIGNED(BEST-IDX).
           ADD 1 TO QUEUED-COUNT.
           MOVE SPACES                 TO WORK-FIELDS.
           MOVE CLT-ID(BEST-IDX)       TO WRK-COLLECTOR-ID.
           MOVE CLT-ASSIGNED(BEST-IDX) TO WRK-RANK.
           MOVE SQ-ACCT-NO             TO WRK-ACCT-NO.
           MOVE SQ-SCORE               TO WRK-SCORE.
           MOVE SQ-AGE-BUCKET          TO WRK-AGE-BUCKET.
           MOVE SQ-AMT-OVER            TO WRK-AMT-OVER.
           MOVE SQ-GRADE               TO WRK-GRADE.
           MOVE SQ-BROKEN-COUNT        TO WRK-BROKEN-COUNT.
           MOVE SQ-PLAN-FLAG           TO WRK-PLAN-FLAG.
           MOVE 'N'                    TO WRK-CARRIED.
           MOVE CURRENT-DATE-NUM       TO WRK-QUEUE-DATE.
           MOVE SQ-LAST-NAME           TO WRK-LAST-NAME.
           MOVE SQ-PHONE               TO WRK-PHONE.
           MOVE SPACES                 TO ASGN-OUT-FIELDS.
           MOVE SQ-ACCT-NO             TO ASGO-ACCT-NO.
           MOVE CLT-ID(BEST-IDX)       TO ASGO-COLLECTOR-ID.
           MOVE CURRENT-DATE-NUM       TO ASGO-FIRST-DATE.
           MOVE CURRENT-DATE-NUM       TO ASGO-LAST-DATE.
           IF PRIOR-FOUND AND NOT OWNER-WORKING
               ADD 1 TO STAND-IN-COUNT
           ELSE
               IF PRIOR-FOUND
                   MOVE 'Y' TO PRT-QUEUED(PA-IDX)
                   IF PRT-COLLECTOR(PA-IDX) = CLT-ID(BEST-IDX)
                       MOVE 'Y' TO WRK-CARRIED
                       MOVE PRT-FIRST-DATE(PA-IDX) TO ASGO-FIRST-DATE
                       ADD 1 TO CLT-CARRIED(BEST-IDX)
                       ADD 1 TO CARRIED-COUNT
                   END-IF
               END-IF
               WRITE ASGN-OUT-FIELDS
           END-IF.
           WRITE WORK-FIELDS.
      *
      *    CARRY-PRIOR-CLAIMS -- yesterday's claims not queued today
      *    go forward unchanged; LOAD-PRIOR-ASSIGNMENTS has already
      *    dropped the lapsed ones.
       CARRY-PRIOR-CLAIMS.
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > PRIOR-COUNT
               IF PRT-QUEUED(PA-IDX) NOT = 'Y'
                   MOVE SPACES                 TO ASGN-OUT-FIELDS
                   MOVE PRT-ACCT-NO(PA-IDX)    TO ASGO-ACCT-NO
                   MOVE PRT-COLLECTOR(PA-IDX)  TO ASGO-COLLECTOR-ID
                   MOVE PRT-FIRST-DATE(PA-IDX) TO ASGO-FIRST-DATE
                   MOVE PRT-LAST-DATE(PA-IDX)  TO ASGO-LAST-DATE
                   WRITE ASGN-OUT-FIELDS
                   ADD 1 TO CLAIMS-KEPT
               END-IF
           END-PERFORM.
      *
      *    PRINT-WORKLISTS -- each collector's queue, rank order,
      *    under a heading naming the collector.
       PRINT-WORKLISTS.
           MOVE SPACES TO CHD-ID-O.
           PERFORM RETURN-LISTED
           PERFORM UNTIL NO-MORE-LISTED
               IF LST-COLLECTOR-ID NOT = CHD-ID-O
                   PERFORM WRITE-COLLECTOR-HEADER
               END-IF
               PERFORM WRITE-QUEUE-LINE
               PERFORM RETURN-LISTED
           END-PERFORM.
      *
       RETURN-LISTED.
           RETURN LIST-SORT
               AT END SET NO-MORE-LISTED TO TRUE
           END-RETURN.
      *
       WRITE-COLLECTOR-HEADER.
           MOVE LST-COLLECTOR-ID TO CHD-ID-O.
           MOVE SPACES           TO CHD-NAME-O.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > COLLECTOR-COUNT
               IF CLT-ID(CL-IDX) = LST-COLLECTOR-ID
                   MOVE CLT-NAME(CL-IDX) TO CHD-NAME-O
               END-IF
           END-PERFORM.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM COLLECTOR-HEADER.
           WRITE PRINT-REC FROM HEADER-2.
      *
       WRITE-QUEUE-LINE.
           MOVE LST-RANK         TO QL-RANK-O.
           MOVE LST-ACCT-NO      TO QL-ACCT-NO-O.
           MOVE LST-LAST-NAME    TO QL-LAST-NAME-O.
           MOVE LST-PHONE        TO QL-PHONE-O.
           MOVE LST-SCORE        TO QL-SCORE-O.
           MOVE LST-AGE-BUCKET   TO QL-BUCKET-O.
           MOVE LST-AMT-OVER     TO QL-AMT-OVER-O.
           MOVE LST-GRADE        TO QL-GRADE-O.
           MOVE LST-BROKEN-COUNT TO QL-BROKEN-O.
           MOVE SPACE            TO QL-PLAN-O.
           IF LST-PLAN-DELINQUENT
               MOVE 'P' TO QL-PLAN-O
           END-IF.
           MOVE SPACE            TO QL-CARRIED-O.
           IF LST-SAME-COLLECTOR
               MOVE 'C' TO QL-CARRIED-O
           END-IF.
           WRITE PRINT-REC FROM QUEUE-LINE.
      *
      *    PRINT-ROSTER-SUMMARY -- what each working collector was
      *    dealt, then what was held back and why.
       PRINT-ROSTER-SUMMARY.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-3.
           WRITE PRINT-REC FROM HEADER-4.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > COLLECTOR-COUNT
               MOVE CLT-ID(CL-IDX)       TO RL-ID-O
               MOVE CLT-NAME(CL-IDX)     TO RL-NAME-O
               MOVE CLT-CAPACITY(CL-IDX) TO RL-CAPACITY-O
               MOVE CLT-ASSIGNED(CL-IDX) TO RL-ASSIGNED-O
               MOVE CLT-CARRIED(CL-IDX)  TO RL-CARRIED-O
               WRITE PRINT-REC FROM ROSTER-LINE
           END-PERFORM.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE 'Collectible accounts (active, overlimit)'
               TO CNT-LABEL-O.
           MOVE COLLECTIBLE-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  Held: placed with the agency' TO CNT-LABEL-O.
           MOVE PLACED-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  Held: no phone number' TO CNT-LABEL-O.
           MOVE NO-PHONE-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  Held: promise not yet due' TO CNT-LABEL-O.
           MOVE PENDING-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  Held: legal-status flag' TO CNT-LABEL-O.
           MOVE ACTIONS-SUPPRESSED TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  Scored' TO CNT-LABEL-O.
           MOVE SCORED-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '    Queued' TO CNT-LABEL-O.
           MOVE QUEUED-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '      to the same collector' TO CNT-LABEL-O.
           MOVE CARRIED-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '      for a collector who is out' TO CNT-LABEL-O.
           MOVE STAND-IN-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '    No room today -- wait for tomorrow'
               TO CNT-LABEL-O.
           MOVE UNASSIGNED-COUNT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Claims carried, not queued today' TO CNT-LABEL-O.
           MOVE CLAIMS-KEPT TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Claims lapsed, 30 days off the queue'
               TO CNT-LABEL-O.
           MOVE CLAIMS-LAPSED TO CNT-VALUE-O.
           WRITE PRINT-REC FROM COUNT-LINE.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'COLQBLD'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE ACCOUNTS-READ     TO LOG-RECS-IN.
           MOVE QUEUED-COUNT      TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE UNASSIGNED-COUNT  TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
