      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ROLLRATE.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    ROLLRATE is the month-end flow report collections and
      *    finance forecast from.  AGERPT shows what sits in each
      *    bucket tonight and KPISNAP keeps the bucket totals, but
      *    neither can say how many of last month's 31-60 accounts
      *    rolled to 61-90, cured back to current, or charged off.
      *
      *    Each month-end every account on the master is given its
      *    state (BKTFLDS): charged off (status O), closed (status
      *    C, or T for an account sold to another issuer), else
      *    its AGERPT bucket by contractual cycles past due off
      *    DLQFILE -- none is current, one 1-30, two 31-60, three
      *    61-90, four 91-120, five or more over 120.  The states
      *    and balances are written to ROLLSNAP, SNAPOUT being the
      *    new generation and SNAPIN last month's, and the two are
      *    matched in account sequence the way ACCTCDC matches its
      *    masters:
      *
      *      - an account on both moved from last month's state to
      *        this month's;
      *      - an account only on last month's snapshot has left
      *        the master (purged or merged away) and is counted
      *        as closed;
      *      - an account only on this month's is new, and shows
      *        on the NEW row.
      *
      *    The report prints the from-state by to-state matrix in
      *    accounts, then in dollars -- last month's balance, the
      *    money that moved (the NEW row, having no last month,
      *    carries this month's).  A renumbered account (ACCTRNUM)
      *    shows as one that left and one that arrived.
      *
      *    For each starting bucket, current through over 120, the
      *    roll rate is the share that moved to a worse bucket or
      *    to charge-off and the cure rate the share that came
      *    back to current, by accounts and by dollars.  Each
      *    month's figures go onto ROLLHIST (RRHFLDS), RATEIN the
      *    prior generation and RATEOUT the new, and the three-
      *    month average beside this month's rates pools this
      *    month with the two calendar months before it, so a big
      *    month weighs as much as it should; the report says how
      *    many months it found.  A rerun for the same month
      *    replaces that month's history.
      *
      *    PARMCARD bytes 1-6 give the as-of month as yyyymm; blank
      *    is the current month.  A snapshot on SNAPIN already of
      *    the as-of month or later is the wrong generation and the
      *    run is refused (RC 8) before anything is written.  A
      *    master out of account sequence makes the matching
      *    unreliable and ends the step 8 with a message.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT DLQ-IN      ASSIGN TO DLQFILE.
           SELECT SNAP-IN     ASSIGN TO SNAPIN.
           SELECT SNAP-OUT    ASSIGN TO SNAPOUT.
           SELECT RATE-IN     ASSIGN TO RATEIN.
           SELECT RATE-OUT    ASSIGN TO RATEOUT.
           SELECT PRINT-LINE  ASSIGN TO ROLLRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- one 80-byte control record carrying the
      *    as-of month (yyyymm) in bytes 1-6; blank is this month.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-AS-OF-MONTH   PIC X(6).
           05  PARM-AS-OF-NUM REDEFINES PARM-AS-OF-MONTH.
               10  PARM-AS-OF-YR  PIC 9(4).
               10  PARM-AS-OF-MO  PIC 9(2).
           05  FILLER             PIC X(74).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  DLQ-IN RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       FD  SNAP-IN RECORDING MODE F.
       01  PRIOR-SNAP-FIELDS.
           COPY BKTFLDS REPLACING LEADING ==BKT-== BY ==PRV-==.
      *
       FD  SNAP-OUT RECORDING MODE F.
       01  SNAP-FIELDS.
           COPY BKTFLDS.
      *
       FD  RATE-IN RECORDING MODE F.
       01  RATE-IN-REC            PIC X(80).
      *
       FD  RATE-OUT RECORDING MODE F.
       01  RATE-FIELDS.
           COPY RRHFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
               88  NO-MORE-CURRENT    VALUE 'Y'.
           05  PRIOR-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRIOR      VALUE 'Y'.
           05  DLQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DLQ        VALUE 'Y'.
           05  RATE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RATES      VALUE 'Y'.
           05  DLQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DLQ-TABLE-FULL     VALUE 'Y'.
           05  SEQUENCE-FLAG      PIC X VALUE 'N'.
               88  SEQUENCE-BROKEN    VALUE 'Y'.
           05  MONTH-1-FLAG       PIC X VALUE 'N'.
               88  MONTH-1-SEEN       VALUE 'Y'.
           05  MONTH-2-FLAG       PIC X VALUE 'N'.
               88  MONTH-2-SEEN       VALUE 'Y'.
      *
       01  ROLL-COUNTS.
           05  PRIOR-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CURRENT-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-ON-BOTH      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-GONE         PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-NEW          PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-CARRIED       PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-REPLACED      PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-ADDED         PIC S9(7) COMP-3 VALUE ZERO.
           05  AVG-MONTHS         PIC 9(1) VALUE ZERO.
      *
      *    DLQ-TABLE -- the accounts DLQFILE shows past due, loaded
      *    the way AGERPT loads them.
       01  DLQ-CTL.
           05  DLQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  DLQ-MAX            PIC S9(4) COMP VALUE 5000.
       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 5000 TIMES INDEXED BY DQ-IDX.
               10  DQT-ACCT-NO    PIC X(8).
               10  DQT-CYCLES     PIC 9(2).
      *
      *    FLOW-TABLE -- the matrix: rows are last month's state
      *    (row 9 the new accounts), columns this month's.
       01  FLOW-TABLE.
           05  FLOW-ROW OCCURS 9 TIMES INDEXED BY FR-IDX.
               10  FLOW-CELL OCCURS 8 TIMES INDEXED BY FC-IDX.
                   15  FLOW-ACCTS     PIC S9(7) COMP-3.
                   15  FLOW-BALANCE   PIC S9(11)V99 COMP-3.
       01  FROM-STATE             PIC S9(4) COMP VALUE 0.
       01  TO-STATE               PIC S9(4) COMP VALUE 0.
       01  FLOW-AMOUNT            PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      *    RATE-TABLE -- for buckets current through over 120,
      *    this month's base, cures and rolls, then the same
      *    pooled over the three months averaged.
       01  RATE-TABLE.
           05  RATE-ROW OCCURS 6 TIMES INDEXED BY RT-IDX.
               10  RTM-BASE-ACCTS     PIC S9(7) COMP-3.
               10  RTM-BASE-BALANCE   PIC S9(11)V99 COMP-3.
               10  RTM-CURED-ACCTS    PIC S9(7) COMP-3.
               10  RTM-CURED-BALANCE  PIC S9(11)V99 COMP-3.
               10  RTM-ROLLED-ACCTS   PIC S9(7) COMP-3.
               10  RTM-ROLLED-BALANCE PIC S9(11)V99 COMP-3.
               10  AVG-BASE-ACCTS     PIC S9(9) COMP-3.
               10  AVG-BASE-BALANCE   PIC S9(13)V99 COMP-3.
               10  AVG-CURED-ACCTS    PIC S9(9) COMP-3.
               10  AVG-CURED-BALANCE  PIC S9(13)V99 COMP-3.
               10  AVG-ROLLED-ACCTS   PIC S9(9) COMP-3.
               10  AVG-ROLLED-BALANCE PIC S9(13)V99 COMP-3.
      *
      *    STATE-NAMES -- the row and column labels, in state order.
       01  STATE-NAME-VALUES.
           05  FILLER             PIC X(10) VALUE 'CURRENT'.
           05  FILLER             PIC X(10) VALUE '1-30'.
           05  FILLER             PIC X(10) VALUE '31-60'.
           05  FILLER             PIC X(10) VALUE '61-90'.
           05  FILLER             PIC X(10) VALUE '91-120'.
           05  FILLER             PIC X(10) VALUE 'OVER 120'.
           05  FILLER             PIC X(10) VALUE 'CHG OFF'.
           05  FILLER             PIC X(10) VALUE 'CLOSED'.
           05  FILLER             PIC X(10) VALUE 'NEW'.
       01  STATE-NAMES REDEFINES STATE-NAME-VALUES.
           05  STATE-NAME         PIC X(10) OCCURS 9 TIMES.
      *
       01  PREV-ACCT-NO           PIC X(8) VALUE LOW-VALUES.
       01  CYCLES-PAST-DUE        PIC 9(2) VALUE ZERO.
       01  PRIOR-SNAP-MONTH       PIC 9(6) VALUE ZERO.
       01  ROW-TOTAL-ACCTS        PIC S9(9) COMP-3 VALUE ZERO.
       01  ROW-TOTAL-BALANCE      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  PCT-NUMERATOR          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  PCT-BASE               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  PCT-WORK               PIC S9(7)V9 COMP-3 VALUE ZERO.
       01  MONTH-SERIAL           PIC S9(7) COMP-3 VALUE ZERO.
       01  MONTH-WORK-YR          PIC S9(7) COMP-3 VALUE ZERO.
       01  MONTH-WORK-MO          PIC S9(7) COMP-3 VALUE ZERO.
       01  AS-OF-MONTH            PIC 9(6) VALUE ZERO.
       01  AS-OF-PARTS REDEFINES AS-OF-MONTH.
           05  AS-OF-YR           PIC 9(4).
           05  AS-OF-MO           PIC 9(2).
       01  AVG-MONTH-1            PIC 9(6) VALUE ZERO.
       01  AVG-MONTH-1-PARTS REDEFINES AVG-MONTH-1.
           05  AVG-MONTH-1-YR     PIC 9(4).
           05  AVG-MONTH-1-MO     PIC 9(2).
       01  AVG-MONTH-2            PIC 9(6) VALUE ZERO.
       01  AVG-MONTH-2-PARTS REDEFINES AVG-MONTH-2.
           05  AVG-MONTH-2-YR     PIC 9(4).
           05  AVG-MONTH-2-MO     PIC 9(2).
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Roll-Rate Report        As of '.
           05  HDR-AS-OF-O    PIC 9(6).
           05  FILLER         PIC X(18) VALUE
               '   Prior snapshot '.
           05  HDR-PRIOR-O    PIC 9(6).
           05  FILLER         PIC X(60) VALUE SPACES.
      *
       01  HEADER-2.
           05  HDR-TITLE-O    PIC X(60).
           05  FILLER         PIC X(60) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(11) VALUE 'FROM'.
           05  FILLER         PIC X(48) VALUE
               '    CURRENT        1-30       31-60       61-90 '.
           05  FILLER         PIC X(48) VALUE
               '     91-120    OVER 120     CHG OFF      CLOSED '.
           05  FILLER         PIC X(13) VALUE
               '      TOTAL  '.
      *
       01  MATRIX-LINE.
           05  MXL-STATE-O    PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MXL-CELL-O OCCURS 9 TIMES.
               10  MXL-AMT-O  PIC ZZ,ZZZ,ZZ9-.
               10  FILLER     PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACES.
      *
       01  RATE-HEADER-1.
           05  FILLER         PIC X(23) VALUE SPACES.
           05  FILLER         PIC X(40) VALUE
               '  ---------- This month -----------     '.
           05  FILLER         PIC X(40) VALUE
               '  ------ Three-month average ------     '.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
       01  RATE-HEADER-2.
           05  FILLER         PIC X(23) VALUE
               'FROM            ACCTS  '.
           05  FILLER         PIC X(40) VALUE
               ' ROLL ACCT CURE ACCT  ROLL BAL  CURE BAL'.
           05  FILLER         PIC X(40) VALUE
               ' ROLL ACCT CURE ACCT  ROLL BAL  CURE BAL'.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
       01  RATE-LINE.
           05  RTL-STATE-O    PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RTL-BASE-O     PIC ZZ,ZZZ,ZZ9-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RTL-CELL-O OCCURS 8 TIMES.
               10  FILLER     PIC X(03).
               10  RTL-PCT-O  PIC ZZZ9.9-.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
       01  AVG-NOTE-LINE.
           05  FILLER         PIC X(35) VALUE
               'Three-month average pools the last '.
           05  AVG-MONTHS-O   PIC 9.
           05  FILLER         PIC X(38) VALUE
               ' month(s) of ROLLHIST found, this one '.
           05  FILLER         PIC X(10) VALUE 'included.'.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
       01  BLANK-LINE         PIC X(120) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-AS-OF-MONTH = SPACES
               MOVE WS-CURRENT-YEAR  TO AS-OF-YR
               MOVE WS-CURRENT-MONTH TO AS-OF-MO
           ELSE
               IF PARM-AS-OF-MONTH NOT NUMERIC
                   OR PARM-AS-OF-MO < 1 OR PARM-AS-OF-MO > 12
                   DISPLAY 'ROLLRATE: AS-OF MONTH NOT A VALID YYYYMM '
                           '-- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PARM-AS-OF-YR TO AS-OF-YR
               MOVE PARM-AS-OF-MO TO AS-OF-MO
           END-IF.
           PERFORM SET-AVERAGE-MONTHS.
           OPEN INPUT SNAP-IN.
           PERFORM READ-PRIOR.
           IF NOT NO-MORE-PRIOR
               MOVE PRV-AS-OF-MONTH TO PRIOR-SNAP-MONTH
               IF PRV-AS-OF-MONTH NOT < AS-OF-MONTH
                   DISPLAY 'ROLLRATE: SNAPIN IS OF ' PRV-AS-OF-MONTH
                           ', NOT BEFORE ' AS-OF-MONTH
                           ' -- WRONG GENERATION, RUN REFUSED'
                   CLOSE SNAP-IN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           INITIALIZE FLOW-TABLE.
           INITIALIZE RATE-TABLE.
           PERFORM LOAD-DLQ-TABLE.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT SNAP-OUT.
           PERFORM READ-CURRENT.
      *
       MATCH-SNAPSHOTS.
           PERFORM UNTIL NO-MORE-PRIOR AND NO-MORE-CURRENT
               EVALUATE TRUE
                   WHEN NO-MORE-CURRENT
                       PERFORM PRIOR-ONLY
                       PERFORM READ-PRIOR
                   WHEN NO-MORE-PRIOR
                       PERFORM CURRENT-ONLY
                       PERFORM READ-CURRENT
                   WHEN PRV-ACCT-NO < BKT-ACCT-NO
                       PERFORM PRIOR-ONLY
                       PERFORM READ-PRIOR
                   WHEN PRV-ACCT-NO > BKT-ACCT-NO
                       PERFORM CURRENT-ONLY
                       PERFORM READ-CURRENT
                   WHEN OTHER
                       PERFORM ON-BOTH-SNAPSHOTS
                       PERFORM READ-PRIOR
                       PERFORM READ-CURRENT
               END-EVALUATE
           END-PERFORM.
           CLOSE SNAP-IN.
           CLOSE ACCT-REC.
           CLOSE SNAP-OUT.
           PERFORM SET-MONTH-RATES.
      *
       ROLL-THE-HISTORY.
           OPEN INPUT  RATE-IN.
           OPEN OUTPUT RATE-OUT.
           PERFORM READ-RATE
           PERFORM UNTIL NO-MORE-RATES
               MOVE RATE-IN-REC TO RATE-FIELDS
               IF RRH-AS-OF-MONTH = AS-OF-MONTH
                   ADD 1 TO HIST-REPLACED
               ELSE
                   IF RRH-AS-OF-MONTH = AVG-MONTH-1
                       OR RRH-AS-OF-MONTH = AVG-MONTH-2
                       PERFORM POOL-HISTORY-MONTH
                   END-IF
                   WRITE RATE-FIELDS
                   ADD 1 TO HIST-CARRIED
               END-IF
               PERFORM READ-RATE
           END-PERFORM.
           PERFORM WRITE-MONTH-RATES
               VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 6.
           CLOSE RATE-IN.
           CLOSE RATE-OUT.
           MOVE 1 TO AVG-MONTHS.
           IF MONTH-1-SEEN
               ADD 1 TO AVG-MONTHS
           END-IF.
           IF MONTH-2-SEEN
               ADD 1 TO AVG-MONTHS
           END-IF.
      *
       PRINT-THE-REPORT.
           OPEN OUTPUT PRINT-LINE.
           MOVE AS-OF-MONTH      TO HDR-AS-OF-O.
           MOVE PRIOR-SNAP-MONTH TO HDR-PRIOR-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE 'Flow of accounts, last month''s state by this month''s'
               TO HDR-TITLE-O.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
           PERFORM PRINT-COUNT-ROW
               VARYING FR-IDX FROM 1 BY 1 UNTIL FR-IDX > 9.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE 'Flow of dollars, last month''s balance that moved'
               TO HDR-TITLE-O.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
           PERFORM PRINT-DOLLAR-ROW
               VARYING FR-IDX FROM 1 BY 1 UNTIL FR-IDX > 9.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE 'Roll and cure rates (percent)' TO HDR-TITLE-O.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM RATE-HEADER-1.
           WRITE PRINT-REC FROM RATE-HEADER-2.
           PERFORM PRINT-RATE-ROW
               VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 6.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE AVG-MONTHS TO AVG-MONTHS-O.
           WRITE PRINT-REC FROM AVG-NOTE-LINE.
           CLOSE PRINT-LINE.
      *
       CLOSE-STOP.
           DISPLAY 'ROLLRATE: AS-OF MONTH        = ' AS-OF-MONTH.
           DISPLAY 'ROLLRATE: PRIOR SNAPSHOT     = ' PRIOR-SNAP-MONTH.
           DISPLAY 'ROLLRATE: PRIOR ACCOUNTS READ= ' PRIOR-READ.
           DISPLAY 'ROLLRATE: MASTER RECORDS READ= ' CURRENT-READ.
           DISPLAY 'ROLLRATE: ON BOTH            = ' ACCTS-ON-BOTH.
           DISPLAY 'ROLLRATE: LEFT THE MASTER    = ' ACCTS-GONE.
           DISPLAY 'ROLLRATE: NEW THIS MONTH     = ' ACCTS-NEW.
           DISPLAY 'ROLLRATE: HISTORY CARRIED    = ' HIST-CARRIED.
           DISPLAY 'ROLLRATE: HISTORY REPLACED   = ' HIST-REPLACED.
           DISPLAY 'ROLLRATE: HISTORY ADDED      = ' HIST-ADDED.
           DISPLAY 'ROLLRATE: MONTHS AVERAGED    = ' AVG-MONTHS.
           IF DLQ-TABLE-FULL
               DISPLAY 'ROLLRATE: DLQ TABLE FILLED AT 5000 -- '
                       'EXCESS ACCOUNTS COUNT AS CURRENT'
           END-IF.
           IF SEQUENCE-BROKEN
               DISPLAY 'ROLLRATE: ACCTREC OUT OF ACCOUNT SEQUENCE -- '
                       'FLOWS NOT RELIABLE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *    SET-AVERAGE-MONTHS -- the two calendar months before the
      *    as-of month, pooled with it for the three-month average.
       SET-AVERAGE-MONTHS.
           COMPUTE MONTH-SERIAL = AS-OF-YR * 12 + AS-OF-MO - 2.
           DIVIDE MONTH-SERIAL BY 12 GIVING MONTH-WORK-YR
               REMAINDER MONTH-WORK-MO.
           MOVE MONTH-WORK-YR TO AVG-MONTH-1-YR.
           COMPUTE AVG-MONTH-1-MO = MONTH-WORK-MO + 1.
           SUBTRACT 1 FROM MONTH-SERIAL.
           DIVIDE MONTH-SERIAL BY 12 GIVING MONTH-WORK-YR
               REMAINDER MONTH-WORK-MO.
           MOVE MONTH-WORK-YR TO AVG-MONTH-2-YR.
           COMPUTE AVG-MONTH-2-MO = MONTH-WORK-MO + 1.
      *
       READ-PRIOR.
           READ SNAP-IN
               AT END SET NO-MORE-PRIOR TO TRUE
           END-READ.
           IF NOT NO-MORE-PRIOR
               ADD 1 TO PRIOR-READ
           END-IF.
      *
      *    READ-CURRENT -- the next master account, judged into its
      *    snapshot record ready to be matched and written.
       READ-CURRENT.
           READ ACCT-REC
               AT END SET NO-MORE-CURRENT TO TRUE
           END-READ.
           IF NOT NO-MORE-CURRENT
               ADD 1 TO CURRENT-READ
               IF ACCT-NO NOT > PREV-ACCT-NO
                   SET SEQUENCE-BROKEN TO TRUE
               END-IF
               MOVE ACCT-NO TO PREV-ACCT-NO
               PERFORM JUDGE-THE-ACCOUNT
           END-IF.
      *
       JUDGE-THE-ACCOUNT.
           MOVE SPACES       TO SNAP-FIELDS.
           MOVE ACCT-NO      TO BKT-ACCT-NO.
           MOVE AS-OF-MONTH  TO BKT-AS-OF-MONTH.
           MOVE ACCT-BALANCE TO BKT-BALANCE.
           PERFORM FIND-CYCLES-PAST-DUE.
           MOVE CYCLES-PAST-DUE TO BKT-CYCLES.
           EVALUATE TRUE
               WHEN ACCOUNT-CHARGEDOFF
                   SET BKT-CHARGED-OFF TO TRUE
               WHEN ACCOUNT-CLOSED OR ACCOUNT-TRANSFERRED
                   SET BKT-CLOSED TO TRUE
               WHEN CYCLES-PAST-DUE > 4
                   MOVE 6 TO BKT-STATE
               WHEN OTHER
                   COMPUTE BKT-STATE = CYCLES-PAST-DUE + 1
           END-EVALUATE.
      *
       FIND-CYCLES-PAST-DUE.
           MOVE ZERO TO CYCLES-PAST-DUE.
           PERFORM VARYING DQ-IDX FROM 1 BY 1
               UNTIL DQ-IDX > DLQ-COUNT
               IF DQT-ACCT-NO(DQ-IDX) = ACCT-NO
                   MOVE DQT-CYCLES(DQ-IDX) TO CYCLES-PAST-DUE
               END-IF
           END-PERFORM.
      *
      *    PRIOR-ONLY -- an account that has left the master since
      *    last month-end: it moves to closed.
       PRIOR-ONLY.
           ADD 1 TO ACCTS-GONE.
           MOVE PRV-STATE   TO FROM-STATE.
           MOVE 8           TO TO-STATE.
           MOVE PRV-BALANCE TO FLOW-AMOUNT.
           PERFORM ADD-THE-FLOW.
      *
       CURRENT-ONLY.
           ADD 1 TO ACCTS-NEW.
           MOVE 9           TO FROM-STATE.
           MOVE BKT-STATE   TO TO-STATE.
           MOVE BKT-BALANCE TO FLOW-AMOUNT.
           PERFORM ADD-THE-FLOW.
           WRITE SNAP-FIELDS.
      *
       ON-BOTH-SNAPSHOTS.
           ADD 1 TO ACCTS-ON-BOTH.
           MOVE PRV-STATE   TO FROM-STATE.
           MOVE BKT-STATE   TO TO-STATE.
           MOVE PRV-BALANCE TO FLOW-AMOUNT.
           PERFORM ADD-THE-FLOW.
           WRITE SNAP-FIELDS.
      *
       ADD-THE-FLOW.
           IF FROM-STATE < 1 OR FROM-STATE > 9
               MOVE 8 TO FROM-STATE
           END-IF.
           SET FR-IDX TO FROM-STATE.
           SET FC-IDX TO TO-STATE.
           ADD 1           TO FLOW-ACCTS(FR-IDX FC-IDX).
           ADD FLOW-AMOUNT TO FLOW-BALANCE(FR-IDX FC-IDX).
      *
      *    SET-MONTH-RATES -- from the matrix, for each starting
      *    bucket: the base, the cures to current and the rolls to
      *    a worse bucket or to charge-off.
       SET-MONTH-RATES.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 6
               SET FR-IDX TO RT-IDX
               PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > 8
                   ADD FLOW-ACCTS(FR-IDX FC-IDX)
                       TO RTM-BASE-ACCTS(RT-IDX)
                   ADD FLOW-BALANCE(FR-IDX FC-IDX)
                       TO RTM-BASE-BALANCE(RT-IDX)
                   IF FC-IDX > FR-IDX AND FC-IDX < 8
                       ADD FLOW-ACCTS(FR-IDX FC-IDX)
                           TO RTM-ROLLED-ACCTS(RT-IDX)
                       ADD FLOW-BALANCE(FR-IDX FC-IDX)
                           TO RTM-ROLLED-BALANCE(RT-IDX)
                   END-IF
                   IF FC-IDX = 1 AND FR-IDX > 1
                       ADD FLOW-ACCTS(FR-IDX FC-IDX)
                           TO RTM-CURED-ACCTS(RT-IDX)
                       ADD FLOW-BALANCE(FR-IDX FC-IDX)
                           TO RTM-CURED-BALANCE(RT-IDX)
                   END-IF
               END-PERFORM
               MOVE RTM-BASE-ACCTS(RT-IDX)
                   TO AVG-BASE-ACCTS(RT-IDX)
               MOVE RTM-BASE-BALANCE(RT-IDX)
                   TO AVG-BASE-BALANCE(RT-IDX)
               MOVE RTM-CURED-ACCTS(RT-IDX)
                   TO AVG-CURED-ACCTS(RT-IDX)
               MOVE RTM-CURED-BALANCE(RT-IDX)
                   TO AVG-CURED-BALANCE(RT-IDX)
               MOVE RTM-ROLLED-ACCTS(RT-IDX)
                   TO AVG-ROLLED-ACCTS(RT-IDX)
               MOVE RTM-ROLLED-BALANCE(RT-IDX)
                   TO AVG-ROLLED-BALANCE(RT-IDX)
           END-PERFORM.
      *
       READ-RATE.
           READ RATE-IN
               AT END SET NO-MORE-RATES TO TRUE
           END-READ.
      *
      *    POOL-HISTORY-MONTH -- one of the two prior months' rows
      *    into the three-month average.
       POOL-HISTORY-MONTH.
           IF RRH-AS-OF-MONTH = AVG-MONTH-1
               SET MONTH-1-SEEN TO TRUE
           ELSE
               SET MONTH-2-SEEN TO TRUE
           END-IF.
           IF RRH-FROM-STATE > 0 AND RRH-FROM-STATE < 7
               SET RT-IDX TO RRH-FROM-STATE
               ADD RRH-BASE-ACCTS     TO AVG-BASE-ACCTS(RT-IDX)
               ADD RRH-BASE-BALANCE   TO AVG-BASE-BALANCE(RT-IDX)
               ADD RRH-CURED-ACCTS    TO AVG-CURED-ACCTS(RT-IDX)
               ADD RRH-CURED-BALANCE  TO AVG-CURED-BALANCE(RT-IDX)
               ADD RRH-ROLLED-ACCTS   TO AVG-ROLLED-ACCTS(RT-IDX)
               ADD RRH-ROLLED-BALANCE TO AVG-ROLLED-BALANCE(RT-IDX)
           END-IF.
      *
       WRITE-MONTH-RATES.
           MOVE SPACES                     TO RATE-FIELDS.
           MOVE AS-OF-MONTH                TO RRH-AS-OF-MONTH.
           SET RRH-FROM-STATE              TO RT-IDX.
           MOVE RTM-BASE-ACCTS(RT-IDX)     TO RRH-BASE-ACCTS.
           MOVE RTM-BASE-BALANCE(RT-IDX)   TO RRH-BASE-BALANCE.
           MOVE RTM-CURED-ACCTS(RT-IDX)    TO RRH-CURED-ACCTS.
           MOVE RTM-CURED-BALANCE(RT-IDX)  TO RRH-CURED-BALANCE.
           MOVE RTM-ROLLED-ACCTS(RT-IDX)   TO RRH-ROLLED-ACCTS.
           MOVE RTM-ROLLED-BALANCE(RT-IDX) TO RRH-ROLLED-BALANCE.
           WRITE RATE-FIELDS.
           ADD 1 TO HIST-ADDED.
      *
       PRINT-COUNT-ROW.
           MOVE SPACES TO MATRIX-LINE.
           MOVE STATE-NAME(FR-IDX) TO MXL-STATE-O.
           MOVE ZERO TO ROW-TOTAL-ACCTS.
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > 8
               MOVE FLOW-ACCTS(FR-IDX FC-IDX) TO MXL-AMT-O(FC-IDX)
               ADD FLOW-ACCTS(FR-IDX FC-IDX) TO ROW-TOTAL-ACCTS
           END-PERFORM.
           MOVE ROW-TOTAL-ACCTS TO MXL-AMT-O(9).
           WRITE PRINT-REC FROM MATRIX-LINE.
      *
      *    PRINT-DOLLAR-ROW -- whole dollars, to keep nine columns
      *    on the line.
       PRINT-DOLLAR-ROW.
           MOVE SPACES TO MATRIX-LINE.
           MOVE STATE-NAME(FR-IDX) TO MXL-STATE-O.
           MOVE ZERO TO ROW-TOTAL-BALANCE.
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > 8
               MOVE FLOW-BALANCE(FR-IDX FC-IDX) TO MXL-AMT-O(FC-IDX)
               ADD FLOW-BALANCE(FR-IDX FC-IDX) TO ROW-TOTAL-BALANCE
           END-PERFORM.
           MOVE ROW-TOTAL-BALANCE TO MXL-AMT-O(9).
           WRITE PRINT-REC FROM MATRIX-LINE.
      *
      *    PRINT-RATE-ROW -- current has nothing to cure from, so
      *    its cure columns are left blank.
       PRINT-RATE-ROW.
           MOVE SPACES TO RATE-LINE.
           SET FR-IDX TO RT-IDX.
           MOVE STATE-NAME(FR-IDX)     TO RTL-STATE-O.
           MOVE RTM-BASE-ACCTS(RT-IDX) TO RTL-BASE-O.
           MOVE RTM-ROLLED-ACCTS(RT-IDX) TO PCT-NUMERATOR.
           MOVE RTM-BASE-ACCTS(RT-IDX)   TO PCT-BASE.
           PERFORM WORK-THE-PERCENT.
           MOVE PCT-WORK TO RTL-PCT-O(1).
           MOVE RTM-ROLLED-BALANCE(RT-IDX) TO PCT-NUMERATOR.
           MOVE RTM-BASE-BALANCE(RT-IDX)   TO PCT-BASE.
           PERFORM WORK-THE-PERCENT.
           MOVE PCT-WORK TO RTL-PCT-O(3).
           MOVE AVG-ROLLED-ACCTS(RT-IDX) TO PCT-NUMERATOR.
           MOVE AVG-BASE-ACCTS(RT-IDX)   TO PCT-BASE.
           PERFORM WORK-THE-PERCENT.
           MOVE PCT-WORK TO RTL-PCT-O(5).
           MOVE AVG-ROLLED-BALANCE(RT-IDX) TO PCT-NUMERATOR.
           MOVE AVG-BASE-BALANCE(RT-IDX)   TO PCT-BASE.
           PERFORM WORK-THE-PERCENT.
           MOVE PCT-WORK TO RTL-PCT-O(7).
           IF RT-IDX > 1
               MOVE RTM-CURED-ACCTS(RT-IDX) TO PCT-NUMERATOR
               MOVE RTM-BASE-ACCTS(RT-IDX)  TO PCT-BASE
               PERFORM WORK-THE-PERCENT
               MOVE PCT-WORK TO RTL-PCT-O(2)
               MOVE RTM-CURED-BALANCE(RT-IDX) TO PCT-NUMERATOR
               MOVE RTM-BASE-BALANCE(RT-IDX)  TO PCT-BASE
               PERFORM WORK-THE-PERCENT
               MOVE PCT-WORK TO RTL-PCT-O(4)
               MOVE AVG-CURED-ACCTS(RT-IDX) TO PCT-NUMERATOR
               MOVE AVG-BASE-ACCTS(RT-IDX)  TO PCT-BASE
               PERFORM WORK-THE-PERCENT
               MOVE PCT-WORK TO RTL-PCT-O(6)
               MOVE AVG-CURED-BALANCE(RT-IDX) TO PCT-NUMERATOR
               MOVE AVG-BASE-BALANCE(RT-IDX)  TO PCT-BASE
               PERFORM WORK-THE-PERCENT
               MOVE PCT-WORK TO RTL-PCT-O(8)
           END-IF.
           WRITE PRINT-REC FROM RATE-LINE.
      *
      *    WORK-THE-PERCENT -- an empty bucket shows zero; a share a
      *    credit balance pushes past the column is held at its
      *    edge.
       WORK-THE-PERCENT.
           IF PCT-BASE = ZERO
               MOVE ZERO TO PCT-WORK
           ELSE
               COMPUTE PCT-WORK ROUNDED =
                   PCT-NUMERATOR * 100 / PCT-BASE
                   ON SIZE ERROR MOVE 9999.9 TO PCT-WORK
               END-COMPUTE
           END-IF.
           IF PCT-WORK > 9999.9
               MOVE 9999.9 TO PCT-WORK
           END-IF.
           IF PCT-WORK < -999.9
               MOVE -999.9 TO PCT-WORK
           END-IF.
      *
       LOAD-DLQ-TABLE.
           OPEN INPUT DLQ-IN.
           PERFORM READ-DLQ
           PERFORM UNTIL NO-MORE-DLQ
               IF DLQ-CYCLES-PAST-DUE NUMERIC
                   AND DLQ-CYCLES-PAST-DUE > ZERO
                   IF DLQ-COUNT < DLQ-MAX
                       ADD 1 TO DLQ-COUNT
                       MOVE DLQ-ACCT-NO TO DQT-ACCT-NO(DLQ-COUNT)
                       MOVE DLQ-CYCLES-PAST-DUE
                           TO DQT-CYCLES(DLQ-COUNT)
                   ELSE
                       SET DLQ-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-DLQ
           END-PERFORM.
           CLOSE DLQ-IN.
      *
       READ-DLQ.
           READ DLQ-IN
               AT END SET NO-MORE-DLQ TO TRUE
           END-READ.
      *
